       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBILL.
       AUTHOR. YONEE.
       REMARKS. 학기 수업료 청구. 학생 원부(STUDMAST.DAT)의 재적
                학생에게 학년별 수업료표(FEESCHED.DAT)를 매기고
                보호자가 같은 형제는 둘째부터 할인해, 보호자
                한 사람 앞 청구서 한 장(FEEINV.RPT)을 찍는다.
                청구는 주문 쪽과 같은 외상 장부로 간다 - 청구
                번호는 BILLING과 같은 INVSEQ.DAT에서 잇고 청구
                대장(INVREG.DAT) 끝에 덧붙여 ARAPPLY가 미결
                청구로 올린다. 그래서 입금은 ARAPPLY로 깎이고
                연체는 ARREPORT 연령 보고에 나온다. 보호자는
                고객 번호 90000번 이후를 쓰며, 보호자 이름과
                주소로 번호를 FEECUST.DAT에 매어 둔다. 학기에
                청구한 학생은 FEELEDG.DAT에 남겨 다시 돌려도
                두 번 청구하지 않는다. 청구 뒤 학기 중에 전출
                (STUDMOVE.DAT의 'W')한 학생은 남은 날수만큼
                일할 환불을 대변전표(CREDMEMO.DAT)로 끊는다.
                BILLING과 RETURNS가 두 파일을 새로 쓰므로 그
                뒤, ARAPPLY 앞에 돌린다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Sched-File ASSIGN TO "FEESCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sched-Status.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           SELECT Move-File ASSIGN TO "STUDMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Move-Status.
           *> 보호자 - 고객 번호 대응
           SELECT FeeCust-File ASSIGN TO "FEECUST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-Status.
           *> 학기별 학생 청구 원장
           SELECT Ledger-File ASSIGN TO "FEELEDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FL-Status.
           SELECT Seq-File ASSIGN TO "INVSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Seq-Status.
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
           SELECT Credit-File ASSIGN TO "CREDMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-Status.
           SELECT Invoice-File ASSIGN TO "FEEINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Invoice-Status.
           SELECT CredRpt-File ASSIGN TO "FEECRED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CredRpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Sched-File.
       01  Sched-Record.
           *> 'T'=학기와 기간 'G'=학년 수업료 'S'=형제 할인
           02  FS-Type           PIC X.
           02  FILLER            PIC X.
           02  FS-Data           PIC X(30).
       01  Sched-Term.
           02  FILLER            PIC X(2).
           02  FT-Term           PIC X(6).
           02  FILLER            PIC X.
           02  FT-Start          PIC 9(8).
           02  FILLER            PIC X.
           02  FT-End            PIC 9(8).
       01  Sched-Level.
           02  FILLER            PIC X(2).
           02  FG-Level          PIC X.
           02  FILLER            PIC X.
           02  FG-Fee            PIC 9(7).
       01  Sched-Disc.
           02  FILLER            PIC X(2).
           *> 형제 중 몇째부터 - 마지막 줄이 그 뒤 모두에 간다
           02  FD-Rank           PIC 9.
           02  FILLER            PIC X.
           02  FD-Pct            PIC 9(2).

       FD  StudMast-File.
       01  StudMast-Record.
           02  SM-StudId         PIC 9(5).
           02  SM-Irum           PIC X(10).
           02  SM-Ban            PIC X(4).
           02  SM-Guardian       PIC X(10).
           02  SM-GAddr          PIC X(30).
           02  SM-GPostal        PIC X(6).
           *> 반 편성 균형용 - 'M'=남 'F'=여, 옛 행은 빈칸
           02  SM-Gender         PIC X.
           *> 반마다 고루 나눌 편성 표시(학습 지원 등) - 빈칸=없음
           02  SM-Attr           PIC X.

       FD  Move-File.
       01  Move-Record.
           02  MV-StudId         PIC 9(5).
           02  FILLER            PIC X.
           02  MV-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  MV-Action         PIC X.
           02  FILLER            PIC X.
           02  MV-OldBan         PIC X(4).
           02  FILLER            PIC X.
           02  MV-NewBan         PIC X(4).

       FD  FeeCust-File.
       01  FeeCust-Record.
           02  FC-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  FC-Guardian       PIC X(10).
           02  FILLER            PIC X.
           02  FC-GAddr          PIC X(30).
           02  FILLER            PIC X.
           02  FC-GPostal        PIC X(6).

       FD  Ledger-File.
       01  Ledger-Record.
           02  FL-Term           PIC X(6).
           02  FILLER            PIC X.
           02  FL-StudId         PIC 9(5).
           02  FILLER            PIC X.
           02  FL-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  FL-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  FL-Fee            PIC 9(7).
           02  FILLER            PIC X.
           02  FL-Disc           PIC 9(7).
           02  FILLER            PIC X.
           02  FL-Net            PIC 9(7).
           02  FILLER            PIC X.
           *> 전출 환불액과 그 전출일 - 0이면 아직 없음
           02  FL-Credit         PIC 9(7).
           02  FILLER            PIC X.
           02  FL-CrDate         PIC 9(8).

       FD  Seq-File.
       01  Seq-Record.
           02  SQ-LastInv        PIC 9(6).

       FD  InvReg-File.
       01  InvReg-Record.
           02  RG-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  RG-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  RG-Amount         PIC 9(8)V99.
           02  FILLER            PIC X.
           02  RG-Date           PIC 9(8).
           02  FILLER            PIC X.
           *> 금액 중 선적 운임 (BILLING)
           02  RG-Freight        PIC 9(7)V99.

       FD  Credit-File.
       01  Credit-Record.
           02  CR-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  CR-ProdName       PIC X(10).
           02  CR-Size           PIC A.
           02  CR-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  CR-Amount         PIC 9(7)V99.

       FD  Invoice-File.
       01  Invoice-Line          PIC X(80).

       FD  CredRpt-File.
       01  CredRpt-Line          PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Sched-Status      PIC XX.
       77  SM-Status         PIC XX.
       77  Move-Status       PIC XX.
       77  FC-Status         PIC XX.
       77  FL-Status         PIC XX.
       77  Seq-Status        PIC XX.
       77  InvReg-Status     PIC XX.
       77  Credit-Status     PIC XX.
       77  Invoice-Status    PIC XX.
       77  CredRpt-Status    PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  RC-Disp           PIC 99      VALUE 0.

      *> ----- 수업료표 -----
       77  Term-Id           PIC X(6)    VALUE SPACES.
       77  Term-Start        PIC 9(8)    VALUE 0.
       77  Term-End          PIC 9(8)    VALUE 0.
       77  Lv-Count          PIC 9(2)    VALUE 0.
       01  Lv-Table.
           02  Lv-Entry OCCURS 0 TO 10 TIMES
                        DEPENDING ON Lv-Count
                        INDEXED BY LVx.
               03  LV-Level      PIC X.
               03  LV-Fee        PIC 9(7).
       77  Lv-Found          PIC X       VALUE 'N'.
      *> 형제 순위별 할인율 - 1번째는 늘 0
       01  Disc-Table.
           02  Disc-Pct          PIC 9(2) OCCURS 9 TIMES.

      *> ----- 전출/입학 마지막 상태 (EXAMSEAT과 같은 규약) -----
       77  WD-Count          PIC 9(3)    VALUE 0.
       01  WD-Ids.
           02  WD-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON WD-Count
                        INDEXED BY WDx.
               03  WDT-Id        PIC 9(5).
               03  WDT-Date      PIC 9(8).
               03  WDT-Gone      PIC X.
       77  WD-Found          PIC X       VALUE 'N'.

      *> ----- 보호자 고객 번호 -----
       77  Fc-Count          PIC 9(4)    VALUE 0.
       01  Fc-Table.
           02  Fc-Entry OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Fc-Count
                        INDEXED BY FCx.
               03  FCT-CustNo    PIC 9(5).
               03  FCT-Guardian  PIC X(10).
               03  FCT-GAddr     PIC X(30).
               03  FCT-GPostal   PIC X(6).
       *> 보호자 고객 번호대 - 창구 고객(CUSTMNT)과 겹치지 않는다
       77  Fee-Cust-Base     PIC 9(5)    VALUE 90000.
       77  Next-Cust         PIC 9(6)    VALUE 0.
       77  New-Cust-Ctr      PIC 9(4)    VALUE 0.
       77  Fc-Changed        PIC X       VALUE 'N'.

      *> ----- 청구 원장 -----
       77  Lg-Count          PIC 9(4)    VALUE 0.
       01  Lg-Table.
           02  Lg-Entry OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Lg-Count
                        INDEXED BY LGx.
               03  LGT-Term      PIC X(6).
               03  LGT-StudId    PIC 9(5).
               03  LGT-CustNo    PIC 9(5).
               03  LGT-InvNo     PIC 9(6).
               03  LGT-Fee       PIC 9(7).
               03  LGT-Disc      PIC 9(7).
               03  LGT-Net       PIC 9(7).
               03  LGT-Credit    PIC 9(7).
               03  LGT-CrDate    PIC 9(8).
       77  Lg-Full           PIC X       VALUE 'N'.

      *> ----- 이번 학기 재적 학생 -----
       77  St-Count          PIC 9(3)    VALUE 0.
       01  St-Table.
           02  St-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON St-Count
                        INDEXED BY STx.
               03  STT-Id        PIC 9(5).
               03  STT-Irum      PIC X(10).
               03  STT-Ban       PIC X(4).
               03  STT-Guardian  PIC X(10).
               03  STT-GAddr     PIC X(30).
               03  STT-GPostal   PIC X(6).
               03  STT-CustNo    PIC 9(5).
               03  STT-Fee       PIC 9(7).
               03  STT-Rank      PIC 9(2).
               03  STT-Disc      PIC 9(7).
               03  STT-Net       PIC 9(7).
               *> 'Y'=이번 학기 청구됨(원장에 있음)
               03  STT-Billed    PIC X.

      *> ----- 청구 -----
       77  Invoice-No        PIC 9(6)    VALUE 0.
       77  Work-CustNo       PIC 9(5)    VALUE 0.
       77  Inv-Total         PIC 9(8)    VALUE 0.
       77  Inv-Ctr           PIC 9(4)    VALUE 0.
       77  Bill-Ctr          PIC 9(4)    VALUE 0.
       77  Bill-Sum          PIC 9(9)    VALUE 0.
       77  Skip-Ctr          PIC 9(4)    VALUE 0.
       77  Gone-Ctr          PIC 9(4)    VALUE 0.
       77  Cred-Ctr          PIC 9(4)    VALUE 0.
       77  Cred-Sum          PIC 9(9)    VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.
       77  Kx                PIC 9(4)    VALUE 0.
       77  Rk                PIC 9(2)    VALUE 0.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
      *> 일할 계산 - 전출일부터 학기 끝까지가 돌려줄 날수
       77  Start-Int         PIC 9(8)    VALUE 0.
       77  End-Int           PIC 9(8)    VALUE 0.
       77  Wd-Int            PIC 9(8)    VALUE 0.
       77  Term-Days         PIC 9(4)    VALUE 0.
       77  Left-Days         PIC 9(4)    VALUE 0.
       77  Credit-Amt        PIC 9(7)    VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Inv-Detail.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Fee            PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Disc           PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Net            PIC Z,ZZZ,ZZ9.
       01  Cred-Detail.
           02  CD-StudId         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-InvNo          PIC 9(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-Date           PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-Days           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-Net            PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CD-Credit         PIC Z,ZZZ,ZZ9.
       77  Edit-Amount       PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "FEEBILL"        TO AL-Program
           MOVE "FEEBILL 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadSched-P
           IF Term-Id = SPACES OR Lv-Count = 0
               DISPLAY "** 수업료표(FEESCHED.DAT) 없음 또는"
                       " 오류 - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadMoves-P
           PERFORM LoadFeeCust-P
           PERFORM LoadLedger-P
           IF Lg-Full = 'Y'
               DISPLAY "** 청구 원장 한도(3000) 초과"
                       " - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadStudents-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           PERFORM AssignCust-P
               VARYING STx FROM 1 BY 1 UNTIL STx > St-Count
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           PERFORM RankSib-P
               VARYING Ix FROM 1 BY 1 UNTIL Ix > St-Count
           PERFORM GetInvSeq-P
           PERFORM BillAll-P
           PERFORM SaveInvSeq-P
           PERFORM Credits-P
           PERFORM SaveFeeCust-P
           PERFORM SaveLedger-P
           DISPLAY "학기 " Term-Id "  청구서 : " Inv-Ctr
                   "  학생 : " Bill-Ctr
           DISPLAY "청구액 : " Bill-Sum "  기청구 : " Skip-Ctr
                   "  전출 제외 : " Gone-Ctr
           DISPLAY "전출 환불 : " Cred-Ctr " 건  " Cred-Sum
           DISPLAY "새 보호자 고객 : " New-Cust-Ctr
           GO TO Keut-P.

       LoadSched-P.
           OPEN INPUT Sched-File
           IF Sched-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE Disc-Table
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Sched-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       EVALUATE FS-Type
                           WHEN 'T' PERFORM SchedTerm-P
                           WHEN 'G' PERFORM SchedLevel-P
                           WHEN 'S' PERFORM SchedDisc-P
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE Sched-File
          *> 정하지 않은 순위는 앞 순위의 할인율을 잇는다
           MOVE 0 TO Disc-Pct(1)
           PERFORM VARYING Rk FROM 2 BY 1 UNTIL Rk > 9
               IF Disc-Pct(Rk) = 0
                   MOVE Disc-Pct(Rk - 1) TO Disc-Pct(Rk)
               END-IF
           END-PERFORM.

       SchedTerm-P.
           IF FT-Term = SPACES
              OR FT-Start NOT NUMERIC OR FT-End NOT NUMERIC
              OR FT-End < FT-Start
               DISPLAY "** 학기 줄 오류 : " FS-Data
               EXIT PARAGRAPH
           END-IF
           MOVE FT-Term  TO Term-Id
           MOVE FT-Start TO Term-Start
           MOVE FT-End   TO Term-End.

       SchedLevel-P.
           IF FG-Level = SPACE OR FG-Fee NOT NUMERIC
               DISPLAY "** 학년 수업료 줄 오류 : " FS-Data
               EXIT PARAGRAPH
           END-IF
           IF Lv-Count < 10
               ADD 1 TO Lv-Count
               MOVE FG-Level TO LV-Level(Lv-Count)
               MOVE FG-Fee   TO LV-Fee(Lv-Count)
           END-IF.

       SchedDisc-P.
           IF FD-Rank NOT NUMERIC OR FD-Rank < 2
              OR FD-Pct NOT NUMERIC
               DISPLAY "** 형제 할인 줄 오류 : " FS-Data
               EXIT PARAGRAPH
           END-IF
           MOVE FD-Pct TO Disc-Pct(FD-Rank).

       LoadMoves-P.
          *> 이동 이력을 날짜순으로 따라가며 학생별 마지막 상태와
          *> 전출일을 남긴다 - 전출 뒤 다시 입학하면 재적이다
           OPEN INPUT Move-File
           IF Move-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ Move-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF MV-Action = 'W' OR MV-Action = 'E'
                               PERFORM NoteMove-P
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Move-File
           END-IF.

       NoteMove-P.
           PERFORM FindGone-P
           IF WD-Found = 'N'
               IF MV-Action = 'E' OR WD-Count >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WD-Count
               SET WDx TO WD-Count
               MOVE MV-StudId TO WDT-Id(WDx)
           END-IF
           IF MV-Action = 'W'
               MOVE 'Y'     TO WDT-Gone(WDx)
               MOVE MV-Date TO WDT-Date(WDx)
           ELSE
               MOVE 'N'     TO WDT-Gone(WDx)
               MOVE 0       TO WDT-Date(WDx)
           END-IF.

       FindGone-P.
           MOVE 'N' TO WD-Found
           IF WD-Count > 0
               SET WDx TO 1
               SEARCH WD-Entry
                   AT END CONTINUE
                   WHEN WDT-Id(WDx) = MV-StudId
                       MOVE 'Y' TO WD-Found
               END-SEARCH
           END-IF.

       LoadFeeCust-P.
           COMPUTE Next-Cust = Fee-Cust-Base + 1
           OPEN INPUT FeeCust-File
           IF FC-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ FeeCust-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF FC-CustNo IS NUMERIC
                          AND Fc-Count < 2000
                           ADD 1 TO Fc-Count
                           MOVE FC-CustNo
                               TO FCT-CustNo(Fc-Count)
                           MOVE FC-Guardian
                               TO FCT-Guardian(Fc-Count)
                           MOVE FC-GAddr
                               TO FCT-GAddr(Fc-Count)
                           MOVE FC-GPostal
                               TO FCT-GPostal(Fc-Count)
                           IF FC-CustNo >= Next-Cust
                               COMPUTE Next-Cust = FC-CustNo + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FeeCust-File.

       LoadLedger-P.
           OPEN INPUT Ledger-File
           IF FL-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Lg-Count < 3000
                           ADD 1 TO Lg-Count
                           SET LGx TO Lg-Count
                           PERFORM StowLedger-P
                       ELSE
                           MOVE 'Y' TO Lg-Full
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       StowLedger-P.
           MOVE FL-Term     TO LGT-Term(LGx)
           MOVE FL-StudId   TO LGT-StudId(LGx)
           MOVE FL-CustNo   TO LGT-CustNo(LGx)
           MOVE FL-InvNo    TO LGT-InvNo(LGx)
           MOVE FL-Fee      TO LGT-Fee(LGx)
           MOVE FL-Disc     TO LGT-Disc(LGx)
           MOVE FL-Net      TO LGT-Net(LGx)
           MOVE FL-Credit   TO LGT-Credit(LGx)
           MOVE FL-CrDate   TO LGT-CrDate(LGx).

       LoadStudents-P.
          *> 재적 학생만 - 전출 상태인 학생은 청구하지 않는다
           OPEN INPUT StudMast-File
           IF SM-Status NOT = '00'
               DISPLAY "** 학생 원부 열기 실패 : " SM-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE SM-StudId TO MV-StudId
                       PERFORM FindGone-P
                       IF WD-Found = 'Y'
                          AND WDT-Gone(WDx) = 'Y'
                           ADD 1 TO Gone-Ctr
                       ELSE
                           PERFORM AddStud-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudMast-File.

       AddStud-P.
          *> 학년 = 반 코드 첫 자리 (PROMOTE와 같음)
           MOVE 'N' TO Lv-Found
           SET LVx TO 1
           SEARCH Lv-Entry
               AT END CONTINUE
               WHEN LV-Level(LVx) = SM-Ban(1:1)
                   MOVE 'Y' TO Lv-Found
           END-SEARCH
           IF Lv-Found = 'N'
               DISPLAY "** 수업료 없는 학년 - 제외 : "
                       SM-StudId " " SM-Ban
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF St-Count >= 500
               DISPLAY "** 학생 표 한도(500) 초과 - 제외 : "
                       SM-StudId
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO St-Count
           SET STx TO St-Count
           MOVE SM-StudId    TO STT-Id(STx)
           MOVE SM-Irum      TO STT-Irum(STx)
           MOVE SM-Ban       TO STT-Ban(STx)
           MOVE SM-Guardian  TO STT-Guardian(STx)
           MOVE SM-GAddr     TO STT-GAddr(STx)
           MOVE SM-GPostal   TO STT-GPostal(STx)
           MOVE 0            TO STT-CustNo(STx)
           MOVE LV-Fee(LVx)  TO STT-Fee(STx)
           MOVE 1            TO STT-Rank(STx)
           MOVE 0            TO STT-Disc(STx)
           MOVE LV-Fee(LVx)  TO STT-Net(STx)
           MOVE 'N'          TO STT-Billed(STx)
           IF Lg-Count > 0
               SET LGx TO 1
               SEARCH Lg-Entry
                   AT END CONTINUE
                   WHEN LGT-Term(LGx) = Term-Id
                        AND LGT-StudId(LGx) = SM-StudId
                       MOVE 'Y' TO STT-Billed(STx)
               END-SEARCH
           END-IF.

       AssignCust-P.
          *> 보호자 이름과 주소가 같으면 같은 고객 - 보호자가
          *> 없으면 학생 이름으로 따로 세운다
           IF STT-Guardian(STx) = SPACES
               DISPLAY "** 보호자 미등록 - 학생 앞 청구 : "
                       STT-Id(STx)
               MOVE STT-Irum(STx) TO STT-Guardian(STx)
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF Fc-Count > 0
               SET FCx TO 1
               SEARCH Fc-Entry
                   AT END CONTINUE
                   WHEN FCT-Guardian(FCx) = STT-Guardian(STx)
                        AND FCT-GAddr(FCx) = STT-GAddr(STx)
                       MOVE FCT-CustNo(FCx) TO STT-CustNo(STx)
               END-SEARCH
           END-IF
           IF STT-CustNo(STx) > 0
               EXIT PARAGRAPH
           END-IF
           IF Next-Cust > 99999 OR Fc-Count >= 2000
               DISPLAY "** 보호자 고객 번호대 소진"
                       " - 처리 중단"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Fc-Count
           MOVE Next-Cust          TO FCT-CustNo(Fc-Count)
           MOVE STT-Guardian(STx)  TO FCT-Guardian(Fc-Count)
           MOVE STT-GAddr(STx)     TO FCT-GAddr(Fc-Count)
           MOVE STT-GPostal(STx)   TO FCT-GPostal(Fc-Count)
           MOVE Next-Cust          TO STT-CustNo(STx)
           ADD 1 TO Next-Cust
           ADD 1 TO New-Cust-Ctr
           MOVE 'Y' TO Fc-Changed.

       RankSib-P.
          *> 형제 순위 - 수업료 많은 아이가 먼저, 같으면 학생
          *> ID 순. 첫째는 할인 없이, 둘째부터 할인율을 적용한다
           MOVE 1 TO STT-Rank(Ix)
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > St-Count
               IF Kx NOT = Ix
                  AND STT-CustNo(Kx) = STT-CustNo(Ix)
                   IF STT-Fee(Kx) > STT-Fee(Ix)
                      OR (STT-Fee(Kx) = STT-Fee(Ix)
                          AND STT-Id(Kx) < STT-Id(Ix))
                       IF STT-Rank(Ix) < 9
                           ADD 1 TO STT-Rank(Ix)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE STT-Rank(Ix) TO Rk
           COMPUTE STT-Disc(Ix) ROUNDED =
               STT-Fee(Ix) * Disc-Pct(Rk) / 100
           COMPUTE STT-Net(Ix) = STT-Fee(Ix) - STT-Disc(Ix).

       GetInvSeq-P.
          *> 청구 번호는 BILLING과 한 줄로 잇는다 - ARAPPLY가
          *> 번호로 미결 청구를 가리므로 겹치면 안 된다
           OPEN INPUT Seq-File
           IF Seq-Status = '00'
               READ Seq-File
                   AT END CONTINUE
                   NOT AT END
                       IF SQ-LastInv IS NUMERIC
                           MOVE SQ-LastInv TO Invoice-No
                       END-IF
               END-READ
               CLOSE Seq-File
           END-IF.

       SaveInvSeq-P.
           OPEN OUTPUT Seq-File
           IF Seq-Status = '00'
               MOVE Invoice-No TO SQ-LastInv
               WRITE Seq-Record
               CLOSE Seq-File
           END-IF.

       BillAll-P.
          *> 아직 청구 안 된 첫 학생의 보호자로 청구서를 만들기를
          *> 전 학생이 청구될 때까지 반복한다
           OPEN OUTPUT Invoice-File
           IF Invoice-Status NOT = '00'
               DISPLAY "** 청구서 파일 열기 실패 : "
                       Invoice-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND InvReg-File
           IF InvReg-Status NOT = '00'
               OPEN OUTPUT InvReg-File
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > St-Count
               IF STT-Billed(Ix) = 'Y'
                   ADD 1 TO Skip-Ctr
               END-IF
           END-PERFORM
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > St-Count
               IF STT-Billed(Ix) = 'N'
                   MOVE STT-CustNo(Ix) TO Work-CustNo
                   PERFORM OneInvoice-P
               END-IF
           END-PERFORM
           CLOSE InvReg-File
           CLOSE Invoice-File.

       OneInvoice-P.
           IF Lg-Count >= 3000
               DISPLAY "** 청구 원장 한도(3000)"
                       " - 나머지 미청구"
               MOVE 8 TO RETURN-CODE
               MOVE St-Count TO Ix
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Invoice-No
           ADD 1 TO Inv-Ctr
           MOVE 0 TO Inv-Total
           MOVE SPACES TO Invoice-Line
           WRITE Invoice-Line
           MOVE "===== 수업료 청구서 =====" TO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "청구번호 : " DELIMITED BY SIZE
                  Invoice-No      DELIMITED BY SIZE
                  "  고객번호 : " DELIMITED BY SIZE
                  Work-CustNo     DELIMITED BY SIZE
                  "  학기 : "    DELIMITED BY SIZE
                  Term-Id         DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "수신 : " DELIMITED BY SIZE
                  STT-Guardian(Ix) DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "주소 : " DELIMITED BY SIZE
                  STT-GAddr(Ix)    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  STT-GPostal(Ix)  DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "  학생        반      " DELIMITED BY SIZE
                  "수업료      할인    청구액" DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           PERFORM VARYING Kx FROM Ix BY 1 UNTIL Kx > St-Count
               IF STT-Billed(Kx) = 'N'
                  AND STT-CustNo(Kx) = Work-CustNo
                   PERFORM BillStud-P
               END-IF
           END-PERFORM
           MOVE Inv-Total TO Edit-Amount
           MOVE SPACES TO Invoice-Line
           STRING "합계 : "   DELIMITED BY SIZE
                  Edit-Amount  DELIMITED BY SIZE
                  " 원"       DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE "=============================" TO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO InvReg-Record
           MOVE Invoice-No  TO RG-InvNo
           MOVE Work-CustNo TO RG-CustNo
           MOVE Inv-Total   TO RG-Amount
           MOVE Proc-Date   TO RG-Date
           MOVE 0           TO RG-Freight
           WRITE InvReg-Record
           ADD Inv-Total TO Bill-Sum.

       BillStud-P.
           MOVE 'Y' TO STT-Billed(Kx)
           ADD 1 TO Bill-Ctr
           MOVE STT-Irum(Kx) TO ID-Irum
           MOVE STT-Ban(Kx)  TO ID-Ban
           MOVE STT-Fee(Kx)  TO ID-Fee
           MOVE STT-Disc(Kx) TO ID-Disc
           MOVE STT-Net(Kx)  TO ID-Net
           MOVE Inv-Detail TO Invoice-Line
           WRITE Invoice-Line
           ADD STT-Net(Kx) TO Inv-Total
           IF Lg-Count < 3000
               ADD 1 TO Lg-Count
               SET LGx TO Lg-Count
               MOVE Term-Id       TO LGT-Term(LGx)
               MOVE STT-Id(Kx)    TO LGT-StudId(LGx)
               MOVE Work-CustNo   TO LGT-CustNo(LGx)
               MOVE Invoice-No    TO LGT-InvNo(LGx)
               MOVE STT-Fee(Kx)   TO LGT-Fee(LGx)
               MOVE STT-Disc(Kx)  TO LGT-Disc(LGx)
               MOVE STT-Net(Kx)   TO LGT-Net(LGx)
               MOVE 0             TO LGT-Credit(LGx)
               MOVE 0             TO LGT-CrDate(LGx)
           END-IF.

       Credits-P.
          *> 이번 학기에 청구한 학생 중 청구 뒤 전출한 학생은
          *> 전출일부터 학기 끝까지의 날수만큼 돌려준다 - 원장에
          *> 전출일을 적어 두어 다시 돌려도 한 번만 끊는다
           OPEN OUTPUT CredRpt-File
           IF CredRpt-Status NOT = '00'
               DISPLAY "** 환불 목록 열기 실패 : "
                       CredRpt-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 수업료 전출 환불 ===" TO CredRpt-Line
           WRITE CredRpt-Line
           MOVE SPACES TO CredRpt-Line
           STRING "학생ID 고객   청구   전출일    "
                      DELIMITED BY SIZE
                  "날수   청구액    환불액" DELIMITED BY SIZE
                  INTO CredRpt-Line
           WRITE CredRpt-Line
           OPEN EXTEND Credit-File
           IF Credit-Status NOT = '00'
               OPEN OUTPUT Credit-File
           END-IF
           COMPUTE Start-Int = FUNCTION INTEGER-OF-DATE(Term-Start)
           COMPUTE End-Int   = FUNCTION INTEGER-OF-DATE(Term-End)
           COMPUTE Term-Days = End-Int - Start-Int + 1
           PERFORM VARYING LGx FROM 1 BY 1 UNTIL LGx > Lg-Count
               IF LGT-Term(LGx) = Term-Id
                  AND LGT-CrDate(LGx) = 0
                   MOVE LGT-StudId(LGx) TO MV-StudId
                   PERFORM FindGone-P
                   IF WD-Found = 'Y' AND WDT-Gone(WDx) = 'Y'
                       PERFORM CreditOne-P
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Credit-File
           CLOSE CredRpt-File.

       CreditOne-P.
           IF WDT-Date(WDx) > Term-End
              OR WDT-Date(WDx) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WDT-Date(WDx) <= Term-Start
               MOVE Term-Days TO Left-Days
           ELSE
               COMPUTE Wd-Int =
                   FUNCTION INTEGER-OF-DATE(WDT-Date(WDx))
               COMPUTE Left-Days = End-Int - Wd-Int + 1
           END-IF
           COMPUTE Credit-Amt ROUNDED =
               LGT-Net(LGx) * Left-Days / Term-Days
           MOVE Credit-Amt    TO LGT-Credit(LGx)
           MOVE WDT-Date(WDx) TO LGT-CrDate(LGx)
           IF Credit-Amt = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Credit-Record
           MOVE LGT-CustNo(LGx) TO CR-CustNo
           MOVE "수업료"       TO CR-ProdName
           MOVE 1               TO CR-Qty
           MOVE Credit-Amt      TO CR-Amount
           WRITE Credit-Record
           ADD 1 TO Cred-Ctr
           ADD Credit-Amt TO Cred-Sum
           MOVE LGT-StudId(LGx) TO CD-StudId
           MOVE LGT-CustNo(LGx) TO CD-CustNo
           MOVE LGT-InvNo(LGx)  TO CD-InvNo
           MOVE WDT-Date(WDx)   TO CD-Date
           MOVE Left-Days       TO CD-Days
           MOVE LGT-Net(LGx)    TO CD-Net
           MOVE Credit-Amt      TO CD-Credit
           MOVE Cred-Detail TO CredRpt-Line
           WRITE CredRpt-Line.

       SaveFeeCust-P.
           IF Fc-Changed = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FeeCust-File
           IF FC-Status NOT = '00'
               DISPLAY "** 보호자 고객 되쓰기 실패 : "
                       FC-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FCx FROM 1 BY 1 UNTIL FCx > Fc-Count
               MOVE SPACES TO FeeCust-Record
               MOVE FCT-CustNo(FCx)   TO FC-CustNo
               MOVE FCT-Guardian(FCx) TO FC-Guardian
               MOVE FCT-GAddr(FCx)    TO FC-GAddr
               MOVE FCT-GPostal(FCx)  TO FC-GPostal
               WRITE FeeCust-Record
           END-PERFORM
           CLOSE FeeCust-File.

       SaveLedger-P.
           OPEN OUTPUT Ledger-File
           IF FL-Status NOT = '00'
               DISPLAY "** 청구 원장 되쓰기 실패 : " FL-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LGx FROM 1 BY 1 UNTIL LGx > Lg-Count
               MOVE SPACES TO Ledger-Record
               MOVE LGT-Term(LGx)    TO FL-Term
               MOVE LGT-StudId(LGx)  TO FL-StudId
               MOVE LGT-CustNo(LGx)  TO FL-CustNo
               MOVE LGT-InvNo(LGx)   TO FL-InvNo
               MOVE LGT-Fee(LGx)     TO FL-Fee
               MOVE LGT-Disc(LGx)    TO FL-Disc
               MOVE LGT-Net(LGx)     TO FL-Net
               MOVE LGT-Credit(LGx)  TO FL-Credit
               MOVE LGT-CrDate(LGx)  TO FL-CrDate
               WRITE Ledger-Record
           END-PERFORM
           CLOSE Ledger-File.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "FEEBILL 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
                  " 청구="         DELIMITED BY SIZE
                  Inv-Ctr           DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
          *> 야간 배치 드라이버가 CALL로 실행할 때도
          *> 쓸 수 있도록 STOP RUN 대신 GOBACK을 쓴다
           GOBACK.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.
