       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOFF.
       AUTHOR. YONEE.
       REMARKS. 월말 대손 상각. GLEXTR 뒤, ACCRUE 앞에 돈다.
                PAYPOST가 남긴 연체 추출(ARREARS.DAT)에서
                가장 오랜 미납 납기가 상각 기준 일수
                (CHGOPOL.DAT, 없으면 180일)를 넘긴 대출을
                골라, 색인 원부(ACCOUNTS.IDX)의 상태를 상각
                ('W')으로 바꾸고 순차 ACCOUNTS.DAT를 다시
                내려쓴다. 가장 오랜 미납 회차의 기초 잔액을
                원금 상각으로(대손충당금/대출금), 그 회차
                부터 처리일까지 지난 회차의 이자를 미수
                이자 환입으로(이자수익/미수이자) GLPOST.DAT
                끝에 한 배치로 덧붙인다. 상각 건은 상각
                대장(CHGOFF.DAT)과 공용 거래 기록(WOFF)에
                남겨, 이후 입금은 PAYPOST가 회수로 처리하고
                ACCRUE/COLLGEN/DUNLETR는 건너뛴다. 채무
                재조정 계좌는 재조정일 이전 납기의 옛 연체를
                세지 않는다. 상각 대장 행은 원부를
                고치기 전에 먼저 쓰고, 대장을 열지
                못하면 원부를 건드리지 않는다. 결과는
                CHGOFF.RPT로 찍는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Pol-File ASSIGN TO "CHGOPOL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pol-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           SELECT Rpt-File ASSIGN TO "CHGOFF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록/거래 기록
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           SELECT Jrnl-File ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Pol-File.
       01  Pol-Record.
           *> 가장 오랜 미납 납기부터 상각까지의 일수
           02  CP-Days           PIC 9(3).

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  ArrExt-File.
       01  ArrExt-Record.
           02  AX-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  AX-Period         PIC 999.
           02  FILLER            PIC X.
           02  AX-Unpaid         PIC 9(5)V9.
           02  FILLER            PIC X.
           02  AX-Bucket         PIC 9.
           02  FILLER            PIC X.
           02  AX-DueDate        PIC 9(8).

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  AcctIdx-File.
       01  AcctIdx-Record.
           02  AI-AcctNo         PIC X(10).
           02  AI-ProdCode       PIC X(5).
           02  AI-Principal      PIC 9(5).
           02  AI-Status         PIC X.
           02  AI-OrigDate       PIC 9(8).
           02  AI-Freq           PIC X.
           02  AI-CustNo         PIC 9(5).
           02  AI-Type           PIC X.
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Jrnl-File.
       COPY "ACCTJRNL.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Jrnl-Status       PIC XX.
       77  Pol-Status        PIC XX.
       77  Account-Status    PIC XX.
       77  ArrExt-Status     PIC XX.
       77  Ledger-Status     PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  ChgOff-Status     PIC XX.
       77  GL-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  ArrExt-Eof        PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  Reg-Open          PIC X       VALUE 'N'.

      *> ----- 분개 계정 코드 -----
      *> 이자 계정은 GLEXTR와 동일
       77  Acct-Loan         PIC X(4)    VALUE '1100'.
       77  Acct-Allow        PIC X(4)    VALUE '1190'.
       77  Acct-IntRecv      PIC X(4)    VALUE '1150'.
       77  Acct-IntIncome    PIC X(4)    VALUE '4100'.

      *> ----- 대출 계좌 테이블 (상각 후보) -----
      *> CD-State - 'N' 기준 미달, 'E' 상각 대상,
      *> 'W' 상각 반영, 'F' 원부/대장 반영 실패
       77  Cand-Count        PIC 9(4)    VALUE 0.
       01  Cand-Table.
           02  Cand-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cand-Count
                          INDEXED BY CDx.
               03  CD-AcctNo     PIC X(10).
               03  CD-RestrDate  PIC 9(8).
               03  CD-CustNo     PIC 9(5).
               03  CD-Branch     PIC X(3).
               03  CD-ProdCode   PIC X(5).
               03  CD-OldDue     PIC 9(8).
               03  CD-OldPer     PIC 999.
               03  CD-Days       PIC 9(5).
               03  CD-Prin       PIC 9(7)V99.
               03  CD-IntRev     PIC 9(7)V99.
               03  CD-State      PIC X.

      *> ----- 상각 작업영역 -----
       77  Pol-Days          PIC 9(3)    VALUE 180.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Proc-Int          PIC 9(8)    VALUE 0.
       77  Due-Int           PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Elig-Ctr          PIC 9(4)    VALUE 0.
       77  Done-Ctr          PIC 9(4)    VALUE 0.
       77  Fail-Ctr          PIC 9(4)    VALUE 0.
       77  Tot-Prin          PIC 9(9)V99 VALUE 0.
       77  Tot-IntRev        PIC 9(9)V99 VALUE 0.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 머리/명세/꼬리 편집 (GLEXTR 규약) -----
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X.
      *> 출처 표시 - GLAPPLY 배치 열쇠의 한 부분
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'CHGOFF'.
       01  Detail-Line.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Period         PIC 999.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-GLCode         PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-DrCr           PIC X(2).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Amount         PIC 9(7)V99.
       01  Trailer-Line.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AcctHash       PIC 9(12).

      *> ----- 배치 합계/해시 -----
       77  Rec-Count         PIC 9(7)    VALUE 0.
       77  Amt-Hash          PIC 9(11)V99 VALUE 0.
       77  Acct-Hash         PIC 9(12)   VALUE 0.
       77  Acct-Num          PIC 9(10)   VALUE 0.
       77  Post-Amt          PIC 9(7)V99 VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Result         PIC X(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-OldDue         PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Days           PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Prin           PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-IntRev         PIC Z,ZZZ,ZZ9.99.
       01  Total-Line.
           02  TL-Caption        PIC X(14).
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CHGOFF"         TO AL-Program
           MOVE "CHGOFF 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 상각일은 GLEXTR/ACCRUE와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           COMPUTE Proc-Int = FUNCTION INTEGER-OF-DATE(Proc-Date)
           PERFORM LoadPolicy-P
           PERFORM LoadAccounts-P
           IF Cand-Count = 0
               DISPLAY "상각 검토 대출 없음"
               GO TO Keut-P
           END-IF
           PERFORM LoadArrears-P
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Cand-Count
               PERFORM JudgeOne-P
           END-PERFORM
           IF Elig-Ctr = 0
               DISPLAY "상각 대상 없음 (기준 " Pol-Days "일)"
               GO TO Keut-P
           END-IF
           PERFORM ScanLedger-P
          *> 상각 대장을 열 수 있어야 원부를 고친다 - 대장에
          *> 없는 상각 계좌는 회수/독촉 쪽에서 놓친다
           PERFORM OpenReg-P
           IF Reg-Open = 'Y'
               PERFORM ApplyAll-P
               CLOSE ChgOff-File
           ELSE
               PERFORM FailAll-P
           END-IF
           IF Done-Ctr > 0
               PERFORM WriteGL-P
               PERFORM ExtractAccts-P
           END-IF
           PERFORM WriteRpt-P
           IF Fail-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "대손 상각 " Done-Ctr " 건, 실패 "
                   Fail-Ctr " 건"
           GO TO Keut-P.

       LoadPolicy-P.
          *> 상각 기준 일수 - 파일이 없거나 0이면 180일
           OPEN INPUT Pol-File
           IF Pol-Status = '00'
               READ Pol-File
                   AT END CONTINUE
                   NOT AT END
                       IF CP-Days IS NUMERIC AND CP-Days > 0
                           MOVE CP-Days TO Pol-Days
                       END-IF
               END-READ
               CLOSE Pol-File
           END-IF.

       LoadAccounts-P.
          *> 순차 마스터의 대출 계좌를 후보로 싣는다 -
          *> 예금('D')은 상각 대상이 아니다
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               DISPLAY "** 계좌 파일 열기 실패 : "
                       Account-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       IF AC-Type NOT = 'D' AND AC-Type NOT = 'S'
                           PERFORM StowAcct-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       StowAcct-P.
           IF Cand-Count >= 2000
               DISPLAY "** 계좌 표 한도(2000) 초과"
               MOVE 'Y' TO Account-Eof
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Cand-Count
           MOVE AC-AcctNo TO CD-AcctNo(Cand-Count)
           MOVE 0 TO CD-RestrDate(Cand-Count)
           IF AC-Restr = 'Y' AND AC-RestrDate IS NUMERIC
               MOVE AC-RestrDate TO CD-RestrDate(Cand-Count)
           END-IF
           MOVE AC-CustNo TO CD-CustNo(Cand-Count)
           MOVE AC-Branch TO CD-Branch(Cand-Count)
           MOVE AC-ProdCode TO CD-ProdCode(Cand-Count)
           MOVE 99999999 TO CD-OldDue(Cand-Count)
           MOVE 0 TO CD-OldPer(Cand-Count)
           MOVE 0 TO CD-Days(Cand-Count)
           MOVE 0 TO CD-Prin(Cand-Count)
           MOVE 0 TO CD-IntRev(Cand-Count)
           MOVE 'N' TO CD-State(Cand-Count).

       FindCand-P.
           MOVE 'N' TO Slot-Ok
           SET CDx TO 1
           SEARCH Cand-Entry
               AT END CONTINUE
               WHEN CD-AcctNo(CDx) = Work-AcctNo
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH.

       LoadArrears-P.
          *> 계좌별 가장 오랜 미납 납기와 그 회차를 찾는다
          *> - 납기일 없는 옛 행은 일수를 셀 수 없어 뺀다
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "연체 추출 파일 없음 : " ArrExt-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ArrExt-Eof = 'Y'
               READ ArrExt-File
                   AT END MOVE 'Y' TO ArrExt-Eof
                   NOT AT END
                       PERFORM NoteArrears-P
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       NoteArrears-P.
           IF AX-DueDate IS NOT NUMERIC OR AX-DueDate = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AX-AcctNo TO Work-AcctNo
           PERFORM FindCand-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AX-DueDate <= CD-RestrDate(CDx)
               EXIT PARAGRAPH
           END-IF
           IF AX-DueDate < CD-OldDue(CDx)
               MOVE AX-DueDate TO CD-OldDue(CDx)
               MOVE AX-Period  TO CD-OldPer(CDx)
           END-IF.

       JudgeOne-P.
          *> 가장 오랜 미납 납기가 기준 일수를 넘겼는가
           IF CD-OldDue(CDx) = 99999999
               EXIT PARAGRAPH
           END-IF
           COMPUTE Due-Int =
               FUNCTION INTEGER-OF-DATE(CD-OldDue(CDx))
           IF Proc-Int > Due-Int
               COMPUTE CD-Days(CDx) = Proc-Int - Due-Int
           END-IF
           IF CD-Days(CDx) >= Pol-Days
               MOVE 'E' TO CD-State(CDx)
               ADD 1 TO Elig-Ctr
           END-IF.

       ScanLedger-P.
          *> 가장 오랜 미납 회차의 기초 잔액이 남은 원금
          *> 이고, 그 회차부터 처리일까지 지난 회차의
          *> 이자가 GLEXTR가 미수로 잡아 둔 이자다
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       PERFORM NoteLedger-P
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       NoteLedger-P.
           MOVE LG-AcctNo TO Work-AcctNo
           PERFORM FindCand-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CD-State(CDx) NOT = 'E'
               EXIT PARAGRAPH
           END-IF
           IF LG-Period = CD-OldPer(CDx)
               MOVE LG-WonGeum TO CD-Prin(CDx)
           END-IF
           IF LG-Period >= CD-OldPer(CDx)
              AND LG-DueDate IS NUMERIC
              AND LG-DueDate <= Proc-Date
               ADD LG-Ija TO CD-IntRev(CDx)
           END-IF.

       ApplyAll-P.
          *> 상각 대상을 색인 원부에 제자리 반영한다
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               PERFORM FailAll-P
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Cand-Count
               IF CD-State(CDx) = 'E'
                   PERFORM ApplyOne-P
               END-IF
           END-PERFORM
           CLOSE AcctIdx-File.

       FailAll-P.
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Cand-Count
               IF CD-State(CDx) = 'E'
                   MOVE 'F' TO CD-State(CDx)
                   ADD 1 TO Fail-Ctr
               END-IF
           END-PERFORM.

       ApplyOne-P.
           MOVE CD-AcctNo(CDx) TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   MOVE 'F' TO CD-State(CDx)
                   ADD 1 TO Fail-Ctr
                   EXIT PARAGRAPH
           END-READ
           IF AI-Status NOT = 'A' OR AI-Type = 'D' OR AI-Type = 'S'
               MOVE 'F' TO CD-State(CDx)
               ADD 1 TO Fail-Ctr
               EXIT PARAGRAPH
           END-IF
          *> 대장 행을 먼저 쓴다 - 못 쓰면 원부를 고치지 않는다
           PERFORM WriteReg-P
           IF ChgOff-Status NOT = '00'
               DISPLAY "** 상각 대장 쓰기 실패 : " AI-AcctNo
                       " " ChgOff-Status
               MOVE 8 TO RETURN-CODE
               MOVE 'F' TO CD-State(CDx)
               ADD 1 TO Fail-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO AI-Status
           REWRITE AcctIdx-Record
               INVALID KEY
                  *> 대장 행은 이미 있으므로 손으로 지워야 한다
                   DISPLAY "** 원부 되쓰기 실패 - 상각 "
                           "대장 행 정리 필요 : " AI-AcctNo
                   MOVE 8 TO RETURN-CODE
                   MOVE 'F' TO CD-State(CDx)
                   ADD 1 TO Fail-Ctr
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'W' TO CD-State(CDx)
           ADD 1 TO Done-Ctr
           ADD CD-Prin(CDx)   TO Tot-Prin
           ADD CD-IntRev(CDx) TO Tot-IntRev
           PERFORM JrnlWoff-P
           MOVE SPACES TO AL-Event
           STRING "대손상각 " DELIMITED BY SIZE
                  AI-AcctNo   DELIMITED BY SIZE
                  " 경과 "    DELIMITED BY SIZE
                  CD-Days(CDx) DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       JrnlWoff-P.
          *> 상각을 공용 계좌 거래 기록에 남긴다 - 금액은
          *> 상각 원금, 전/후는 남은 원금과 0이다
           MOVE SPACES TO Jrnl-Record
           MOVE AI-AcctNo TO AJ-AcctNo
           MOVE Proc-Date TO AJ-Date
           MOVE 'WOFF'    TO AJ-Event
           MOVE CD-Prin(CDx) TO AJ-Amount
           MOVE CD-Prin(CDx) TO AJ-Before
           MOVE 0            TO AJ-After
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       OpenReg-P.
          *> 상각 대장을 끝에 덧붙이기로 연다
           MOVE 'N' TO Reg-Open
           OPEN EXTEND ChgOff-File
           IF ChgOff-Status NOT = '00'
               OPEN OUTPUT ChgOff-File
           END-IF
           IF ChgOff-Status NOT = '00'
               DISPLAY "** 상각 대장 열기 실패 : " ChgOff-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Reg-Open.

       WriteReg-P.
          *> 상각 건 한 줄을 상각 대장 끝에 덧붙인다
           MOVE SPACES TO ChgOff-Record
           MOVE CD-AcctNo(CDx)   TO CO-AcctNo
           MOVE Proc-Date        TO CO-Date
           MOVE CD-Prin(CDx)     TO CO-Principal
           MOVE CD-IntRev(CDx)   TO CO-IntRev
           MOVE CD-OldPer(CDx)   TO CO-Period
           MOVE CD-OldDue(CDx)   TO CO-DueDate
           MOVE CD-CustNo(CDx)   TO CO-CustNo
           MOVE CD-Branch(CDx)   TO CO-Branch
           MOVE CD-ProdCode(CDx) TO CO-ProdCode
           WRITE ChgOff-Record.

       WriteGL-P.
          *> GLEXTR가 만든 분개 뒤에 상각 배치를 이어
          *> 붙인다 - 원금 상각과 미수 이자 환입
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** 분개 파일 열기 실패 : " GL-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Rec-Count Amt-Hash Acct-Hash
           MOVE Proc-Date TO GH-Date
           MOVE 'L' TO GH-Mode
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Cand-Count
               IF CD-State(CDx) = 'W'
                   PERFORM PostOne-P
               END-IF
           END-PERFORM
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File.

       PostOne-P.
          *> 원금은 충당금으로 떨고, 미수 이자는 수익에서
          *> 되돌린다 - 0원 행은 쓰지 않는다
           MOVE CD-AcctNo(CDx) TO Work-AcctNo
           IF CD-Prin(CDx) > 0
               MOVE CD-Prin(CDx) TO Post-Amt
               MOVE Acct-Allow TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM WriteDetail-P
               MOVE Acct-Loan TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM WriteDetail-P
           END-IF
           IF CD-IntRev(CDx) > 0
               MOVE CD-IntRev(CDx) TO Post-Amt
               MOVE Acct-IntIncome TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM WriteDetail-P
               MOVE Acct-IntRecv TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM WriteDetail-P
           END-IF.

       WriteDetail-P.
           MOVE Work-AcctNo    TO GD-AcctNo
           MOVE CD-OldPer(CDx) TO GD-Period
           MOVE Post-Amt       TO GD-Amount
           MOVE Detail-Line TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD Post-Amt TO Amt-Hash
          *> 계좌번호 해시 - 번호가 숫자가 아니면 0으로
           IF Work-AcctNo IS NUMERIC
               MOVE Work-AcctNo TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           ADD Acct-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       ExtractAccts-P.
          *> ACCTMNT의 Extract-P와 같은 순차본 내려쓰기 -
          *> 상각('W') 계좌는 빠지므로 다음 밤 WONRI가
          *> 원장 행을 더 짓지 않는다
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 원부 재열기 실패 : " AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Account-File
           MOVE LOW-VALUES TO AI-AcctNo
           START AcctIdx-File KEY >= AI-AcctNo
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO Ct-Rows Ct-Amt
           PERFORM ExtractRead-P
               UNTIL AcctIdx-Status NOT = '00'
           CLOSE Account-File
           CLOSE AcctIdx-File
           MOVE 'W' TO Ct-Op
           MOVE 'ACCOUNTS.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       ExtractRead-P.
           READ AcctIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF AI-Status = 'A'
                       MOVE AI-AcctNo    TO AC-AcctNo
                       MOVE AI-ProdCode  TO AC-ProdCode
                       MOVE AI-Principal TO AC-Principal
                       MOVE AI-OrigDate  TO AC-OrigDate
                       MOVE AI-Freq      TO AC-Freq
                       MOVE AI-CustNo    TO AC-CustNo
                       MOVE AI-Type      TO AC-Type
                       MOVE AI-Branch    TO AC-Branch
                       MOVE AI-Term      TO AC-Term
                       MOVE AI-Comp      TO AC-Comp
                       MOVE AI-Ext       TO AC-Ext
                       WRITE Account-Record
                       ADD 1 TO Ct-Rows
                       ADD AI-Principal TO Ct-Amt
                   END-IF
           END-READ.

       WriteRpt-P.
          *> 상각 대상으로 고른 계좌의 결과를 한 줄씩
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 대손 상각 " DELIMITED BY SIZE
                  Proc-Date        DELIMITED BY SIZE
                  " (기준 "        DELIMITED BY SIZE
                  Pol-Days         DELIMITED BY SIZE
                  "일) ==="        DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌        결과    최고납기  경과"
                                        DELIMITED BY SIZE
                  "     상각원금    이자환입"
                                        DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Cand-Count
               IF CD-State(CDx) = 'W' OR CD-State(CDx) = 'F'
                   MOVE CD-AcctNo(CDx) TO RD-AcctNo
                   IF CD-State(CDx) = 'W'
                       MOVE "상각" TO RD-Result
                   ELSE
                       MOVE "실패" TO RD-Result
                   END-IF
                   MOVE CD-OldDue(CDx) TO RD-OldDue
                   MOVE CD-Days(CDx)   TO RD-Days
                   MOVE CD-Prin(CDx)   TO RD-Prin
                   MOVE CD-IntRev(CDx) TO RD-IntRev
                   MOVE Rpt-Detail TO Rpt-Line
                   WRITE Rpt-Line
               END-IF
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "상각 원금 합:" TO TL-Caption
           MOVE Tot-Prin        TO TL-Amount
           MOVE Total-Line      TO Rpt-Line
           WRITE Rpt-Line
           MOVE "이자 환입 합:" TO TL-Caption
           MOVE Tot-IntRev      TO TL-Amount
           MOVE Total-Line      TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       Keut-P.
           MOVE "CHGOFF 종료"    TO AL-Event
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
