       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.
       AUTHOR. YONEE.
       REMARKS. 휴면 예금 판정. 색인 원부(ACCOUNTS.IDX)의 사용
                중 예금('D') 계좌마다 공용 계좌 거래 기록
                (ACCTJRNL.DAT)에서 고객이 일으킨 마지막 사건
                (OPEN 개설, PAY 입금, EXTR 중도상환, ACTV 휴면
                해제 - 기록이 없으면 기산일)을 찾아, 처리일
                에서 정책 개월 수(DORMCFG.DAT, 없으면 60)를
                되돌린 날보다 앞서면 휴면으로 지정한다. 지정은
                원부 확장 영역의 휴면 표시/지정일로 남기고
                거래 기록에 DORM, 실행 기록에 한 줄씩 남긴 뒤
                순차 ACCOUNTS.DAT를 다시 내려쓴다. 휴면 계좌
                전체를 지점별 대장(DORMANT.RPT)으로 찍는다.
                해제는 ACCTMNT 신청 - CHGAPPRV 승인 - CHGAPPLY
                반영 순서로만 한다. 월말 단계로 돈다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Cfg-File ASSIGN TO "DORMCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Rpt-File ASSIGN TO "DORMANT.RPT"
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

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Cfg-File.
       01  Cfg-Record.
           02  DC-Months         PIC 999.

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
       77  AcctIdx-Status    PIC XX.
       77  Account-Status    PIC XX.
       77  Cfg-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Jrnl-Eof          PIC X       VALUE 'N'.

      *> ----- 정책 -----
       77  Dorm-Months       PIC 999     VALUE 60.
       77  Cut-Date          PIC 9(8)    VALUE 0.

      *> ----- 예금 계좌 테이블 -----
      *> DM-New - 'Y' 이번에 지정, 'N' 이미 휴면, 빈칸 정상
       77  Dm-Count          PIC 9(4)    VALUE 0.
       01  Dorm-Table.
           02  Dorm-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Dm-Count
                          INDEXED BY DMx.
               03  DM-AcctNo     PIC X(10).
               03  DM-Branch     PIC X(3).
               03  DM-CustNo     PIC 9(5).
               03  DM-Principal  PIC 9(5).
               03  DM-LastAct    PIC 9(8).
               03  DM-Dormant    PIC X.
               03  DM-DormDate   PIC 9(8).
               03  DM-New        PIC X.

      *> ----- 지점 목록 -----
       77  Br-Count          PIC 99      VALUE 0.
       01  Br-Table.
           02  Br-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON Br-Count
                        INDEXED BY BRx.
               03  BR-Branch     PIC X(3).

      *> ----- 계좌 마스터 확장 영역 작업본 -----
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.

      *> ----- 판정 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Curr-Branch       PIC X(3)    VALUE SPACES.
       77  New-Ctr           PIC 9(4)    VALUE 0.
       77  Old-Ctr           PIC 9(4)    VALUE 0.
       77  Fail-Ctr          PIC 9(4)    VALUE 0.
       77  Jrnl-Ctr          PIC 9(7)    VALUE 0.
       77  Due-YY            PIC 9(4)    VALUE 0.
       77  Due-MMDD          PIC 9(4)    VALUE 0.
       77  Due-MM            PIC 99      VALUE 0.
       77  Due-DD            PIC 99      VALUE 0.
       77  Mon-Work          PIC 9(6)    VALUE 0.
       77  Mon-Now           PIC 9(6)    VALUE 0.
       77  Month-Days        PIC 99      VALUE 0.
       77  Leap-Work         PIC 9(4)    VALUE 0.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 대장 편집 -----
       77  Br-Cnt            PIC 9(4)    VALUE 0.
       77  Br-Amt            PIC 9(9)    VALUE 0.
       77  Tot-Cnt           PIC 9(4)    VALUE 0.
       77  Tot-Amt           PIC 9(9)    VALUE 0.
       77  Ed-Months         PIC ZZ9.
       77  Ed-Cnt            PIC Z,ZZ9.
       77  Ed-Amt            PIC ZZZ,ZZZ,ZZ9.
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Principal      PIC ZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-LastAct        PIC 9(8).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Idle           PIC ZZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-DormDate       PIC 9(8).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Kind           PIC X(6).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "DORMSCAN"       TO AL-Program
           MOVE "DORMSCAN 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 기준일은 WONRI와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM GetConfig-P
           PERFORM CalcCut-P
           PERFORM LoadDeps-P
           IF Dm-Count = 0
               DISPLAY "판정할 예금 계좌 없음"
               PERFORM WriteRpt-P
               GO TO Keut-P
           END-IF
           PERFORM ScanJrnl-P
           PERFORM MarkAll-P
           IF New-Ctr > 0
               PERFORM ExtractAccts-P
           END-IF
           PERFORM WriteRpt-P
           IF Fail-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "휴면 신규 지정 " New-Ctr " 건, 기존 "
                   Old-Ctr " 건, 실패 " Fail-Ctr " 건"
           GO TO Keut-P.

       GetConfig-P.
          *> 정책 개월 수 - 없거나 0이면 기본값
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF DC-Months IS NUMERIC
                          AND DC-Months > 0
                           MOVE DC-Months TO Dorm-Months
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       CalcCut-P.
          *> 기준일 - 처리일에서 정책 개월 수만큼 되돌린
          *> 날(말일을 넘는 날은 그 달 말일). 마지막 고객
          *> 거래가 이 날보다 앞서면 휴면이다
           DIVIDE Proc-Date BY 10000
               GIVING Due-YY REMAINDER Due-MMDD
           DIVIDE Due-MMDD BY 100
               GIVING Due-MM REMAINDER Due-DD
           COMPUTE Mon-Now = Due-YY * 12 + Due-MM - 1
           COMPUTE Mon-Work = Mon-Now - Dorm-Months
           COMPUTE Due-YY = Mon-Work / 12
           COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
           PERFORM MonthDays-P
           IF Due-DD > Month-Days
               MOVE Month-Days TO Due-DD
           END-IF
           COMPUTE Cut-Date = Due-YY * 10000 + Due-MM * 100 + Due-DD.

       MonthDays-P.
          *> 해당 연월의 말일을 구한다
           EVALUATE Due-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Month-Days
               WHEN 2
                   MOVE 28 TO Month-Days
                   COMPUTE Leap-Work = FUNCTION MOD(Due-YY, 4)
                   IF Leap-Work = 0
                       MOVE 29 TO Month-Days
                       COMPUTE Leap-Work =
                           FUNCTION MOD(Due-YY, 100)
                       IF Leap-Work = 0
                           COMPUTE Leap-Work =
                               FUNCTION MOD(Due-YY, 400)
                           IF Leap-Work NOT = 0
                               MOVE 28 TO Month-Days
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Month-Days
           END-EVALUATE.

       LoadDeps-P.
          *> 색인 원부를 훑어 사용 중 예금 계좌만 모은다
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AI-AcctNo
           START AcctIdx-File KEY >= AI-AcctNo
               INVALID KEY CONTINUE
           END-START
           PERFORM DepRead-P
               UNTIL AcctIdx-Status NOT = '00'
           CLOSE AcctIdx-File.

       DepRead-P.
           READ AcctIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF AI-Status = 'A' AND AI-Type = 'D'
                       IF Dm-Count >= 2000
                           DISPLAY "** 예금 표 한도(2000) 초과"
                       ELSE
                           PERFORM StowDep-P
                       END-IF
                   END-IF
           END-READ.

       StowDep-P.
           MOVE AI-Ext TO WA-Ext
           ADD 1 TO Dm-Count
           SET DMx TO Dm-Count
           MOVE AI-AcctNo    TO DM-AcctNo(DMx)
           IF AI-Branch = SPACES
               MOVE '000'    TO DM-Branch(DMx)
           ELSE
               MOVE AI-Branch TO DM-Branch(DMx)
           END-IF
           MOVE AI-CustNo    TO DM-CustNo(DMx)
           MOVE AI-Principal TO DM-Principal(DMx)
           MOVE 0            TO DM-LastAct(DMx)
           IF AI-OrigDate IS NUMERIC
               MOVE AI-OrigDate TO DM-LastAct(DMx)
           END-IF
           MOVE SPACE        TO DM-New(DMx)
           MOVE 0            TO DM-DormDate(DMx)
           IF WA-Dormant = 'Y'
               MOVE 'Y'      TO DM-Dormant(DMx)
               MOVE 'N'      TO DM-New(DMx)
               IF WA-DormDate IS NUMERIC
                   MOVE WA-DormDate TO DM-DormDate(DMx)
               END-IF
           ELSE
               MOVE 'N'      TO DM-Dormant(DMx)
           END-IF.

       ScanJrnl-P.
          *> 고객이 일으킨 사건만 마지막 거래일로 친다 -
          *> 만기, 정정, 재산정 같은 은행 쪽 사건은 빼고
           OPEN INPUT Jrnl-File
           IF Jrnl-Status NOT = '00'
               DISPLAY "거래 기록 없음 - 기산일로 판정"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Jrnl-Eof = 'Y'
               READ Jrnl-File
                   AT END MOVE 'Y' TO Jrnl-Eof
                   NOT AT END
                       ADD 1 TO Jrnl-Ctr
                       IF AJ-Event = 'OPEN' OR AJ-Event = 'PAY '
                          OR AJ-Event = 'EXTR' OR AJ-Event = 'ACTV'
                           PERFORM NoteEvent-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Jrnl-File.

       NoteEvent-P.
           IF AJ-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           SET DMx TO 1
           SEARCH Dorm-Entry
               AT END CONTINUE
               WHEN DM-AcctNo(DMx) = AJ-AcctNo
                   IF AJ-Date > DM-LastAct(DMx)
                       MOVE AJ-Date TO DM-LastAct(DMx)
                   END-IF
           END-SEARCH.

       MarkAll-P.
          *> 기준일 전에 멈춘 정상 계좌를 휴면으로 돌린다
           PERFORM VARYING DMx FROM 1 BY 1
                   UNTIL DMx > Dm-Count
               IF DM-Dormant(DMx) = 'Y'
                   ADD 1 TO Old-Ctr
               ELSE
                   IF DM-LastAct(DMx) < Cut-Date
                       MOVE 'Y' TO DM-New(DMx)
                   END-IF
               END-IF
           END-PERFORM
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               PERFORM VARYING DMx FROM 1 BY 1
                       UNTIL DMx > Dm-Count
                   IF DM-New(DMx) = 'Y'
                       MOVE SPACE TO DM-New(DMx)
                       ADD 1 TO Fail-Ctr
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING DMx FROM 1 BY 1
                   UNTIL DMx > Dm-Count
               IF DM-New(DMx) = 'Y'
                   PERFORM MarkOne-P
               END-IF
           END-PERFORM
           CLOSE AcctIdx-File.

       MarkOne-P.
          *> 판정 사이에 해지/변경되었으면 건너뛴다
           MOVE DM-AcctNo(DMx) TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   MOVE SPACE TO DM-New(DMx)
                   ADD 1 TO Fail-Ctr
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Ext TO WA-Ext
           IF AI-Status NOT = 'A' OR WA-Dormant = 'Y'
               MOVE SPACE TO DM-New(DMx)
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y'       TO WA-Dormant
           MOVE Proc-Date TO WA-DormDate
           MOVE WA-Ext    TO AI-Ext
           REWRITE AcctIdx-Record
               INVALID KEY
                   DISPLAY "** 휴면 지정 실패 : " AI-AcctNo
                   MOVE SPACE TO DM-New(DMx)
                   ADD 1 TO Fail-Ctr
               NOT INVALID KEY
                   MOVE 'Y'       TO DM-Dormant(DMx)
                   MOVE Proc-Date TO DM-DormDate(DMx)
                   ADD 1 TO New-Ctr
                   PERFORM JrnlDorm-P
                   MOVE SPACES TO AL-Event
                   STRING "휴면지정 " DELIMITED BY SIZE
                          AI-AcctNo   DELIMITED BY SIZE
                          " 최종 "    DELIMITED BY SIZE
                          DM-LastAct(DMx) DELIMITED BY SIZE
                          INTO AL-Event
                   PERFORM LogAudit-P
           END-REWRITE.

       JrnlDorm-P.
          *> 휴면 지정을 공용 계좌 거래 기록에 남긴다 -
          *> 금액은 지정 당시 원금, 전/후는 없다
           MOVE SPACES TO Jrnl-Record
           MOVE AI-AcctNo    TO AJ-AcctNo
           MOVE Proc-Date    TO AJ-Date
           MOVE 'DORM'       TO AJ-Event
           MOVE AI-Principal TO AJ-Amount
           MOVE 0            TO AJ-Before
           MOVE 0            TO AJ-After
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       ExtractAccts-P.
          *> ACCTMNT의 Extract-P와 같은 순차본 내려쓰기
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
          *> 휴면 계좌 전체를 지점별로 싣는다
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 대장 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE Dorm-Months TO Ed-Months
           MOVE SPACES TO Rpt-Line
           STRING "=== 휴면 예금 대장 기준일 "
                                               DELIMITED BY SIZE
                  Proc-Date                    DELIMITED BY SIZE
                  " ==="                       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "무거래 " DELIMITED BY SIZE
                  Ed-Months  DELIMITED BY SIZE
                  "개월(최종 고객 거래 " DELIMITED BY SIZE
                  Cut-Date   DELIMITED BY SIZE
                  " 이전)"   DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING DMx FROM 1 BY 1
                   UNTIL DMx > Dm-Count
               IF DM-Dormant(DMx) = 'Y'
                   MOVE DM-Branch(DMx) TO Curr-Branch
                   PERFORM AddBranch-P
               END-IF
           END-PERFORM
           MOVE 0 TO Tot-Cnt Tot-Amt
           PERFORM VARYING BRx FROM 1 BY 1
                   UNTIL BRx > Br-Count
               PERFORM BranchRpt-P
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE Tot-Cnt TO Ed-Cnt
           MOVE Tot-Amt TO Ed-Amt
           MOVE SPACES TO Rpt-Line
           STRING "전행 휴면 " DELIMITED BY SIZE
                  Ed-Cnt       DELIMITED BY SIZE
                  " 건  원금 " DELIMITED BY SIZE
                  Ed-Amt       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE New-Ctr TO Ed-Cnt
           MOVE SPACES TO Rpt-Line
           STRING "이번 신규 지정 " DELIMITED BY SIZE
                  Ed-Cnt            DELIMITED BY SIZE
                  " 건"             DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       AddBranch-P.
           MOVE 'N' TO Slot-Ok
           IF Br-Count > 0
               SET BRx TO 1
               SEARCH Br-Entry
                   AT END CONTINUE
                   WHEN BR-Branch(BRx) = Curr-Branch
                       MOVE 'Y' TO Slot-Ok
               END-SEARCH
           END-IF
           IF Slot-Ok = 'N'
               IF Br-Count < 50
                   ADD 1 TO Br-Count
                   MOVE Curr-Branch TO BR-Branch(Br-Count)
               ELSE
                   DISPLAY "** 지점 표 한도(50) 초과 : "
                           Curr-Branch
               END-IF
           END-IF.

       BranchRpt-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "[지점 "       DELIMITED BY SIZE
                  BR-Branch(BRx) DELIMITED BY SIZE
                  "]"            DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌번호    고객     원금  "
                                             DELIMITED BY SIZE
                  "최종거래  경과월  지정일"
                                             DELIMITED BY SIZE
                  "    구분"                 DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE 0 TO Br-Cnt Br-Amt
           PERFORM VARYING DMx FROM 1 BY 1
                   UNTIL DMx > Dm-Count
               IF DM-Dormant(DMx) = 'Y'
                  AND DM-Branch(DMx) = BR-Branch(BRx)
                   PERFORM WriteDetail-P
               END-IF
           END-PERFORM
           MOVE Br-Cnt TO Ed-Cnt
           MOVE Br-Amt TO Ed-Amt
           MOVE SPACES TO Rpt-Line
           STRING "  소계 " DELIMITED BY SIZE
                  Ed-Cnt    DELIMITED BY SIZE
                  " 건  원금 " DELIMITED BY SIZE
                  Ed-Amt    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           ADD Br-Cnt TO Tot-Cnt
           ADD Br-Amt TO Tot-Amt.

       WriteDetail-P.
          *> 경과월 = 처리월 - 최종 거래월
           MOVE DM-AcctNo(DMx)    TO RD-AcctNo
           MOVE DM-CustNo(DMx)    TO RD-CustNo
           MOVE DM-Principal(DMx) TO RD-Principal
           MOVE DM-LastAct(DMx)   TO RD-LastAct
           MOVE DM-DormDate(DMx)  TO RD-DormDate
           DIVIDE DM-LastAct(DMx) BY 10000
               GIVING Due-YY REMAINDER Due-MMDD
           DIVIDE Due-MMDD BY 100
               GIVING Due-MM REMAINDER Due-DD
           COMPUTE Mon-Work = Due-YY * 12 + Due-MM - 1
           IF Mon-Now > Mon-Work
               COMPUTE RD-Idle = Mon-Now - Mon-Work
           ELSE
               MOVE 0 TO RD-Idle
           END-IF
           IF DM-New(DMx) = 'Y'
               MOVE "신규" TO RD-Kind
           ELSE
               MOVE "기존" TO RD-Kind
           END-IF
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line
           ADD 1 TO Br-Cnt
           ADD DM-Principal(DMx) TO Br-Amt.

       Keut-P.
           MOVE "DORMSCAN 종료"  TO AL-Event
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
