       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENASSES.
       AUTHOR. YONEE.
       REMARKS. 연체 이자(지연 배상금) 야간 부과. PAYPOST가
                남긴 연체 추출(ARREARS.DAT)의 미납 회차마다
                납기일(또는 지난 부과일 중 늦은 날)부터 처리
                기준일(BIZDATE)까지의 일수로, 상품별 연체
                이율(PENRATE.DAT, 연율)을 미납액에 물린다.
                부과액은 계좌별 연체 이자 미수 잔액 파일
                (PENALTY.DAT)에 쌓고 공용 거래 기록에 PENL로
                남긴다. 같은 날 두 번 돌려도 일수가 0이라
                다시 물리지 않는다. 대손 상각(CHGOFF.DAT)
                계좌와 채무 재조정 계좌의 재조정일 이전
                납기 행은 부과하지 않는다. 부과 내역은
                PENASSES.RPT로 찍는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Rate-File ASSIGN TO "PENRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rate-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           SELECT Pen-File ASSIGN TO "PENALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pen-Status.
           SELECT Rpt-File ASSIGN TO "PENASSES.RPT"
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
       FD  Rate-File.
       01  Rate-Record.
           *> 상품 코드 - '*****'는 모든 상품
           02  PR-ProdCode       PIC X(5).
           02  FILLER            PIC X.
           *> 연체 이율(연율)
           02  PR-Rate           PIC 9V9999.

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

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Pen-File.
       COPY "PENREC.cbl".

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
       77  Rate-Status       PIC XX.
       77  Account-Status    PIC XX.
       77  ArrExt-Status     PIC XX.
       77  ChgOff-Status     PIC XX.
       77  Pen-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Rate-Eof          PIC X       VALUE 'N'.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  ArrExt-Eof        PIC X       VALUE 'N'.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Pen-Eof           PIC X       VALUE 'N'.

      *> ----- 상품별 연체 이율 -----
       77  Rate-Count        PIC 9(3)    VALUE 0.
       01  Rate-Table.
           02  Rate-Entry OCCURS 0 TO 100 TIMES
                          DEPENDING ON Rate-Count
                          INDEXED BY RTx.
               03  RT-ProdCode   PIC X(5).
               03  RT-Rate       PIC 9V9999.

      *> ----- 대출 계좌 (상품, 재조정일, 상각 여부) -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  PA-AcctNo     PIC X(10).
               03  PA-ProdCode   PIC X(5).
               03  PA-RestrDate  PIC 9(8).
               03  PA-Woff       PIC X.

      *> ----- 연체 이자 잔액 (PENALTY.DAT 전체) -----
      *> PE-Run - 이번 실행의 부과액, PE-Seen - 이번
      *> 실행에 연체 행이 있었던 계좌(부과일을 옮긴다)
       77  Pen-Count         PIC 9(4)    VALUE 0.
       01  Pen-Table.
           02  Pen-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Pen-Count
                         INDEXED BY PEx.
               03  PE-AcctNo     PIC X(10).
               03  PE-Balance    PIC 9(7)V99.
               03  PE-LastDate   PIC 9(8).
               03  PE-Assessed   PIC 9(7)V99.
               03  PE-Paid       PIC 9(7)V99.
               03  PE-Run        PIC 9(7)V99.
               03  PE-Seen       PIC X.

      *> ----- 부과 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Proc-Int          PIC 9(8)    VALUE 0.
       77  From-Date         PIC 9(8)    VALUE 0.
       77  From-Int          PIC 9(8)    VALUE 0.
       77  Pen-Days          PIC S9(5)   VALUE 0.
       77  Work-Rate         PIC 9V9999  VALUE 0.
       77  Work-Charge       PIC 9(7)V99 VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Charge-Ctr        PIC 9(5)    VALUE 0.
       77  Acct-Ctr          PIC 9(5)    VALUE 0.
       77  Tot-Charge        PIC 9(9)V99 VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Period         PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-DueDate        PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Unpaid         PIC ZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Days           PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Rate           PIC 9.9999.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Charge         PIC Z,ZZZ,ZZ9.99.
       01  Total-Line.
           02  TL-Caption        PIC X(14).
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "PENASSES"       TO AL-Program
           MOVE "PENASSES 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 일수는 처리 기준일까지 센다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           COMPUTE Proc-Int = FUNCTION INTEGER-OF-DATE(Proc-Date)
           PERFORM LoadRates-P
           IF Rate-Count = 0
               DISPLAY "연체 이율 설정 없음 - 부과 생략"
               GO TO Keut-P
           END-IF
           PERFORM LoadAccounts-P
           PERFORM LoadChgOff-P
           PERFORM LoadPenalty-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM WriteHeading-P
           PERFORM AssessAll-P
           PERFORM VARYING PEx FROM 1 BY 1
                   UNTIL PEx > Pen-Count
               PERFORM CloseAcct-P
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "부과 합계   :" TO TL-Caption
           MOVE Tot-Charge      TO TL-Amount
           MOVE Total-Line      TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
           PERFORM SavePenalty-P
           DISPLAY "연체 이자 부과 " Charge-Ctr " 행, "
                   Acct-Ctr " 계좌"
           GO TO Keut-P.

       LoadRates-P.
           OPEN INPUT Rate-File
           IF Rate-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Rate-Eof = 'Y'
               READ Rate-File
                   AT END MOVE 'Y' TO Rate-Eof
                   NOT AT END
                       IF PR-Rate IS NUMERIC
                          AND Rate-Count < 100
                           ADD 1 TO Rate-Count
                           MOVE PR-ProdCode
                               TO RT-ProdCode(Rate-Count)
                           MOVE PR-Rate TO RT-Rate(Rate-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Rate-File.

       LoadAccounts-P.
          *> 대출 계좌의 상품과 재조정일 - 예금은 연체가
          *> 없다
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               DISPLAY "** 계좌 파일 열기 실패 : "
                       Account-Status
               MOVE 16 TO RETURN-CODE
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
           IF Acct-Count >= 2000
               DISPLAY "** 계좌 표 한도(2000) 초과"
               MOVE 'Y' TO Account-Eof
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Acct-Count
           MOVE AC-AcctNo   TO PA-AcctNo(Acct-Count)
           MOVE AC-ProdCode TO PA-ProdCode(Acct-Count)
           MOVE 0 TO PA-RestrDate(Acct-Count)
           IF AC-Restr = 'Y' AND AC-RestrDate IS NUMERIC
               MOVE AC-RestrDate TO PA-RestrDate(Acct-Count)
           END-IF
           MOVE 'N' TO PA-Woff(Acct-Count).

       FindAcct-P.
           MOVE 'N' TO Slot-Ok
           SET ACx TO 1
           SEARCH Acct-Entry
               AT END CONTINUE
               WHEN PA-AcctNo(ACx) = Work-AcctNo
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH.

       LoadChgOff-P.
          *> 상각 계좌는 마스터에서 빠지기 전날 밤에도
          *> 더 물리지 않는다
           OPEN INPUT ChgOff-File
           IF ChgOff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChgOff-Eof = 'Y'
               READ ChgOff-File
                   AT END MOVE 'Y' TO ChgOff-Eof
                   NOT AT END
                       MOVE CO-AcctNo TO Work-AcctNo
                       PERFORM FindAcct-P
                       IF Slot-Ok = 'Y'
                           MOVE 'Y' TO PA-Woff(ACx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChgOff-File.

       LoadPenalty-P.
          *> 지난 잔액 전체를 들고 다니다 끝에 되쓴다
           OPEN INPUT Pen-File
           IF Pen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pen-Eof = 'Y'
               READ Pen-File
                   AT END MOVE 'Y' TO Pen-Eof
                   NOT AT END
                       IF Pen-Count >= 2000
                           DISPLAY "** 연체 이자 표 한도 초과"
                           MOVE 16 TO RETURN-CODE
                           MOVE 'Y' TO Pen-Eof
                       ELSE
                           MOVE PN-AcctNo TO Work-AcctNo
                           PERFORM AddPen-P
                           MOVE PN-Balance  TO PE-Balance(PEx)
                           MOVE PN-LastDate TO PE-LastDate(PEx)
                           MOVE PN-Assessed TO PE-Assessed(PEx)
                           MOVE PN-Paid     TO PE-Paid(PEx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pen-File.

       AddPen-P.
           ADD 1 TO Pen-Count
           SET PEx TO Pen-Count
           MOVE Work-AcctNo TO PE-AcctNo(PEx)
           MOVE 0 TO PE-Balance(PEx) PE-LastDate(PEx)
                     PE-Assessed(PEx) PE-Paid(PEx)
                     PE-Run(PEx)
           MOVE 'N' TO PE-Seen(PEx).

       FindPen-P.
          *> 잔액 줄을 찾고, 없으면 새로 연다
           MOVE 'N' TO Slot-Ok
           SET PEx TO 1
           SEARCH Pen-Entry
               AT END CONTINUE
               WHEN PE-AcctNo(PEx) = Work-AcctNo
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH
           IF Slot-Ok = 'N'
               IF Pen-Count < 2000
                   PERFORM AddPen-P
                   MOVE 'Y' TO Slot-Ok
               ELSE
                   DISPLAY "** 연체 이자 표 한도 초과 : "
                           Work-AcctNo
               END-IF
           END-IF.

       AssessAll-P.
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "연체 추출 파일 없음 : " ArrExt-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ArrExt-Eof = 'Y'
               READ ArrExt-File
                   AT END MOVE 'Y' TO ArrExt-Eof
                   NOT AT END
                       PERFORM AssessOne-P
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       AssessOne-P.
          *> 미납 회차 한 행에 물린다 - 납기일 없는 옛
          *> 행은 일수를 셀 수 없어 뺀다
           IF AX-DueDate IS NOT NUMERIC OR AX-DueDate = 0
               EXIT PARAGRAPH
           END-IF
           IF AX-Unpaid IS NOT NUMERIC OR AX-Unpaid = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AX-AcctNo TO Work-AcctNo
           PERFORM FindAcct-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           IF PA-Woff(ACx) = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF AX-DueDate <= PA-RestrDate(ACx)
               EXIT PARAGRAPH
           END-IF
           PERFORM FindRate-P
           IF Work-Rate = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FindPen-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO PE-Seen(PEx)
          *> 납기일과 지난 부과일 중 늦은 날부터 센다
           MOVE AX-DueDate TO From-Date
           IF PE-LastDate(PEx) > From-Date
               MOVE PE-LastDate(PEx) TO From-Date
           END-IF
           COMPUTE From-Int = FUNCTION INTEGER-OF-DATE(From-Date)
           COMPUTE Pen-Days = Proc-Int - From-Int
           IF Pen-Days <= 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE Work-Charge ROUNDED =
               AX-Unpaid * Work-Rate * Pen-Days / 365
               ON SIZE ERROR MOVE 0 TO Work-Charge
           END-COMPUTE
           IF Work-Charge = 0
               EXIT PARAGRAPH
           END-IF
           ADD Work-Charge TO PE-Run(PEx)
           ADD Work-Charge TO Tot-Charge
           ADD 1 TO Charge-Ctr
           MOVE AX-AcctNo   TO RD-AcctNo
           MOVE AX-Period   TO RD-Period
           MOVE AX-DueDate  TO RD-DueDate
           MOVE AX-Unpaid   TO RD-Unpaid
           MOVE Pen-Days    TO RD-Days
           MOVE Work-Rate   TO RD-Rate
           MOVE Work-Charge TO RD-Charge
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line.

       FindRate-P.
          *> 상품 이율, 없으면 전 상품('*****') 이율
           MOVE 0 TO Work-Rate
           SET RTx TO 1
           SEARCH Rate-Entry
               AT END CONTINUE
               WHEN RT-ProdCode(RTx) = PA-ProdCode(ACx)
                   MOVE RT-Rate(RTx) TO Work-Rate
           END-SEARCH
           IF Work-Rate = 0
               SET RTx TO 1
               SEARCH Rate-Entry
                   AT END CONTINUE
                   WHEN RT-ProdCode(RTx) = '*****'
                       MOVE RT-Rate(RTx) TO Work-Rate
               END-SEARCH
           END-IF.

       CloseAcct-P.
          *> 이번에 본 계좌는 부과일을 처리일로 옮기고,
          *> 부과가 있으면 잔액에 얹어 거래 기록에 남긴다
           IF PE-Seen(PEx) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE Proc-Date TO PE-LastDate(PEx)
           IF PE-Run(PEx) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Acct-Ctr
           MOVE SPACES TO Jrnl-Record
           MOVE PE-AcctNo(PEx)  TO AJ-AcctNo
           MOVE Proc-Date       TO AJ-Date
           MOVE 'PENL'          TO AJ-Event
           MOVE PE-Run(PEx)     TO AJ-Amount
           MOVE PE-Balance(PEx) TO AJ-Before
           ADD PE-Run(PEx) TO PE-Balance(PEx)
               ON SIZE ERROR
                   DISPLAY "** 연체 이자 잔액 자리수 초과 : "
                           PE-AcctNo(PEx)
           END-ADD
           ADD PE-Run(PEx) TO PE-Assessed(PEx)
               ON SIZE ERROR CONTINUE
           END-ADD
           MOVE PE-Balance(PEx) TO AJ-After
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       SavePenalty-P.
          *> 잔액 파일 전체를 되쓴다
           OPEN OUTPUT Pen-File
           IF Pen-Status NOT = '00'
               DISPLAY "** 연체 이자 파일 되쓰기 실패 : "
                       Pen-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PEx FROM 1 BY 1
                   UNTIL PEx > Pen-Count
               MOVE SPACES TO Penalty-Record
               MOVE PE-AcctNo(PEx)   TO PN-AcctNo
               MOVE PE-Balance(PEx)  TO PN-Balance
               MOVE PE-LastDate(PEx) TO PN-LastDate
               MOVE PE-Assessed(PEx) TO PN-Assessed
               MOVE PE-Paid(PEx)     TO PN-Paid
               WRITE Penalty-Record
           END-PERFORM
           CLOSE Pen-File.

       WriteHeading-P.
           MOVE SPACES TO Rpt-Line
           STRING "=== 연체 이자 부과 " DELIMITED BY SIZE
                  Proc-Date             DELIMITED BY SIZE
                  " ==="                DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌        회차  납기일    미납액"
                                         DELIMITED BY SIZE
                  "    일수  이율        부과액"
                                         DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "PENASSES 종료"  TO AL-Event
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
