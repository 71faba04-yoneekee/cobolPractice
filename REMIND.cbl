       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMIND.
       AUTHOR. YONEE.
       REMARKS. 납기 전 납입 안내 추출. 처리 기준일(BIZDATE)
                에서 N 영업일(REMCFG.DAT, 기본 3) 안에 납기가
                드는 LEDGER.DAT 회차 가운데 자동이체를 해지한
                (AC-DDebit 'N') 대출 계좌의 회차를 골라, 고객
                마스터(CUSTMAST.DAT)의 이름과 전화번호, 회차
                납입액, 납기일을 문자 발송 업체용 고정 길이
                파일(REMIND.DAT)로 내려쓴다. 머리(H)와 건수/
                금액 꼬리(T)는 COLLGEN과 같은 규약이다. 보낸
                안내는 발송 대장(REMLOG.DAT)에 계좌, 회차,
                납기일로 남겨 같은 회차를 두 번 안내하지
                않는다. 대손 상각(CHGOFF.DAT) 계좌는 안내하지
                않고, 전화번호가 없는 고객은 건너뛰고 알린다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           *> 대손 상각 대장 - 상각 계좌는 건너뛴다
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 안내 기간 설정 (한 줄, 영업일 수)
           SELECT Cfg-File ASSIGN TO "REMCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Rem-File ASSIGN TO "REMIND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rem-Status.
           SELECT RemLog-File ASSIGN TO "REMLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RemLog-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  Acct-File.
       COPY "ACCTFD.cbl".

       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  CM-Phone          PIC X(13).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Cfg-File.
       01  Cfg-Record.
           02  RC-Days           PIC 99.

       FD  Rem-File.
       01  Rem-Line              PIC X(100).

       FD  RemLog-File.
       01  RemLog-Record.
           02  RL-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Period         PIC 999.
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-DueDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-SentDate       PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Phone          PIC X(13).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Ledger-Status     PIC XX.
       77  Acct-Status       PIC XX.
       77  Cust-Status       PIC XX.
       77  ChgOff-Status     PIC XX.
       77  Cfg-Status        PIC XX.
       77  Rem-Status        PIC XX.
       77  RemLog-Status     PIC XX.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  Cust-Eof          PIC X       VALUE 'N'.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  RemLog-Eof        PIC X       VALUE 'N'.

      *> ----- 안내 기간 - 처리일부터 N 영업일 -----
       77  Cfg-Days          PIC 99      VALUE 3.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Until-Date        PIC 9(8)    VALUE 0.
       77  Day-Ctr           PIC 99      VALUE 0.

      *> ----- 자동이체 해지 대출 계좌 -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 3000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-CustNo     PIC 9(5).

      *> ----- 고객 이름/전화 -----
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 3000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Name       PIC X(30).
               03  CT-Phone      PIC X(13).

      *> ----- 상각 계좌 (CHGOFF.DAT) -----
       77  Woff-Hit          PIC X       VALUE 'N'.
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).

      *> ----- 발송 대장 (계좌+회차+납기일) -----
       77  Sent-Count        PIC 9(5)    VALUE 0.
       01  Sent-Table.
           02  Sent-Entry OCCURS 0 TO 30000 TIMES
                          DEPENDING ON Sent-Count
                          INDEXED BY SNx.
               03  SN-Key        PIC X(21).
       01  Work-Key.
           02  WK-AcctNo         PIC X(10).
           02  WK-Period         PIC 999.
           02  WK-DueDate        PIC 9(8).
       77  Sent-Hit          PIC X       VALUE 'N'.

      *> ----- 작성 작업영역 -----
       77  Work-CustNo       PIC 9(5)    VALUE 0.
       77  Acct-Hit          PIC X       VALUE 'N'.
       77  Cust-Hit          PIC X       VALUE 'N'.
       77  Rem-Ctr           PIC 9(5)    VALUE 0.
       77  Dup-Ctr           PIC 9(5)    VALUE 0.
       77  NoPhone-Ctr       PIC 9(5)    VALUE 0.
       77  Woff-Ctr          PIC 9(5)    VALUE 0.
       77  Amt-Hash          PIC 9(11)V99 VALUE 0.

      *> ----- 발송 파일 머리/명세/꼬리 (고정 길이) -----
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  RH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RH-UntilDate      PIC 9(8).
       01  Detail-Line.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Phone          PIC X(13).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Name           PIC X(30).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Period         PIC 999.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Amount         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-DueDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-CustNo         PIC 9(5).
       01  Trailer-Line.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  RT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  RT-AmtHash        PIC 9(11)V99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "REMIND"         TO AL-Program
           MOVE "REMIND 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadCfg-P
          *> 안내 기간 끝 = 처리 기준일에서 N 영업일 뒤
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           MOVE Proc-Date TO Until-Date
           MOVE 'NXT' TO Bz-Op
           PERFORM VARYING Day-Ctr FROM 1 BY 1
                   UNTIL Day-Ctr > Cfg-Days
               CALL 'BIZDATE' USING Bz-Op Until-Date Bz-Flag
           END-PERFORM
           PERFORM LoadAccounts-P
           IF Acct-Count = 0
               DISPLAY "자동이체 해지 대출 계좌 없음"
                       " - 안내 생략"
               GO TO Keut-P
           END-IF
           PERFORM LoadCusts-P
           PERFORM LoadChgOff-P
           PERFORM LoadSent-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Rem-File
           IF Rem-Status NOT = '00'
               DISPLAY "** 안내 파일 열기 실패 : " Rem-Status
               CLOSE Ledger-File
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           OPEN EXTEND RemLog-File
           IF RemLog-Status NOT = '00'
               OPEN OUTPUT RemLog-File
           END-IF
           IF RemLog-Status NOT = '00'
               DISPLAY "** 발송 대장 열기 실패 : " RemLog-Status
               CLOSE Ledger-File
               CLOSE Rem-File
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE Proc-Date  TO RH-Date
           MOVE Until-Date TO RH-UntilDate
           MOVE Header-Line TO Rem-Line
           WRITE Rem-Line
           PERFORM ReadLedger-P UNTIL Ledger-Eof = 'Y'
           MOVE Rem-Ctr  TO RT-Count
           MOVE Amt-Hash TO RT-AmtHash
           MOVE Trailer-Line TO Rem-Line
           WRITE Rem-Line
           CLOSE Ledger-File
           CLOSE Rem-File
           CLOSE RemLog-File
           DISPLAY "납기 전 안내 " Rem-Ctr " 건 (납기 "
                   Proc-Date " 다음날 ~ " Until-Date ")"
           DISPLAY "  이미 안내 " Dup-Ctr " / 상각 " Woff-Ctr
                   " / 전화번호 없음 " NoPhone-Ctr
           MOVE SPACES TO AL-Event
           STRING "납기안내 " DELIMITED BY SIZE
                  Rem-Ctr     DELIMITED BY SIZE
                  " 번호없음 " DELIMITED BY SIZE
                  NoPhone-Ctr DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF RC-Days IS NUMERIC AND RC-Days > 0
                           MOVE RC-Days TO Cfg-Days
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       LoadAccounts-P.
          *> 자동이체를 해지한 대출 계좌만 싣는다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               DISPLAY "** 계좌 파일 열기 실패 : " Acct-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF AC-DDebit = 'N'
                          AND (AC-Type = 'L' OR AC-Type = SPACE)
                           PERFORM KeepAcct-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       KeepAcct-P.
           IF Acct-Count < 3000
               ADD 1 TO Acct-Count
               MOVE AC-AcctNo TO AT-AcctNo(Acct-Count)
               MOVE AC-CustNo TO AT-CustNo(Acct-Count)
           ELSE
               DISPLAY "** 계좌 표 한도(3000) 초과 - "
                       AC-AcctNo " 안내 안 함"
           END-IF.

       LoadCusts-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "** 고객 파일 열기 실패 : " Cust-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Cust-Count < 3000
                           ADD 1 TO Cust-Count
                           MOVE CM-CustNo TO CT-CustNo(Cust-Count)
                           MOVE SPACES TO CT-Name(Cust-Count)
                           STRING CM-FName DELIMITED BY "  "
                                  " "      DELIMITED BY SIZE
                                  CM-LName DELIMITED BY "  "
                                  INTO CT-Name(Cust-Count)
                           MOVE CM-Phone TO CT-Phone(Cust-Count)
                       ELSE
                           DISPLAY "** 고객 표 한도(3000) 초과"
                           MOVE 'Y' TO Cust-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadChgOff-P.
           OPEN INPUT ChgOff-File
           IF ChgOff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChgOff-Eof = 'Y'
               READ ChgOff-File
                   AT END MOVE 'Y' TO ChgOff-Eof
                   NOT AT END
                       IF Woff-Count < 1000
                           ADD 1 TO Woff-Count
                           MOVE CO-AcctNo TO WO-AcctNo(Woff-Count)
                       ELSE
                           DISPLAY "** 상각 대장 표 한도 초과"
                           MOVE 'Y' TO ChgOff-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChgOff-File.

       LoadSent-P.
          *> 지난 안내를 싣는다 - 이미 지난 납기는 다시 볼
          *> 일이 없으므로 표에 올리지 않는다
           OPEN INPUT RemLog-File
           IF RemLog-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RemLog-Eof = 'Y'
               READ RemLog-File
                   AT END MOVE 'Y' TO RemLog-Eof
                   NOT AT END
                       IF RL-DueDate IS NUMERIC
                          AND RL-DueDate > Proc-Date
                           PERFORM KeepSent-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RemLog-File.

       KeepSent-P.
           IF Sent-Count < 30000
               ADD 1 TO Sent-Count
               MOVE RL-AcctNo  TO WK-AcctNo
               MOVE RL-Period  TO WK-Period
               MOVE RL-DueDate TO WK-DueDate
               MOVE Work-Key TO SN-Key(Sent-Count)
           ELSE
              *> 표가 넘치면 두 번 안내할 수 있으므로 멈춘다
               DISPLAY "** 발송 대장 표 한도(30000) 초과"
                       " - 안내 중단"
               CLOSE RemLog-File
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF.

       ReadLedger-P.
           READ Ledger-File
               AT END MOVE 'Y' TO Ledger-Eof
               NOT AT END
                   IF LG-DueDate IS NUMERIC
                      AND LG-DueDate > Proc-Date
                      AND LG-DueDate NOT > Until-Date
                      AND LG-Hab > 0
                       PERFORM RemindOne-P
                   END-IF
           END-READ.

       RemindOne-P.
           MOVE 'N' TO Acct-Hit
           SET ACx TO 1
           SEARCH Acct-Entry
               AT END CONTINUE
               WHEN AT-AcctNo(ACx) = LG-AcctNo
                   MOVE 'Y' TO Acct-Hit
                   MOVE AT-CustNo(ACx) TO Work-CustNo
           END-SEARCH
           IF Acct-Hit = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               ADD 1 TO Woff-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE LG-AcctNo  TO WK-AcctNo
           MOVE LG-Period  TO WK-Period
           MOVE LG-DueDate TO WK-DueDate
           MOVE 'N' TO Sent-Hit
           IF Sent-Count > 0
               SET SNx TO 1
               SEARCH Sent-Entry
                   AT END CONTINUE
                   WHEN SN-Key(SNx) = Work-Key
                       MOVE 'Y' TO Sent-Hit
               END-SEARCH
           END-IF
           IF Sent-Hit = 'Y'
               ADD 1 TO Dup-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Cust-Hit
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = Work-CustNo
                       MOVE 'Y' TO Cust-Hit
               END-SEARCH
           END-IF
           IF Cust-Hit = 'N'
               ADD 1 TO NoPhone-Ctr
               DISPLAY "** 고객 없음 - 안내 못 함 : " LG-AcctNo
                       " 고객 " Work-CustNo
               EXIT PARAGRAPH
           END-IF
           IF CT-Phone(CUx) = SPACES
               ADD 1 TO NoPhone-Ctr
               DISPLAY "** 전화번호 없음 - 안내 못 함 : "
                       LG-AcctNo " 고객 " Work-CustNo
               EXIT PARAGRAPH
           END-IF
           MOVE CT-Phone(CUx) TO RD-Phone
           MOVE CT-Name(CUx)  TO RD-Name
           MOVE LG-AcctNo     TO RD-AcctNo
           MOVE LG-Period     TO RD-Period
           MOVE LG-Hab        TO RD-Amount
           MOVE LG-DueDate    TO RD-DueDate
           MOVE Work-CustNo   TO RD-CustNo
           MOVE Detail-Line TO Rem-Line
           WRITE Rem-Line
           ADD 1 TO Rem-Ctr
           ADD LG-Hab TO Amt-Hash
           MOVE SPACES TO RemLog-Record
           MOVE LG-AcctNo     TO RL-AcctNo
           MOVE LG-Period     TO RL-Period
           MOVE LG-DueDate    TO RL-DueDate
           MOVE Proc-Date     TO RL-SentDate
           MOVE CT-Phone(CUx) TO RL-Phone
           WRITE RemLog-Record
          *> 같은 실행 안에서도 두 번 쓰지 않게 표에 올린다
           IF Sent-Count < 30000
               ADD 1 TO Sent-Count
               MOVE Work-Key TO SN-Key(Sent-Count)
           END-IF.

       FindWoff-P.
           MOVE 'N' TO Woff-Hit
           IF Woff-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET WOx TO 1
           SEARCH Woff-Entry
               AT END CONTINUE
               WHEN WO-AcctNo(WOx) = LG-AcctNo
                   MOVE 'Y' TO Woff-Hit
           END-SEARCH.

       Keut-P.
           MOVE "REMIND 종료"    TO AL-Event
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
