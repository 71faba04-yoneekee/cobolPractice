                전용이며, 견적마다 AUDIT.DAT에 남겨 뒤에
                실제 해지와 맞춰 볼 수 있게 한다. 정산일을
                빈칸으로 두면 처리 기준일(BIZDATE)을 쓴다.
                PENASSES가 쌓은 연체 이자 미수 잔액
                (PENALTY.DAT)이 있으면 정산 금액에 더한다.
                개설 때 ORIGIN이 남긴 고지 기록(DISCLOSE.DAT)이
                있으면 고객에게 알린 연 실질 이자율과 총 상환
                금액을 먼저 보여 준다. 자기 지점만 맡는
                운전원은 자기 지점 계좌만 견적한다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           *> 연체 이자 미수 잔액
           SELECT Pen-File ASSIGN TO "PENALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pen-Status.
           *> 개설 고지 기록
           SELECT Disc-File ASSIGN TO "DISCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Disc-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Pen-File.
       COPY "PENREC.cbl".

       FD  Disc-File.
       COPY "DISCLREC.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.

      *> ----- 계좌 한 건의 회차 행 버퍼 (PAYPOST 방식) -----
       77  Acct-Rows         PIC 9(3)    VALUE 0.
      *> 원장 행의 계좌 지점 - SIGNON 'BRN' 확인용
       77  Acct-Branch       PIC X(3)    VALUE SPACES.
       01  Sched-Table.
           02  Sched-Entry OCCURS 0 TO 120 TIMES
                           DEPENDING ON Acct-Rows
       77  Pro-Ija           PIC 9(5)V99 VALUE 0.
       77  Rem-Fees          PIC 9(6)V9  VALUE 0.
       77  Payoff-Amt        PIC 9(8)V99 VALUE 0.
       77  Pen-Status        PIC XX.
       77  Pen-Eof           PIC X       VALUE 'N'.
       77  Pen-Bal           PIC 9(7)V99 VALUE 0.
       77  Disc-Status       PIC XX.
       77  Disc-Eof          PIC X       VALUE 'N'.
       77  Disc-Hit          PIC X       VALUE 'N'.
      *> 같은 계좌의 가장 늦은 고지 행
       01  Disc-Keep             PIC X(120).
       77  Pct-Disp          PIC ZZ9.99.
       77  Rate-Disp         PIC 9.9999.
       77  Fee-Disp          PIC Z,ZZ9.9.

      *> ----- 화면 편집 -----
       77  Amt-Disp          PIC ZZZ,ZZ9.99.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "PAYQUOTE"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "PAYQUOTE"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "PAYQUOTE 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 'GET' TO Bz-Op
               DISPLAY "** 스케줄 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 견적하지 못한다 - 거부는 SIGNON이 알린다
           MOVE 'BRN'       TO SG-Op
           MOVE Acct-Branch TO SG-AcctBranch
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowDisc-P
           PERFORM CalcQuote-P.

       LoadSched-P.
           MOVE 0 TO Acct-Rows
           MOVE SPACES TO Acct-Branch
           MOVE 'N' TO Ledger-Eof
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
                   IF LG-AcctNo = Search-Key
                      AND Acct-Rows < 120
                       ADD 1 TO Acct-Rows
                       MOVE LG-Branch  TO Acct-Branch
                       MOVE LG-Period  TO ST-Period(Acct-Rows)
                       MOVE LG-WonGeum
                           TO ST-WonGeum(Acct-Rows)
                   UNTIL Px > Acct-Rows
               ADD ST-Fee(Px) TO Rem-Fees
           END-PERFORM
           PERFORM FindPenalty-P
           COMPUTE Payoff-Amt =
               ST-WonGeum(Cur-Ix) + Pro-Ija + Rem-Fees + Pen-Bal
               ON SIZE ERROR MOVE 0 TO Payoff-Amt
           END-COMPUTE
           DISPLAY "---- 정산 견적 ----" UPON TTY
           DISPLAY "일할 이자   : " Amt-Disp
               " (" Days-Run "/" Days-Total "일)" UPON TTY
           DISPLAY "잔여 수수료 : " Rem-Fees UPON TTY
           MOVE Pen-Bal TO Amt-Disp
           DISPLAY "연체 이자   : " Amt-Disp UPON TTY
           MOVE Payoff-Amt TO Amt-Disp
           DISPLAY "정산 금액   : " Amt-Disp UPON TTY
          *> 견적을 실행 기록에 남겨 실제 해지와 맞춘다
                  INTO AL-Event
           PERFORM LogAudit-P.

       ShowDisc-P.
          *> 개설 때 고객에게 알린 조건 - 고지 기록이
          *> 없으면(옛 계좌, 예금) 아무것도 찍지 않는다
           MOVE 'N' TO Disc-Hit Disc-Eof
           OPEN INPUT Disc-File
           IF Disc-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Disc-Eof = 'Y'
               READ Disc-File
                   AT END MOVE 'Y' TO Disc-Eof
                   NOT AT END
                       IF DS-AcctNo = Search-Key
                           MOVE 'Y' TO Disc-Hit
                           MOVE Disc-Record TO Disc-Keep
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Disc-File
           IF Disc-Hit = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Disc-Keep TO Disc-Record
           DISPLAY "---- 개설 시 고지 (" DS-Date ") ----"
               UPON TTY
           MOVE DS-Apr TO Pct-Disp
           IF DS-AprCap = 'Y'
               DISPLAY "연 실질 이자율 : " Pct-Disp " % 이상"
                   UPON TTY
           ELSE
               DISPLAY "연 실질 이자율 : " Pct-Disp " %"
                   UPON TTY
           END-IF
           MOVE DS-Rate TO Rate-Disp
           MOVE DS-Fee  TO Fee-Disp
           DISPLAY "원금 " DS-Principal "  회차 " DS-Periods
                   "  회차 요율 " Rate-Disp "  수수료 " Fee-Disp
                   UPON TTY
           MOVE DS-TotIja TO Amt-Disp
           DISPLAY "이자 합계      : " Amt-Disp UPON TTY
           MOVE DS-TotFee TO Amt-Disp
           DISPLAY "수수료 합계    : " Amt-Disp UPON TTY
           MOVE DS-TotPay TO Amt-Disp
           DISPLAY "총 상환 금액   : " Amt-Disp UPON TTY
           DISPLAY "첫 납기 " DS-FirstDue "  만기 " DS-LastDue
               UPON TTY.

       FindPenalty-P.
          *> 계좌의 연체 이자 미수 잔액 - 파일이 없으면 0
           MOVE 0 TO Pen-Bal
           MOVE 'N' TO Pen-Eof
           OPEN INPUT Pen-File
           IF Pen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pen-Eof = 'Y'
               READ Pen-File
                   AT END MOVE 'Y' TO Pen-Eof
                   NOT AT END
                       IF PN-AcctNo = Search-Key
                          AND PN-Balance IS NUMERIC
                           MOVE PN-Balance TO Pen-Bal
                           MOVE 'Y' TO Pen-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pen-File.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
