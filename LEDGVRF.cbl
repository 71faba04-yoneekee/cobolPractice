                남긴 실행 합계(LEDGCTL.DAT)와 맞는지 대사
                한다. 불일치 계좌는 예외 보고서에 싣고
                RETURN-CODE를 올려 야간 체인을 세운다.
                채무 재조정 계좌는 재조정 경계 회차의 기말
                에 원금으로 얹은 연체액을 더해 다음 기초를
                맞춘다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT ExtraPay-File ASSIGN TO ExtraPay-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtraPay-Status.
           *> 재조정 계좌의 경계 회차와 원금에 얹은 연체액
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Exc-File ASSIGN TO "LEDGEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Exc-Status.
           02  LC-GrandBal       PIC 9(9).
           02  FILLER            PIC X.
           02  LC-AcctCount      PIC 9(5).
           02  FILLER            PIC X.
           02  LC-LoanBal        PIC 9(9).
           02  FILLER            PIC X.
           02  LC-DepBal         PIC 9(9).

       FD  ExtraPay-File.
       01  ExtraPay-Record.
           02  EP-Period         PIC 999.
           02  EP-Amount         PIC 9(5).

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Exc-File.
       01  Exc-Line              PIC X(80).

       77  Exc-Status        PIC XX.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  ExtraPay-Eof      PIC X       VALUE 'N'.
       77  Account-Status    PIC XX.
       77  Account-Eof       PIC X       VALUE 'N'.

      *> ----- WONRI와 같은 중도상환 거래 테이블 -----
      *> 회차 기말과 다음 기초의 차이가 중도상환으로
               03  EPT-Period    PIC 999.
               03  EPT-Amount    PIC 9(5).

      *> ----- 채무 재조정 경계 테이블 -----
      *> 경계 회차(재조정 때 이미 지난 마지막 회차)의
      *> 기말 다음에는 연체액만큼 큰 기초가 온다
       77  Restr-Count       PIC 99      VALUE 0.
       01  Restr-Table.
           02  Restr-Entry OCCURS 0 TO 50 TIMES
                           DEPENDING ON Restr-Count
                           INDEXED BY RSx.
               03  RS-AcctNo     PIC X(10).
               03  RS-Period     PIC 999.
               03  RS-Cap        PIC 9(5).
       77  Restr-Add         PIC 9(5)    VALUE 0.

      *> ----- 계좌 단위 검증 작업영역 -----
       77  Prev-AcctNo       PIC X(10)   VALUE SPACES.
       77  Expect-Period     PIC 999     VALUE 1.
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadExtraPay-P
           PERFORM LoadRestr-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               CLOSE ExtraPay-File
           END-IF.

       LoadRestr-P.
          *> 계좌 마스터에서 재조정 계좌만 골라 둔다
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       IF AC-Restr = 'Y'
                          AND AC-RestrPer IS NUMERIC
                          AND AC-RestrCap IS NUMERIC
                          AND AC-RestrPer > 0
                           IF Restr-Count >= 50
                               DISPLAY "** 재조정 한도(50) 초과"
                               MOVE 'Y' TO Account-Eof
                           ELSE
                               ADD 1 TO Restr-Count
                               MOVE AC-AcctNo
                                   TO RS-AcctNo(Restr-Count)
                               MOVE AC-RestrPer
                                   TO RS-Period(Restr-Count)
                               MOVE AC-RestrCap
                                   TO RS-Cap(Restr-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       ReadLedger-P.
           READ Ledger-File
               AT END MOVE 'Y' TO Ledger-Eof
          *> 다음 회차의 기대 기초잔액 산출
           MOVE LG-Closing TO Last-Closing
           PERFORM FindExtra-P
           PERFORM FindRestr-P
           COMPUTE Expect-Open = LG-Closing - Last-Period-Amt
                               + Restr-Add
           IF Expect-Open < 0
               MOVE 0 TO Expect-Open
           END-IF
               END-IF
           END-PERFORM.

       FindRestr-P.
          *> 이 행이 재조정 경계 회차면 원금에 얹은
          *> 연체액을 구한다
           MOVE 0 TO Restr-Add
           IF Restr-Count > 0
               SET RSx TO 1
               SEARCH Restr-Entry
                   AT END CONTINUE
                   WHEN RS-AcctNo(RSx) = Prev-AcctNo
                        AND RS-Period(RSx) = LG-Period
                       MOVE RS-Cap(RSx) TO Restr-Add
               END-SEARCH
           END-IF.

       CloseAcct-P.
          *> 계좌 하나를 마감하며 실행 합계에 누적한다
           ADD 1 TO Acct-Ctr
