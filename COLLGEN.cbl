                (H, 작성일, 출금일)와 건수/금액 꼬리(T)를
                붙여 은행이 통제를 확인하게 한다. 은행
                회신은 COLLRET가 받아 PAYMENTS.DAT로
                바꾼다. 대손 상각(CHGOFF.DAT) 계좌와 자동이체를
                해지한 계좌(AC-DDebit 'N')는 의뢰하지 않는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Coll-File ASSIGN TO "COLLORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Coll-Status.
           *> 대손 상각 대장 - 상각 계좌는 건너뛴다
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 계좌 마스터 - 자동이체 해지 계좌를 가려낸다
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  Coll-File.
       01  Coll-Line             PIC X(60).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Acct-File.
       COPY "ACCTFD.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  Coll-Status       PIC XX.
       77  Ledger-Eof        PIC X       VALUE 'N'.

      *> ----- 상각 계좌 (CHGOFF.DAT) -----
       77  ChgOff-Status     PIC XX.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Woff-Hit          PIC X       VALUE 'N'.
       77  Woff-Key          PIC X(10)   VALUE SPACES.
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).

      *> ----- 자동이체 해지 계좌 (ACCOUNTS.DAT) -----
       77  Acct-Status       PIC XX.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  NoDd-Hit          PIC X       VALUE 'N'.
       77  NoDd-Count        PIC 9(4)    VALUE 0.
       01  NoDd-Table.
           02  NoDd-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON NoDd-Count
                          INDEXED BY NDx.
               03  ND-AcctNo     PIC X(10).
       77  NoDd-Skip         PIC 9(5)    VALUE 0.

      *> ----- 출금 대상일 - 처리일의 다음 영업일 -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
           MOVE Proc-Date TO Coll-Date
           MOVE 'NXT' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Coll-Date Bz-Flag
           PERFORM LoadChgOff-P
           PERFORM LoadNoDd-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
           CLOSE Coll-File
           DISPLAY "출금 의뢰 건수 : " Rec-Count
                   " (출금일 " Coll-Date ")"
           IF NoDd-Skip > 0
               DISPLAY "자동이체 해지로 건너뜀 : " NoDd-Skip
           END-IF
           GO TO Keut-P.

       LoadChgOff-P.
          *> 상각 대장의 계좌번호를 싣는다 - 대장이
          *> 없으면 상각 계좌가 없는 것이다
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

       LoadNoDd-P.
          *> 자동이체를 해지한 계좌만 싣는다 - 마스터가
          *> 없으면 모두 자동이체로 본다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF AC-DDebit = 'N'
                           IF NoDd-Count < 2000
                               ADD 1 TO NoDd-Count
                               MOVE AC-AcctNo
                                   TO ND-AcctNo(NoDd-Count)
                           ELSE
                               DISPLAY "** 자동이체 해지 표"
                                       " 한도 초과"
                               MOVE 'Y' TO Acct-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       FindNoDd-P.
           MOVE 'N' TO NoDd-Hit
           IF NoDd-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET NDx TO 1
           SEARCH NoDd-Entry
               AT END CONTINUE
               WHEN ND-AcctNo(NDx) = LG-AcctNo
                   MOVE 'Y' TO NoDd-Hit
           END-SEARCH.

       FindWoff-P.
          *> Woff-Key가 상각 계좌인가
           MOVE 'N' TO Woff-Hit
           IF Woff-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET WOx TO 1
           SEARCH Woff-Entry
               AT END CONTINUE
               WHEN WO-AcctNo(WOx) = Woff-Key
                   MOVE 'Y' TO Woff-Hit
           END-SEARCH.

       WriteHeader-P.
           MOVE Proc-Date TO CH-Date
           MOVE Coll-Date TO CH-CollDate
               NOT AT END
                   IF LG-DueDate IS NUMERIC
                      AND LG-DueDate = Coll-Date
                      *> 상각 계좌에는 출금을 의뢰하지 않는다
                       MOVE LG-AcctNo TO Woff-Key
                       PERFORM FindWoff-P
                       PERFORM FindNoDd-P
                       IF NoDd-Hit = 'Y'
                           ADD 1 TO NoDd-Skip
                       END-IF
                       IF Woff-Hit = 'N' AND NoDd-Hit = 'N'
                           PERFORM WriteDetail-P
                       END-IF
                   END-IF
           END-READ.

