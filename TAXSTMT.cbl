                행에서 납기일 연도가 대상 연도(1번 인자,
                미지정 시 처리일 연도)인 이자와 세금을
                계좌별로 모아 세무서 제출용 명세서
                (TAXSTMT.RPT)를 만든다. 적금('S') 계좌는
                예금과 같은 세율로 뗀 세금이 원장에 있으며
                명세에 구분을 달고 합계를 따로 보인다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Stmt-File ASSIGN TO "TAXSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stmt-Status.
           *> 계좌 마스터 - 적금 계좌를 가려낸다
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  Stmt-File.
       01  Stmt-Line             PIC X(80).

       FD  Acct-File.
       COPY "ACCTFD.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  Tot-Tax           PIC 9(9)V9  VALUE 0.
       77  Acct-Ctr          PIC 9(5)    VALUE 0.

      *> ----- 적금 계좌 -----
       77  Acct-Status       PIC XX.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  Sav-Hit           PIC X       VALUE 'N'.
       77  Sav-Count         PIC 9(4)    VALUE 0.
       01  Sav-Table.
           02  Sav-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Sav-Count
                         INDEXED BY SVx.
               03  SV-AcctNo     PIC X(10).
       77  Sav-Gross         PIC 9(9)V9  VALUE 0.
       77  Sav-Tax           PIC 9(9)V9  VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Detail-Line.
           02  DT-AcctNo         PIC X(10).
           02  DT-Tax            PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  DT-Net            PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  DT-Kind           PIC X(6).
       01  Head-Line.
           02  FILLER            PIC X(26)
               VALUE "== 원천징수 명세 == ".
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM GetYear-P
           PERFORM LoadSavings-P
          *> 색인이 있으면 키 순서로 읽고, 없으면
          *> 전처럼 순차본을 처음부터 훑는다
           OPEN INPUT LedgIdx-File
           MOVE Stmt-Year TO HD-Year
           MOVE Head-Line TO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "계좌번호     총이자     세액       세후"
                  "       구분" DELIMITED BY SIZE
               INTO Stmt-Line
           WRITE Stmt-Line
           PERFORM ReadLedger-P UNTIL Ledger-Eof = 'Y'
           IF Prev-AcctNo NOT = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO Stmt-Year
           END-IF.

       LoadSavings-P.
          *> 계좌 마스터의 적금 계좌번호 - 마스터가 없으면
          *> 구분 없이 전처럼 싣는다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF AC-Type = 'S'
                           IF Sav-Count < 2000
                               ADD 1 TO Sav-Count
                               MOVE AC-AcctNo
                                   TO SV-AcctNo(Sav-Count)
                           ELSE
                               DISPLAY "** 적금 표 한도 초과"
                               MOVE 'Y' TO Acct-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       FindSav-P.
          *> Prev-AcctNo가 적금 계좌인가
           MOVE 'N' TO Sav-Hit
           IF Sav-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET SVx TO 1
           SEARCH Sav-Entry
               AT END CONTINUE
               WHEN SV-AcctNo(SVx) = Prev-AcctNo
                   MOVE 'Y' TO Sav-Hit
           END-SEARCH.

       CloseLedger-P.
           IF Idx-Mode = 'Y'
               CLOSE LedgIdx-File
               MOVE Acct-Gross  TO DT-Gross
               MOVE Acct-Tax    TO DT-Tax
               MOVE Acct-Net    TO DT-Net
               PERFORM FindSav-P
               IF Sav-Hit = 'Y'
                   MOVE "적금" TO DT-Kind
                   ADD Acct-Gross TO Sav-Gross
                   ADD Acct-Tax   TO Sav-Tax
               ELSE
                   MOVE SPACES TO DT-Kind
               END-IF
               MOVE Detail-Line TO Stmt-Line
               WRITE Stmt-Line
               ADD Acct-Gross TO Tot-Gross
                  "  세액 : "       DELIMITED BY SIZE
                  Tot-Tax           DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           IF Sav-Gross > 0
               MOVE SPACES TO Stmt-Line
               STRING "적금 - 총이자 : " DELIMITED BY SIZE
                      Sav-Gross         DELIMITED BY SIZE
                      "  세액 : "       DELIMITED BY SIZE
                      Sav-Tax           DELIMITED BY SIZE
                      INTO Stmt-Line
               WRITE Stmt-Line
           END-IF.

       Keut-P.
           MOVE "TAXSTMT 종료"   TO AL-Event
