                1일 자의 반대 분개(환입)를 같이 내려써
                재무팀의 수기 분개를 없앤다. 배치 모양
                (H/D/T, 계정 코드, L/D 모드 인자)은
                GLEXTR와 같다. 대손 상각(CHGOFF.DAT) 계좌는
                발생 이자를 잡지 않고, 적금('S') 계좌는
                GLEXTR처럼 예금 계정으로 분개한다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 대손 상각 대장 - 상각 계좌는 건너뛴다
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 계좌 마스터 - 적금 계좌를 가려낸다
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Acct-File.
       COPY "ACCTFD.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  GL-Status         PIC XX.
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

      *> ----- 적금 계좌 (예금과 같은 계정으로 분개) -----
       77  Acct-Status       PIC XX.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  Sav-Hit           PIC X       VALUE 'N'.
       77  Sav-Count         PIC 9(4)    VALUE 0.
       01  Sav-Table.
           02  Sav-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Sav-Count
                         INDEXED BY SVx.
               03  SV-AcctNo     PIC X(10).

      *> ----- 실행 모드 (GLEXTR와 같은 L/D 구분) -----
       77  Mode-Flag         PIC X       VALUE 'L'.

           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X.
      *> 출처 표시 - GLAPPLY/GLPROOF는 모드 뒤를 읽지
      *> 않고, BRPROF는 이 표시로 발생/환입 배치를 가린다
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Source         PIC X(6)   VALUE 'ACCRUE'.
       01  Detail-Line.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
               03  AQ-AcctNo     PIC X(10).
               03  AQ-Period     PIC 999.
               03  AQ-Amount     PIC 9(7)V99.
               03  AQ-Sav        PIC X.

      *> ----- 배치 합계/해시 -----
       77  Rec-Count         PIC 9(7)    VALUE 0.
           COMPUTE Cutoff-Int =
               FUNCTION INTEGER-OF-DATE(Cutoff-Date)
           PERFORM CalcRevDate-P
           PERFORM LoadChgOff-P
           PERFORM LoadSavings-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
           DISPLAY "발생 분개 계좌 수 : " Accr-Count
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

       LoadSavings-P.
          *> 계좌 마스터의 적금 계좌번호 - 마스터가 없으면
          *> 전처럼 실행 모드 하나로 분개한다
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
          *> Woff-Key가 적금 계좌인가
           MOVE 'N' TO Sav-Hit
           IF Sav-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET SVx TO 1
           SEARCH Sav-Entry
               AT END CONTINUE
               WHEN SV-AcctNo(SVx) = Woff-Key
                   MOVE 'Y' TO Sav-Hit
           END-SEARCH.

       GetMode-P.
          *> GLEXTR와 같은 L/D 모드를 인자로 받음
           DISPLAY 1 UPON ARGUMENT-NUMBER
           IF Have-Next = 'N'
               EXIT PARAGRAPH
           END-IF
          *> 상각 계좌의 이자는 더 잡지 않는다
           MOVE Prev-AcctNo TO Woff-Key
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Prev-Due = 0
               COMPUTE Prev-Due =
                   (Cutoff-Date / 100) * 100 + 1
               MOVE Prev-AcctNo TO AQ-AcctNo(Accr-Count)
               MOVE Next-Period TO AQ-Period(Accr-Count)
               MOVE Accr-Amt    TO AQ-Amount(Accr-Count)
               PERFORM FindSav-P
               MOVE Sav-Hit     TO AQ-Sav(Accr-Count)
           END-IF.

       WriteBatches-P.
          *> 발생 배치는 GLEXTR와 같은 차대, 환입 배치는
          *> 그 반대다
           MOVE AQ-AcctNo(AQx) TO Work-AcctNo
           IF Mode-Flag = 'D' OR AQ-Sav(AQx) = 'Y'
               MOVE Acct-IntExpense TO GD-GLCode
               IF Rev-Pass = 'Y'
                   MOVE 'CR' TO GD-DrCr
