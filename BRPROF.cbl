       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRPROF.
       AUTHOR. YONEE.
       REMARKS. 지점별 수익성 보고. 대상 월(1번 인자 YYYYMM,
                없으면 처리 기준일의 월)에 납기가 드는 원장
                (LEDGER.DAT) 회차를 LG-Branch로 모아 대출('L')
                이자 수익, 예금('D')/적금('S') 이자 비용,
                수수료 수익(LG-Fee), 원천징수세(LG-Tax)를
                내고, GLPOST.DAT의 월말 발생/환입 배치(ACCRUE
                출처 표시)를 이자 수익/비용에 더하고 뺀다.
                순이자 수익과 순이자 마진(연환산, 대출 회차
                기초 원금 대비)을 지점마다 지난 달과 전년
                동월에 견주어 BRPROF.RPT에 찍고, 끝에 순수익
                (이자 수익 + 수수료 - 이자 비용) 순위 요약을
                붙인다. 지점별 월 실적은 BRPHIST.DAT에 남겨
                두고, 비교 월이 거기 있으면 그때 보고한 숫자를
                쓴다. 계좌 구분은 계좌 마스터(ACCOUNTS.DAT)
                에서 찾는다. 월말 단계로 돈다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 지점별 월 실적 보관
           SELECT Hist-File ASSIGN TO "BRPHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-Status.
           SELECT Rpt-File ASSIGN TO "BRPROF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
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

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Hist-File.
       01  Hist-Record.
           02  BH-Month          PIC 9(6).
           02  FILLER            PIC X.
           02  BH-Branch         PIC X(3).
           02  FILLER            PIC X.
           02  BH-Inc            PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER            PIC X.
           02  BH-Exp            PIC S9(9)V99 SIGN LEADING SEPARATE.
           02  FILLER            PIC X.
           02  BH-Fee            PIC 9(9)V99.
           02  FILLER            PIC X.
           02  BH-Tax            PIC 9(9)V99.
           02  FILLER            PIC X.
           02  BH-Assets         PIC 9(11)V99.

       FD  Rpt-File.
       01  Rpt-Line              PIC X(100).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Ledger-Status     PIC XX.
       77  Acct-Status       PIC XX.
       77  GL-Status         PIC XX.
       77  Hist-Status       PIC XX.
       77  Rpt-Status        PIC XX.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  GL-Eof            PIC X       VALUE 'N'.
       77  Hist-Eof          PIC X       VALUE 'N'.

      *> ----- 대상 월과 비교 월 -----
      *> 1 = 이번 달, 2 = 지난 달, 3 = 전년 동월
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Arg-Month         PIC X(6)    VALUE SPACES.
       01  Month-List.
           02  Mon-YyMm          PIC 9(6)    OCCURS 3 TIMES.
       01  Hist-Used-List.
           02  Hist-Used         PIC X       OCCURS 3 TIMES.
       77  Work-YY           PIC 9(4)    VALUE 0.
       77  Work-MM           PIC 99      VALUE 0.
       77  Row-Month         PIC 9(6)    VALUE 0.
       77  Mk                PIC 9       VALUE 0.

      *> ----- 계좌 구분과 지점 -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 3000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-Type       PIC X.
               03  AT-Branch     PIC X(3).
       77  Work-Type         PIC X       VALUE 'L'.
       77  Work-Branch       PIC X(3)    VALUE '000'.

      *> ----- 지점별 실적 (월 3개) -----
       77  Br-Count          PIC 9(3)    VALUE 0.
       01  Br-Table.
           02  Br-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON Br-Count
                        INDEXED BY BRx.
               03  BR-Code       PIC X(3).
               03  BR-Rank       PIC 9(3).
               03  BR-Fig OCCURS 3 TIMES.
                   04  BF-Inc    PIC S9(9)V99.
                   04  BF-Exp    PIC S9(9)V99.
                   04  BF-Fee    PIC 9(9)V99.
                   04  BF-Tax    PIC 9(9)V99.
                   04  BF-Assets PIC 9(11)V99.
       77  Bx                PIC 9(3)    VALUE 0.
       77  Jx                PIC 9(3)    VALUE 0.
       77  Rank-Ctr          PIC 9(3)    VALUE 0.
       77  Best-Ix           PIC 9(3)    VALUE 0.
       77  Best-Net          PIC S9(11)V99 VALUE 0.

      *> ----- GLPOST 배치 하나 모아 두기 (ACCRUE 출처) -----
       01  Gl-Header.
           02  GH-Type           PIC X.
           02  FILLER            PIC X.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  GH-Mode           PIC X.
           02  FILLER            PIC X.
           02  GH-Source         PIC X(6).
       01  Gl-Detail.
           02  GD-Type           PIC X.
           02  FILLER            PIC X.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  GD-Period         PIC 999.
           02  FILLER            PIC X.
           02  GD-GLCode         PIC X(4).
           02  FILLER            PIC X.
           02  GD-DrCr           PIC X(2).
           02  FILLER            PIC X.
           02  GD-Amount         PIC 9(7)V99.
       01  Gl-Trailer.
           02  GT-Type           PIC X.
           02  FILLER            PIC X.
           02  GT-Count          PIC 9(7).
           02  FILLER            PIC X.
           02  GT-AmtHash        PIC 9(11)V99.
       77  In-Batch          PIC X       VALUE 'N'.
       77  Bat-Month         PIC 9       VALUE 0.
       77  Bat-Over          PIC X       VALUE 'N'.
       77  Bat-Count         PIC 9(7)    VALUE 0.
       77  Bat-Amt           PIC 9(11)V99 VALUE 0.
       77  Det-Count         PIC 9(4)    VALUE 0.
       01  Det-Table.
           02  Det-Line OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Det-Count
                        PIC X(60).
       77  Dx                PIC 9(4)    VALUE 0.
      *> 같은 배치를 두 번 세지 않는다 - 날짜+모드+건수+합계
       77  Seen-Count        PIC 9(3)    VALUE 0.
       01  Seen-Table.
           02  Seen-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Seen-Count
                          INDEXED BY SEx.
               03  SE-Key        PIC X(29).
       01  Bat-Key.
           02  BK-Date           PIC 9(8).
           02  BK-Mode           PIC X.
           02  BK-Count          PIC 9(7).
           02  BK-Hash           PIC 9(11)V99.
       77  Seen-Hit          PIC X       VALUE 'N'.
       77  Accr-Ctr          PIC 9(4)    VALUE 0.
       77  Skip-Ctr          PIC 9(4)    VALUE 0.
       77  NoAcct-Ctr        PIC 9(5)    VALUE 0.
      *> 이자 수익/비용 계정 (GLEXTR/ACCRUE와 같다)
       77  Acct-IntIncome    PIC X(4)    VALUE '4100'.
       77  Acct-IntExpense   PIC X(4)    VALUE '5200'.

      *> ----- 보관 실적 (이번 달 외 행은 그대로 되쓴다) -----
       77  Keep-Count        PIC 9(5)    VALUE 0.
       01  Keep-Table.
           02  Keep-Row OCCURS 0 TO 20000 TIMES
                        DEPENDING ON Keep-Count
                        PIC X(80).
       77  Kx                PIC 9(5)    VALUE 0.

      *> ----- 보고 작업영역 -----
       01  Fig-Vals.
           02  Fig-Val           PIC S9(11)V99 OCCURS 3 TIMES.
       01  Tot-Fig.
           02  TF-Inc            PIC S9(11)V99 OCCURS 3 TIMES.
           02  TF-Exp            PIC S9(11)V99 OCCURS 3 TIMES.
           02  TF-Fee            PIC S9(11)V99 OCCURS 3 TIMES.
           02  TF-Assets         PIC 9(13)V99  OCCURS 3 TIMES.
       77  Fig-Diff          PIC S9(11)V99 VALUE 0.
       77  Nim-Pct           PIC S9(3)V99  VALUE 0.
       77  Fig-Label         PIC X(22)     VALUE SPACES.
       01  Fig-Line.
           02  FL-Label          PIC X(22).
           02  FL-Cur            PIC X(14).
           02  FILLER            PIC X       VALUE SPACE.
           02  FL-Prv            PIC X(14).
           02  FILLER            PIC X       VALUE SPACE.
           02  FL-DPrv           PIC X(14).
           02  FILLER            PIC X       VALUE SPACE.
           02  FL-Yr             PIC X(14).
           02  FILLER            PIC X       VALUE SPACE.
           02  FL-DYr            PIC X(14).
       77  Ed-Amt            PIC ---,---,--9.99.
       77  Ed-Pct            PIC ---9.99.
       01  Rank-Line.
           02  RL-Rank           PIC ZZ9.
           02  FILLER            PIC X(3)    VALUE SPACES.
           02  RL-Branch         PIC X(3).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RL-Net            PIC ---,---,--9.99.
           02  FILLER            PIC X       VALUE SPACE.
           02  RL-Prv            PIC ---,---,--9.99.
           02  FILLER            PIC X       VALUE SPACE.
           02  RL-Yr             PIC ---,---,--9.99.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RL-Nim            PIC ---9.99.
       77  Net-Work          PIC S9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "BRPROF"         TO AL-Program
           MOVE "BRPROF 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM GetMonth-P
           MOVE 'N' TO Hist-Used(1) Hist-Used(2) Hist-Used(3)
           INITIALIZE Tot-Fig
           PERFORM LoadAccounts-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM ReadLedger-P UNTIL Ledger-Eof = 'Y'
           CLOSE Ledger-File
           PERFORM ReadGlPost-P
           PERFORM LoadHist-P
           IF Br-Count = 0
               DISPLAY "대상 월 실적 없음 - 보고 생략"
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM WriteTitle-P
           PERFORM BranchPage-P
               VARYING Bx FROM 1 BY 1 UNTIL Bx > Br-Count
           PERFORM RankPage-P
           CLOSE Rpt-File
           PERFORM SaveHist-P
           DISPLAY "지점 " Br-Count " 곳, 발생/환입 배치 "
                   Accr-Ctr " 개 반영"
           IF Skip-Ctr > 0
               DISPLAY "** 증빙 불일치/중복 배치 " Skip-Ctr
                       " 개 제외"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NoAcct-Ctr > 0
               DISPLAY "** 마스터에 없는 계좌 분개 "
                       NoAcct-Ctr " 줄 - 본점(000)으로 잡음"
           END-IF
           MOVE SPACES TO AL-Event
           STRING "지점수익성 " DELIMITED BY SIZE
                  Mon-YyMm(1)   DELIMITED BY SIZE
                  " 지점 "      DELIMITED BY SIZE
                  Br-Count      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetMonth-P.
          *> 1번 인자 YYYYMM - 없으면 처리 기준일의 월
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Arg-Month FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Arg-Month
           END-ACCEPT
           IF Arg-Month IS NUMERIC
              AND Arg-Month(5:2) >= '01' AND Arg-Month(5:2) <= '12'
               MOVE Arg-Month TO Mon-YyMm(1)
           ELSE
               MOVE 'GET' TO Bz-Op
               CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
               MOVE Proc-Date(1:6) TO Mon-YyMm(1)
           END-IF
           DIVIDE Mon-YyMm(1) BY 100
               GIVING Work-YY REMAINDER Work-MM
           IF Work-MM = 1
               COMPUTE Mon-YyMm(2) = (Work-YY - 1) * 100 + 12
           ELSE
               COMPUTE Mon-YyMm(2) = Mon-YyMm(1) - 1
           END-IF
           COMPUTE Mon-YyMm(3) = Mon-YyMm(1) - 100.

       FindMonth-P.
          *> Row-Month가 세 달 가운데 몇 번째인가 (0 = 아님)
           MOVE 0 TO Mk
           EVALUATE Row-Month
               WHEN Mon-YyMm(1) MOVE 1 TO Mk
               WHEN Mon-YyMm(2) MOVE 2 TO Mk
               WHEN Mon-YyMm(3) MOVE 3 TO Mk
           END-EVALUATE.

       LoadAccounts-P.
          *> 계좌 구분과 관리 지점 - 빈칸 지점은 본점
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               DISPLAY "** 계좌 파일 없음 - 전부 대출로 봄"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF Acct-Count < 3000
                           ADD 1 TO Acct-Count
                           MOVE AC-AcctNo TO AT-AcctNo(Acct-Count)
                           MOVE AC-Type   TO AT-Type(Acct-Count)
                           IF AC-Branch = SPACES
                               MOVE '000' TO AT-Branch(Acct-Count)
                           ELSE
                               MOVE AC-Branch
                                   TO AT-Branch(Acct-Count)
                           END-IF
                       ELSE
                           DISPLAY "** 계좌 표 한도(3000) 초과"
                           MOVE 'Y' TO Acct-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       ReadLedger-P.
           READ Ledger-File
               AT END MOVE 'Y' TO Ledger-Eof
               NOT AT END
                   IF LG-DueDate IS NUMERIC
                       MOVE LG-DueDate(1:6) TO Row-Month
                       PERFORM FindMonth-P
                       IF Mk > 0
                           PERFORM LedgerRow-P
                       END-IF
                   END-IF
           END-READ.

       LedgerRow-P.
          *> 원장 행의 지점은 LG-Branch - 빈칸은 본점
           IF LG-Branch = SPACES
               MOVE '000' TO Work-Branch
           ELSE
               MOVE LG-Branch TO Work-Branch
           END-IF
           MOVE 'L' TO Work-Type
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AT-AcctNo(ACx) = LG-AcctNo
                       MOVE AT-Type(ACx) TO Work-Type
                      *> 분개 줄도 원장과 같은 지점으로 묶는다
                       MOVE Work-Branch TO AT-Branch(ACx)
               END-SEARCH
           END-IF
           PERFORM FindBranch-P
           IF Work-Type = 'D' OR Work-Type = 'S'
               ADD LG-Ija TO BF-Exp(BRx, Mk)
               ADD LG-Tax TO BF-Tax(BRx, Mk)
           ELSE
               ADD LG-Ija     TO BF-Inc(BRx, Mk)
               ADD LG-WonGeum TO BF-Assets(BRx, Mk)
           END-IF
           ADD LG-Fee TO BF-Fee(BRx, Mk).

       FindBranch-P.
          *> Work-Branch 행을 찾고 없으면 지점 코드 순서
          *> 자리에 새로 넣는다 - BRx가 그 행을 가리킨다
           IF Br-Count > 0
               SET BRx TO 1
               SEARCH Br-Entry
                   AT END CONTINUE
                   WHEN BR-Code(BRx) = Work-Branch
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Br-Count >= 100
               DISPLAY "** 지점 표 한도(100) 초과 : " Work-Branch
                       " - 마지막 지점에 합산"
               SET BRx TO Br-Count
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO Jx
           PERFORM UNTIL Jx > Br-Count
                   OR BR-Code(Jx) > Work-Branch
               ADD 1 TO Jx
           END-PERFORM
           ADD 1 TO Br-Count
           PERFORM VARYING Bx FROM Br-Count BY -1 UNTIL Bx <= Jx
               MOVE Br-Entry(Bx - 1) TO Br-Entry(Bx)
           END-PERFORM
           INITIALIZE Br-Entry(Jx)
           MOVE Work-Branch TO BR-Code(Jx)
           SET BRx TO Jx.

       ReadGlPost-P.
          *> ACCRUE 출처 배치만 모아 증빙(건수/합계)이 맞고
          *> 처음 보는 배치일 때 지점 이자에 반영한다
           OPEN INPUT GL-File
           IF GL-Status NOT = '00'
               DISPLAY "분개 파일 없음 - 발생 이자"
                       " 반영 생략"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL GL-Eof = 'Y'
               READ GL-File
                   AT END MOVE 'Y' TO GL-Eof
                   NOT AT END
                       EVALUATE GL-Line(1:1)
                           WHEN 'H' PERFORM GlHeader-P
                           WHEN 'D' PERFORM GlDetail-P
                           WHEN 'T' PERFORM GlTrailer-P
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE GL-File.

       GlHeader-P.
           MOVE GL-Line TO Gl-Header
           MOVE 'N' TO In-Batch
           MOVE 'N' TO Bat-Over
           MOVE 0 TO Bat-Count Bat-Amt Det-Count
           IF GH-Source NOT = 'ACCRUE' OR GH-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE GH-Date(1:6) TO Row-Month
           PERFORM FindMonth-P
           IF Mk > 0
               MOVE Mk TO Bat-Month
               MOVE 'Y' TO In-Batch
           END-IF.

       GlDetail-P.
           IF In-Batch NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE GL-Line TO Gl-Detail
           ADD 1 TO Bat-Count
           IF GD-Amount IS NUMERIC
               ADD GD-Amount TO Bat-Amt
           END-IF
           IF Det-Count < 3000
               ADD 1 TO Det-Count
               MOVE GL-Line TO Det-Line(Det-Count)
           ELSE
               MOVE 'Y' TO Bat-Over
           END-IF.

       GlTrailer-P.
           IF In-Batch NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Batch
           MOVE GL-Line TO Gl-Trailer
           IF GT-Count IS NOT NUMERIC OR GT-AmtHash IS NOT NUMERIC
              OR GT-Count NOT = Bat-Count
              OR GT-AmtHash NOT = Bat-Amt
              OR Bat-Over = 'Y'
               DISPLAY "** 증빙 불일치 배치 제외 : " GH-Date
               ADD 1 TO Skip-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE GH-Date    TO BK-Date
           MOVE GH-Mode    TO BK-Mode
           MOVE GT-Count   TO BK-Count
           MOVE GT-AmtHash TO BK-Hash
           MOVE 'N' TO Seen-Hit
           IF Seen-Count > 0
               SET SEx TO 1
               SEARCH Seen-Entry
                   AT END CONTINUE
                   WHEN SE-Key(SEx) = Bat-Key
                       MOVE 'Y' TO Seen-Hit
               END-SEARCH
           END-IF
           IF Seen-Hit = 'Y'
               DISPLAY "** 중복 배치 제외 : " GH-Date
               ADD 1 TO Skip-Ctr
               EXIT PARAGRAPH
           END-IF
           IF Seen-Count < 500
               ADD 1 TO Seen-Count
               MOVE Bat-Key TO SE-Key(Seen-Count)
           END-IF
           MOVE Bat-Month TO Mk
           PERFORM AccrLine-P VARYING Dx FROM 1 BY 1
                   UNTIL Dx > Det-Count
           ADD 1 TO Accr-Ctr.

       AccrLine-P.
          *> 발생 배치는 수익 대변/비용 차변, 환입 배치는
          *> 그 반대 - 차대로 더하고 뺀다
           MOVE Det-Line(Dx) TO Gl-Detail
           IF GD-GLCode NOT = Acct-IntIncome
              AND GD-GLCode NOT = Acct-IntExpense
               EXIT PARAGRAPH
           END-IF
           MOVE '000' TO Work-Branch
           MOVE 'N' TO Seen-Hit
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AT-AcctNo(ACx) = GD-AcctNo
                       MOVE AT-Branch(ACx) TO Work-Branch
                       MOVE 'Y' TO Seen-Hit
               END-SEARCH
           END-IF
           IF Seen-Hit = 'N'
               ADD 1 TO NoAcct-Ctr
           END-IF
           PERFORM FindBranch-P
           IF GD-GLCode = Acct-IntIncome
               IF GD-DrCr = 'CR'
                   ADD GD-Amount TO BF-Inc(BRx, Mk)
               ELSE
                   SUBTRACT GD-Amount FROM BF-Inc(BRx, Mk)
               END-IF
           ELSE
               IF GD-DrCr = 'DR'
                   ADD GD-Amount TO BF-Exp(BRx, Mk)
               ELSE
                   SUBTRACT GD-Amount FROM BF-Exp(BRx, Mk)
               END-IF
           END-IF.

       LoadHist-P.
          *> 비교 월이 보관 실적에 있으면 그때 보고한
          *> 숫자로 바꿔 넣는다. 이번 달 행은 되쓸 때
          *> 새 숫자로 갈아 끼우므로 버린다
           OPEN INPUT Hist-File
           IF Hist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hist-Eof = 'Y'
               READ Hist-File
                   AT END MOVE 'Y' TO Hist-Eof
                   NOT AT END
                       IF BH-Month IS NUMERIC
                           PERFORM HistRow-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hist-File.

       HistRow-P.
           MOVE BH-Month TO Row-Month
           PERFORM FindMonth-P
           IF Mk NOT = 1
               IF Keep-Count < 20000
                   ADD 1 TO Keep-Count
                   MOVE Hist-Record TO Keep-Row(Keep-Count)
               ELSE
                   DISPLAY "** 보관 실적 표 한도 초과"
                           " - 옛 행 버림"
               END-IF
           END-IF
           IF Mk < 2
               EXIT PARAGRAPH
           END-IF
           IF Hist-Used(Mk) = 'N'
               MOVE 'Y' TO Hist-Used(Mk)
               PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > Br-Count
                   INITIALIZE BR-Fig(Jx, Mk)
               END-PERFORM
           END-IF
           MOVE BH-Branch TO Work-Branch
           PERFORM FindBranch-P
           MOVE BH-Inc    TO BF-Inc(BRx, Mk)
           MOVE BH-Exp    TO BF-Exp(BRx, Mk)
           MOVE BH-Fee    TO BF-Fee(BRx, Mk)
           MOVE BH-Tax    TO BF-Tax(BRx, Mk)
           MOVE BH-Assets TO BF-Assets(BRx, Mk).

       WriteTitle-P.
           MOVE SPACES TO Rpt-Line
           STRING "=== 지점별 수익성 보고 " DELIMITED BY SIZE
                  Mon-YyMm(1)               DELIMITED BY SIZE
                  " ==="                    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "비교 : 지난 달 " DELIMITED BY SIZE
                  Mon-YyMm(2)       DELIMITED BY SIZE
                  " / 전년 동월 "   DELIMITED BY SIZE
                  Mon-YyMm(3)       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       BranchPage-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "-- 지점 " BR-Code(Bx) " --"
               DELIMITED BY SIZE INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Fig-Line
           MOVE "항목"      TO FL-Label
           MOVE "   이번 달" TO FL-Cur
           MOVE "   지난 달" TO FL-Prv
           MOVE "      증감" TO FL-DPrv
           MOVE " 전년 동월" TO FL-Yr
           MOVE "      증감" TO FL-DYr
           MOVE Fig-Line TO Rpt-Line
           WRITE Rpt-Line
           MOVE "대출 이자 수익" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               MOVE BF-Inc(Bx, Mk) TO Fig-Val(Mk)
           END-PERFORM
           PERFORM AmtRow-P
           MOVE "예금 이자 비용" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               MOVE BF-Exp(Bx, Mk) TO Fig-Val(Mk)
           END-PERFORM
           PERFORM AmtRow-P
           MOVE "수수료 수익" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               MOVE BF-Fee(Bx, Mk) TO Fig-Val(Mk)
           END-PERFORM
           PERFORM AmtRow-P
           MOVE "원천징수세" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               MOVE BF-Tax(Bx, Mk) TO Fig-Val(Mk)
           END-PERFORM
           PERFORM AmtRow-P
           MOVE "순이자 수익" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               COMPUTE Fig-Val(Mk) = BF-Inc(Bx, Mk) - BF-Exp(Bx, Mk)
           END-PERFORM
           PERFORM AmtRow-P
          *> 순이자 마진 = 순이자 수익 x 12 / 대출 원금
           MOVE "순이자 마진(%)" TO Fig-Label
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               MOVE 0 TO Fig-Val(Mk)
               IF BF-Assets(Bx, Mk) > 0
                   COMPUTE Fig-Val(Mk) ROUNDED =
                       (BF-Inc(Bx, Mk) - BF-Exp(Bx, Mk)) * 1200
                       / BF-Assets(Bx, Mk)
                       ON SIZE ERROR MOVE 0 TO Fig-Val(Mk)
                   END-COMPUTE
               END-IF
           END-PERFORM
           PERFORM PctRow-P
          *> 순위 요약 합계
           PERFORM VARYING Mk FROM 1 BY 1 UNTIL Mk > 3
               ADD BF-Inc(Bx, Mk)    TO TF-Inc(Mk)
               ADD BF-Exp(Bx, Mk)    TO TF-Exp(Mk)
               ADD BF-Fee(Bx, Mk)    TO TF-Fee(Mk)
               ADD BF-Assets(Bx, Mk) TO TF-Assets(Mk)
           END-PERFORM.

       AmtRow-P.
           MOVE SPACES TO Fig-Line
           MOVE Fig-Label  TO FL-Label
           MOVE Fig-Val(1) TO Ed-Amt
           MOVE Ed-Amt     TO FL-Cur
           MOVE Fig-Val(2) TO Ed-Amt
           MOVE Ed-Amt     TO FL-Prv
           COMPUTE Fig-Diff = Fig-Val(1) - Fig-Val(2)
           MOVE Fig-Diff   TO Ed-Amt
           MOVE Ed-Amt     TO FL-DPrv
           MOVE Fig-Val(3) TO Ed-Amt
           MOVE Ed-Amt     TO FL-Yr
           COMPUTE Fig-Diff = Fig-Val(1) - Fig-Val(3)
           MOVE Fig-Diff   TO Ed-Amt
           MOVE Ed-Amt     TO FL-DYr
           MOVE Fig-Line TO Rpt-Line
           WRITE Rpt-Line.

       PctRow-P.
           MOVE SPACES TO Fig-Line
           MOVE Fig-Label  TO FL-Label
           MOVE Fig-Val(1) TO Ed-Pct
           MOVE Ed-Pct     TO FL-Cur(8:)
           MOVE Fig-Val(2) TO Ed-Pct
           MOVE Ed-Pct     TO FL-Prv(8:)
           COMPUTE Fig-Diff = Fig-Val(1) - Fig-Val(2)
           MOVE Fig-Diff   TO Ed-Pct
           MOVE Ed-Pct     TO FL-DPrv(8:)
           MOVE Fig-Val(3) TO Ed-Pct
           MOVE Ed-Pct     TO FL-Yr(8:)
           COMPUTE Fig-Diff = Fig-Val(1) - Fig-Val(3)
           MOVE Fig-Diff   TO Ed-Pct
           MOVE Ed-Pct     TO FL-DYr(8:)
           MOVE Fig-Line TO Rpt-Line
           WRITE Rpt-Line.

       RankPage-P.
          *> 순수익(이자 수익 + 수수료 - 이자 비용) 순위 -
          *> 아직 순위가 없는 지점 가운데 가장 큰 곳부터
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "=== 지점 순위 요약 " DELIMITED BY SIZE
                  Mon-YyMm(1)           DELIMITED BY SIZE
                  " ==="                DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "순위  지점          순수익        지난 달"
                  "      전년 동월   마진(%)" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > Br-Count
               MOVE 0 TO BR-Rank(Jx)
           END-PERFORM
           PERFORM VARYING Rank-Ctr FROM 1 BY 1
                   UNTIL Rank-Ctr > Br-Count
               MOVE 0 TO Best-Ix
               PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > Br-Count
                   IF BR-Rank(Jx) = 0
                       COMPUTE Net-Work = BF-Inc(Jx, 1)
                           + BF-Fee(Jx, 1) - BF-Exp(Jx, 1)
                       IF Best-Ix = 0 OR Net-Work > Best-Net
                           MOVE Jx TO Best-Ix
                           MOVE Net-Work TO Best-Net
                       END-IF
                   END-IF
               END-PERFORM
               MOVE Rank-Ctr TO BR-Rank(Best-Ix)
               MOVE Best-Ix TO Bx
               PERFORM RankRow-P
           END-PERFORM
          *> 전행 합계
           MOVE SPACES TO Rank-Line
           MOVE 0 TO RL-Rank
           MOVE "계" TO RL-Branch
           COMPUTE Net-Work = TF-Inc(1) + TF-Fee(1) - TF-Exp(1)
           MOVE Net-Work TO RL-Net
           COMPUTE Net-Work = TF-Inc(2) + TF-Fee(2) - TF-Exp(2)
           MOVE Net-Work TO RL-Prv
           COMPUTE Net-Work = TF-Inc(3) + TF-Fee(3) - TF-Exp(3)
           MOVE Net-Work TO RL-Yr
           MOVE 0 TO Nim-Pct
           IF TF-Assets(1) > 0
               COMPUTE Nim-Pct ROUNDED =
                   (TF-Inc(1) - TF-Exp(1)) * 1200 / TF-Assets(1)
                   ON SIZE ERROR MOVE 0 TO Nim-Pct
               END-COMPUTE
           END-IF
           MOVE Nim-Pct TO RL-Nim
           MOVE Rank-Line TO Rpt-Line
           MOVE SPACES TO Rpt-Line(1:3)
           WRITE Rpt-Line.

       RankRow-P.
           MOVE SPACES TO Rank-Line
           MOVE Rank-Ctr    TO RL-Rank
           MOVE BR-Code(Bx) TO RL-Branch
           COMPUTE Net-Work = BF-Inc(Bx, 1) + BF-Fee(Bx, 1)
                            - BF-Exp(Bx, 1)
           MOVE Net-Work TO RL-Net
           COMPUTE Net-Work = BF-Inc(Bx, 2) + BF-Fee(Bx, 2)
                            - BF-Exp(Bx, 2)
           MOVE Net-Work TO RL-Prv
           COMPUTE Net-Work = BF-Inc(Bx, 3) + BF-Fee(Bx, 3)
                            - BF-Exp(Bx, 3)
           MOVE Net-Work TO RL-Yr
           MOVE 0 TO Nim-Pct
           IF BF-Assets(Bx, 1) > 0
               COMPUTE Nim-Pct ROUNDED =
                   (BF-Inc(Bx, 1) - BF-Exp(Bx, 1)) * 1200
                   / BF-Assets(Bx, 1)
                   ON SIZE ERROR MOVE 0 TO Nim-Pct
               END-COMPUTE
           END-IF
           MOVE Nim-Pct TO RL-Nim
           MOVE Rank-Line TO Rpt-Line
           WRITE Rpt-Line.

       SaveHist-P.
          *> 보관 실적 = 옛 행(이번 달 제외) + 이번 달 행
           OPEN OUTPUT Hist-File
           IF Hist-Status NOT = '00'
               DISPLAY "** 보관 실적 쓰기 실패 : " Hist-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > Keep-Count
               MOVE Keep-Row(Kx) TO Hist-Record
               WRITE Hist-Record
           END-PERFORM
           PERFORM VARYING Bx FROM 1 BY 1 UNTIL Bx > Br-Count
               MOVE SPACES TO Hist-Record
               MOVE Mon-YyMm(1)      TO BH-Month
               MOVE BR-Code(Bx)      TO BH-Branch
               MOVE BF-Inc(Bx, 1)    TO BH-Inc
               MOVE BF-Exp(Bx, 1)    TO BH-Exp
               MOVE BF-Fee(Bx, 1)    TO BH-Fee
               MOVE BF-Tax(Bx, 1)    TO BH-Tax
               MOVE BF-Assets(Bx, 1) TO BH-Assets
               WRITE Hist-Record
           END-PERFORM
           CLOSE Hist-File.

       Keut-P.
           MOVE "BRPROF 종료"    TO AL-Event
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
