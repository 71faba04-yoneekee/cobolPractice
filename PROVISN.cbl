       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVISN.
       AUTHOR. YONEE.
       REMARKS. 월말 대손 충당금. CHGOFF 뒤에 돈다. 순차
                계좌 마스터(ACCOUNTS.DAT)의 대출마다 남은
                원금을 어젯밤 원장(LEDGER.DAT)에서 잡고 -
                미납 회차가 있으면 가장 오랜 미납 회차의
                기초 잔액, 없으면 처리일까지 지난 마지막
                회차의 기말 잔액 - PAYPOST 연체 추출
                (ARREARS.DAT)의 가장 깊은 구간과 상품 코드로
                충당률 설정(PROVPCT.DAT)을 골라 충당금을
                낸다. 지점/상품별 충당금 보고서를 PROVISN.RPT
                로 찍고, 지난달 잔액(PROVBAL.DAT)에서 그 뒤
                대손 상각(CHGOFF.DAT)으로 쓴 몫을 뺀 장부
                잔액과의 차이만 GLPOST.DAT 끝에 H/D/T 한
                배치(대손상각비/대손충당금)로 덧붙인다.
                같은 날 다시 돌리면 차이가 0이라 중복 분개가
                생기지 않는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Pct-File ASSIGN TO "PROVPCT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pct-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 지난 실행의 지점/상품별 충당금 잔액
           SELECT Bal-File ASSIGN TO "PROVBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           SELECT Rpt-File ASSIGN TO "PROVISN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Pct-File.
       01  Pct-Record.
           *> 상품 코드 - '*****'는 모든 상품
           02  PP-ProdCode       PIC X(5).
           02  FILLER            PIC X.
           *> 연체 구간 0=당기 1=30일 2=60일 3=90일+
           02  PP-Bucket         PIC 9.
           02  FILLER            PIC X.
           *> 충당률(%)
           02  PP-Pct            PIC 99V99.

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

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Bal-File.
       01  Bal-Record.
           02  PB-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  PB-Branch         PIC X(3).
           02  FILLER            PIC X.
           02  PB-ProdCode       PIC X(5).
           02  FILLER            PIC X.
           02  PB-Allow          PIC 9(9)V99.

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(90).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Pct-Status        PIC XX.
       77  Account-Status    PIC XX.
       77  ArrExt-Status     PIC XX.
       77  Ledger-Status     PIC XX.
       77  ChgOff-Status     PIC XX.
       77  Bal-Status        PIC XX.
       77  GL-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  Pct-Eof           PIC X       VALUE 'N'.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  ArrExt-Eof        PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Bal-Eof           PIC X       VALUE 'N'.

      *> ----- 분개 계정 코드 -----
       77  Acct-Allow        PIC X(4)    VALUE '1190'.
       77  Acct-LossExp      PIC X(4)    VALUE '5900'.

      *> ----- 기본 충당률 - 설정 파일에 없는 구간 -----
       01  Dflt-List.
           02  FILLER            PIC 99V99   VALUE 01.00.
           02  FILLER            PIC 99V99   VALUE 10.00.
           02  FILLER            PIC 99V99   VALUE 25.00.
           02  FILLER            PIC 99V99   VALUE 50.00.
       01  FILLER REDEFINES Dflt-List.
           02  Dflt-Pct          PIC 99V99   OCCURS 4 TIMES.

      *> ----- 충당률 설정 테이블 -----
       77  Pct-Count         PIC 9(3)    VALUE 0.
       01  Pct-Table.
           02  Pct-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Pct-Count
                         INDEXED BY PCx.
               03  PT-ProdCode   PIC X(5).
               03  PT-Bucket     PIC 9.
               03  PT-Pct        PIC 99V99.

      *> ----- 대출 계좌 테이블 -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  PA-AcctNo     PIC X(10).
               03  PA-ProdCode   PIC X(5).
               03  PA-Branch     PIC X(3).
               03  PA-RestrDate  PIC 9(8).
               03  PA-Bucket     PIC 9.
               03  PA-OldPer     PIC 999.
               03  PA-Rows       PIC 9(3).
               03  PA-Bal        PIC 9(7)V99.

      *> ----- 지점/상품별 합계 (지점, 상품 순) -----
       77  Sum-Count         PIC 9(3)    VALUE 0.
       01  Sum-Table.
           02  Sum-Entry OCCURS 0 TO 300 TIMES
                         DEPENDING ON Sum-Count
                         INDEXED BY SMx.
               03  SM-Key.
                   04  SM-Branch     PIC X(3).
                   04  SM-ProdCode   PIC X(5).
               03  SM-Bal        PIC 9(9)V99.
               03  SM-Prov       PIC 9(9)V99.
               03  SM-Prior      PIC 9(9)V99.
               03  SM-Used       PIC 9(9)V99.
               03  SM-Chg        PIC S9(9)V99.

      *> ----- 계산 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Prior-Date        PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Work-Key          PIC X(8)    VALUE SPACES.
       77  Work-Bucket       PIC 9       VALUE 0.
       77  Work-Pct          PIC 99V99   VALUE 0.
       77  Work-Prov         PIC 9(7)V99 VALUE 0.
       77  Work-Carry        PIC 9(9)V99 VALUE 0.
       77  Sx                PIC 9(3)    VALUE 0.
       77  Prev-Branch       PIC X(3)    VALUE SPACES.
       77  Post-Ctr          PIC 9(3)    VALUE 0.
      *> 지점 소계와 총계
       77  Br-Bal            PIC 9(9)V99 VALUE 0.
       77  Br-Prov           PIC 9(9)V99 VALUE 0.
       77  Br-Chg            PIC S9(9)V99 VALUE 0.
       77  Tot-Bal           PIC 9(9)V99 VALUE 0.
       77  Tot-Prov          PIC 9(9)V99 VALUE 0.
       77  Tot-Chg           PIC S9(9)V99 VALUE 0.

      *> ----- 머리/명세/꼬리 편집 (GLEXTR 규약) -----
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X      VALUE 'L'.
      *> 출처 표시 - GLAPPLY 배치 열쇠의 한 부분
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'PROVSN'.
       01  Detail-Line.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Period         PIC 999    VALUE 0.
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
       77  Rec-Count         PIC 9(7)    VALUE 0.
       77  Amt-Hash          PIC 9(11)V99 VALUE 0.
       77  Acct-Hash         PIC 9(12)   VALUE 0.
       77  Key-Num           PIC 9(8)    VALUE 0.
       77  Kx                PIC 9       VALUE 0.
       77  Post-Amt          PIC 9(7)V99 VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Detail.
           02  RD-Branch         PIC X(3).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-ProdCode       PIC X(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Bal            PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Prov           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Prior          PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Used           PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Chg            PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "PROVISN"        TO AL-Program
           MOVE "PROVISN 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 기준일은 GLEXTR/ACCRUE와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadPct-P
           PERFORM LoadAccounts-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM LoadArrears-P
           PERFORM ScanLedger-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               PERFORM ProvOne-P
           END-PERFORM
           PERFORM LoadPrior-P
           PERFORM LoadUsed-P
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
               PERFORM CalcChg-P
           END-PERFORM
           PERFORM WriteRpt-P
           PERFORM WriteGL-P
           IF RETURN-CODE < 8
               PERFORM SaveBal-P
           END-IF
           DISPLAY "충당금 " Tot-Prov " 분개 행 " Post-Ctr
           GO TO Keut-P.

       LoadPct-P.
          *> 충당률 설정 - 없으면 기본 충당률만 쓴다
           OPEN INPUT Pct-File
           IF Pct-Status NOT = '00'
               DISPLAY "충당률 설정 없음 - 기본값 적용"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pct-Eof = 'Y'
               READ Pct-File
                   AT END MOVE 'Y' TO Pct-Eof
                   NOT AT END
                       IF PP-Bucket IS NUMERIC
                          AND PP-Pct IS NUMERIC
                          AND PP-Bucket <= 3
                          AND Pct-Count < 200
                           ADD 1 TO Pct-Count
                           MOVE PP-ProdCode TO PT-ProdCode(Pct-Count)
                           MOVE PP-Bucket   TO PT-Bucket(Pct-Count)
                           MOVE PP-Pct      TO PT-Pct(Pct-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pct-File.

       LoadAccounts-P.
          *> 대출 계좌만 싣는다 - 상각 계좌는 CHGOFF의
          *> 내려쓰기에서 이미 빠졌다
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
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Acct-Count
           MOVE AC-AcctNo   TO PA-AcctNo(Acct-Count)
           MOVE AC-ProdCode TO PA-ProdCode(Acct-Count)
          *> 옛 형식 레코드(빈칸)는 본점('000')으로 본다
           IF AC-Branch = SPACES
               MOVE '000' TO PA-Branch(Acct-Count)
           ELSE
               MOVE AC-Branch TO PA-Branch(Acct-Count)
           END-IF
           MOVE 0 TO PA-RestrDate(Acct-Count)
           IF AC-Restr = 'Y' AND AC-RestrDate IS NUMERIC
               MOVE AC-RestrDate TO PA-RestrDate(Acct-Count)
           END-IF
           MOVE 0 TO PA-Bucket(Acct-Count)
           MOVE 0 TO PA-OldPer(Acct-Count)
           MOVE 0 TO PA-Rows(Acct-Count)
           MOVE 0 TO PA-Bal(Acct-Count).

       FindAcct-P.
           MOVE 'N' TO Slot-Ok
           SET ACx TO 1
           SEARCH Acct-Entry
               AT END CONTINUE
               WHEN PA-AcctNo(ACx) = Work-AcctNo
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH.

       LoadArrears-P.
          *> 계좌별 가장 깊은 구간과 가장 오랜 미납 회차 -
          *> 재조정 계좌의 재조정일 이전 납기 행은 새
          *> 스케줄로 갈음된 옛 연체라 세지 않는다
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "연체 추출 파일 없음 - 전 계좌 당기"
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
           MOVE AX-AcctNo TO Work-AcctNo
           PERFORM FindAcct-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AX-DueDate IS NUMERIC
              AND AX-DueDate > 0
              AND AX-DueDate <= PA-RestrDate(ACx)
               EXIT PARAGRAPH
           END-IF
           IF AX-Bucket IS NUMERIC
              AND AX-Bucket > PA-Bucket(ACx)
               MOVE AX-Bucket TO PA-Bucket(ACx)
           END-IF
           IF PA-OldPer(ACx) = 0
              OR AX-Period < PA-OldPer(ACx)
               MOVE AX-Period TO PA-OldPer(ACx)
           END-IF.

       ScanLedger-P.
          *> 남은 원금 - 미납 회차가 있으면 가장 오랜
          *> 미납 회차의 기초 잔액, 없으면 처리일까지
          *> 지난 마지막 회차의 기말 잔액(지난 회차가
          *> 없으면 첫 회차의 기초 잔액)
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 16 TO RETURN-CODE
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
           PERFORM FindAcct-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PA-Rows(ACx)
           IF PA-OldPer(ACx) > 0
               IF LG-Period = PA-OldPer(ACx)
                   MOVE LG-WonGeum TO PA-Bal(ACx)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF PA-Rows(ACx) = 1
               MOVE LG-WonGeum TO PA-Bal(ACx)
           END-IF
           IF LG-DueDate IS NUMERIC
              AND LG-DueDate <= Proc-Date
               MOVE LG-Closing TO PA-Bal(ACx)
           END-IF.

       ProvOne-P.
          *> 상품+구간 설정, 없으면 전 상품('*****')+구간,
          *> 그것도 없으면 기본 충당률
           IF PA-Rows(ACx) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PA-Bucket(ACx) TO Work-Bucket
           MOVE 'N' TO Slot-Ok
           IF Pct-Count > 0
               SET PCx TO 1
               SEARCH Pct-Entry
                   AT END CONTINUE
                   WHEN PT-ProdCode(PCx) = PA-ProdCode(ACx)
                        AND PT-Bucket(PCx) = Work-Bucket
                       MOVE PT-Pct(PCx) TO Work-Pct
                       MOVE 'Y' TO Slot-Ok
               END-SEARCH
           END-IF
           IF Slot-Ok = 'N' AND Pct-Count > 0
               SET PCx TO 1
               SEARCH Pct-Entry
                   AT END CONTINUE
                   WHEN PT-ProdCode(PCx) = '*****'
                        AND PT-Bucket(PCx) = Work-Bucket
                       MOVE PT-Pct(PCx) TO Work-Pct
                       MOVE 'Y' TO Slot-Ok
               END-SEARCH
           END-IF
           IF Slot-Ok = 'N'
               MOVE Dflt-Pct(Work-Bucket + 1) TO Work-Pct
           END-IF
           COMPUTE Work-Prov ROUNDED =
               PA-Bal(ACx) * Work-Pct / 100
           MOVE PA-Branch(ACx)   TO Work-Key(1:3)
           MOVE PA-ProdCode(ACx) TO Work-Key(4:5)
           PERFORM FindSum-P
           IF Slot-Ok = 'Y'
               ADD PA-Bal(ACx) TO SM-Bal(SMx)
               ADD Work-Prov   TO SM-Prov(SMx)
           END-IF.

       FindSum-P.
          *> 지점+상품 줄을 찾고, 없으면 키 순서 자리에
          *> 끼워 넣는다 - 보고서가 지점별로 묶여 나온다
           MOVE 'N' TO Slot-Ok
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
                      OR SM-Key(SMx) >= Work-Key
               CONTINUE
           END-PERFORM
           IF SMx <= Sum-Count
               IF SM-Key(SMx) = Work-Key
                   MOVE 'Y' TO Slot-Ok
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Sum-Count >= 300
               DISPLAY "** 지점/상품 표 한도(300) 초과"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Sum-Count
           PERFORM VARYING Sx FROM Sum-Count BY -1
                   UNTIL Sx <= SMx
               MOVE Sum-Entry(Sx - 1) TO Sum-Entry(Sx)
           END-PERFORM
           MOVE Work-Key TO SM-Key(SMx)
           MOVE 0 TO SM-Bal(SMx) SM-Prov(SMx) SM-Prior(SMx)
                     SM-Used(SMx) SM-Chg(SMx)
           MOVE 'Y' TO Slot-Ok.

       LoadPrior-P.
          *> 지난 실행의 잔액 - 이번에 대출이 없어진
          *> 지점/상품도 줄을 만들어 환입되게 한다
           OPEN INPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "지난 충당금 잔액 없음 - 첫 실행"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Bal-Eof = 'Y'
               READ Bal-File
                   AT END MOVE 'Y' TO Bal-Eof
                   NOT AT END
                       IF PB-Allow IS NUMERIC
                           MOVE PB-Date     TO Prior-Date
                           MOVE PB-Branch   TO Work-Key(1:3)
                           MOVE PB-ProdCode TO Work-Key(4:5)
                           PERFORM FindSum-P
                           IF Slot-Ok = 'Y'
                               ADD PB-Allow TO SM-Prior(SMx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Bal-File.

       LoadUsed-P.
          *> 지난 실행 뒤 상각으로 장부 충당금에서 이미
          *> 쓴 몫 - CHGOFF가 대손충당금 차변으로 떨었다
           OPEN INPUT ChgOff-File
           IF ChgOff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChgOff-Eof = 'Y'
               READ ChgOff-File
                   AT END MOVE 'Y' TO ChgOff-Eof
                   NOT AT END
                       IF CO-Date > Prior-Date
                          AND CO-Date <= Proc-Date
                          AND CO-Principal IS NUMERIC
                           PERFORM NoteUsed-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChgOff-File.

       NoteUsed-P.
           IF CO-Branch = SPACES
               MOVE '000' TO Work-Key(1:3)
           ELSE
               MOVE CO-Branch TO Work-Key(1:3)
           END-IF
           MOVE CO-ProdCode TO Work-Key(4:5)
           PERFORM FindSum-P
           IF Slot-Ok = 'Y'
               ADD CO-Principal TO SM-Used(SMx)
           END-IF.

       CalcChg-P.
          *> 장부 잔액 = 지난 잔액 - 상각 사용분(0 아래로
          *> 내려가지 않는다), 분개는 새 충당금과의 차이
           IF SM-Used(SMx) >= SM-Prior(SMx)
               MOVE 0 TO Work-Carry
           ELSE
               COMPUTE Work-Carry = SM-Prior(SMx) - SM-Used(SMx)
           END-IF
           COMPUTE SM-Chg(SMx) = SM-Prov(SMx) - Work-Carry.

       WriteRpt-P.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 대손 충당금 " DELIMITED BY SIZE
                  Proc-Date          DELIMITED BY SIZE
                  " (지난 "          DELIMITED BY SIZE
                  Prior-Date         DELIMITED BY SIZE
                  ") ==="            DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "지점 상품         잔액          충당금"
                                         DELIMITED BY SIZE
                  "        지난잔액        상각사용"
                                         DELIMITED BY SIZE
                  "          증감"       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Prev-Branch
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
               IF SM-Branch(SMx) NOT = Prev-Branch
                   IF Prev-Branch NOT = SPACES
                       PERFORM BranchTotal-P
                   END-IF
                   MOVE SM-Branch(SMx) TO Prev-Branch
               END-IF
               MOVE SM-Branch(SMx)   TO RD-Branch
               MOVE SM-ProdCode(SMx) TO RD-ProdCode
               MOVE SM-Bal(SMx)      TO RD-Bal
               MOVE SM-Prov(SMx)     TO RD-Prov
               MOVE SM-Prior(SMx)    TO RD-Prior
               MOVE SM-Used(SMx)     TO RD-Used
               MOVE SM-Chg(SMx)      TO RD-Chg
               MOVE Rpt-Detail TO Rpt-Line
               WRITE Rpt-Line
               ADD SM-Bal(SMx)  TO Br-Bal
               ADD SM-Prov(SMx) TO Br-Prov
               ADD SM-Chg(SMx)  TO Br-Chg
           END-PERFORM
           IF Prev-Branch NOT = SPACES
               PERFORM BranchTotal-P
           END-IF
           MOVE SPACES TO Rpt-Detail
           MOVE "총계" TO RD-ProdCode
           MOVE Tot-Bal  TO RD-Bal
           MOVE Tot-Prov TO RD-Prov
           MOVE Tot-Chg  TO RD-Chg
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       BranchTotal-P.
          *> 지점 소계 줄을 찍고 총계에 더한다
           MOVE SPACES TO Rpt-Detail
           MOVE Prev-Branch TO RD-Branch
           MOVE "소계" TO RD-ProdCode
           MOVE Br-Bal  TO RD-Bal
           MOVE Br-Prov TO RD-Prov
           MOVE Br-Chg  TO RD-Chg
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           ADD Br-Bal  TO Tot-Bal
           ADD Br-Prov TO Tot-Prov
           ADD Br-Chg  TO Tot-Chg
           MOVE 0 TO Br-Bal Br-Prov Br-Chg.

       WriteGL-P.
          *> 증감이 있는 지점/상품만 한 배치로 - 늘면
          *> 대손상각비/충당금, 줄면 그 반대
           MOVE 'N' TO Slot-Ok
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
               IF SM-Chg(SMx) NOT = 0
                   MOVE 'Y' TO Slot-Ok
               END-IF
           END-PERFORM
           IF Slot-Ok = 'N'
               DISPLAY "충당금 증감 없음 - 분개 생략"
               EXIT PARAGRAPH
           END-IF
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
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
               IF SM-Chg(SMx) NOT = 0
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
           MOVE SPACES TO GD-AcctNo
           MOVE SM-Key(SMx) TO GD-AcctNo
           PERFORM KeyHash-P
           IF SM-Chg(SMx) > 0
               MOVE SM-Chg(SMx) TO Post-Amt
               MOVE Acct-LossExp TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM WriteDetail-P
               MOVE Acct-Allow TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM WriteDetail-P
           ELSE
               COMPUTE Post-Amt = 0 - SM-Chg(SMx)
               MOVE Acct-Allow TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM WriteDetail-P
               MOVE Acct-LossExp TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM WriteDetail-P
           END-IF
           ADD 1 TO Post-Ctr.

       WriteDetail-P.
           MOVE Post-Amt TO GD-Amount
           MOVE Detail-Line TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD Post-Amt TO Amt-Hash
           ADD Key-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       KeyHash-P.
          *> 계좌 자리의 지점/상품 키 해시 - 숫자 키면 그
          *> 값, 아니면 글자 값에 자리 무게를 곱해 더한다
           IF SM-Key(SMx) IS NUMERIC
               MOVE SM-Key(SMx) TO Key-Num
           ELSE
               MOVE 0 TO Key-Num
               PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > 8
                   COMPUTE Key-Num = Key-Num
                       + FUNCTION ORD(SM-Key(SMx)(Kx:1)) * Kx
               END-PERFORM
           END-IF.

       SaveBal-P.
          *> 이번 충당금을 다음 달의 지난 잔액으로 남긴다
           OPEN OUTPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "** 충당금 잔액 되쓰기 실패 : "
                       Bal-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING SMx FROM 1 BY 1
                   UNTIL SMx > Sum-Count
               MOVE SPACES TO Bal-Record
               MOVE Proc-Date        TO PB-Date
               MOVE SM-Branch(SMx)   TO PB-Branch
               MOVE SM-ProdCode(SMx) TO PB-ProdCode
               MOVE SM-Prov(SMx)     TO PB-Allow
               WRITE Bal-Record
           END-PERFORM
           CLOSE Bal-File.

       Keut-P.
           MOVE "PROVISN 종료"   TO AL-Event
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
