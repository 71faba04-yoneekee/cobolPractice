       IDENTIFICATION DIVISION.
       PROGRAM-ID. GAPRPT.
       AUTHOR. YONEE.
       REMARKS. 만기 갭(유동성 사다리) 보고. 원장(LEDGER.DAT)
                에서 처리일 뒤에 납기가 오는 행만 골라 7일,
                1개월, 3개월, 6개월, 1년 이내와 1년 초과의
                시간 구간으로 나눈다. 대출('L') 회차 상환액과
                적금('S') 월 납입액은 유입, 예금('D')/적금의
                만기 지급액은 유출(원금과 세후 이자로 나눔)로
                잡아 구간별 순갭과 누적갭을 전행과 지점
                (LG-Branch)별로 GAPRPT.RPT에 싣는다. 계좌 구분은
                계좌 마스터(ACCOUNTS.DAT)에서 찾는다. 월말
                단계로 돈다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           SELECT Rpt-File ASSIGN TO "GAPRPT.RPT"
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

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Ledger-Status     PIC XX.
       77  Acct-Status       PIC XX.
       77  Rpt-Status        PIC XX.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  Acct-Eof          PIC X       VALUE 'N'.

      *> ----- 계좌 구분 테이블 -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-Type       PIC X.

      *> ----- 시간 구간 -----
      *> 구간 끝 날짜(포함) - 6번째 구간은 1년 초과
       01  Band-Limits.
           02  Band-Lim          PIC 9(8) OCCURS 5 TIMES.
       01  Band-Names.
           02  FILLER            PIC X(14) VALUE '7일 이내'.
           02  FILLER            PIC X(14) VALUE '1개월 이내'.
           02  FILLER            PIC X(14) VALUE '3개월 이내'.
           02  FILLER            PIC X(14) VALUE '6개월 이내'.
           02  FILLER            PIC X(14) VALUE '1년 이내'.
           02  FILLER            PIC X(14) VALUE '1년 초과'.
       01  FILLER REDEFINES Band-Names.
           02  Band-Name         PIC X(14) OCCURS 6 TIMES.
       77  Band-Ix           PIC 9       VALUE 0.

      *> ----- 전행 합계 -----
       01  Bank-Bands.
           02  BK-Band OCCURS 6 TIMES.
               03  BK-In         PIC 9(11)V9.
               03  BK-OutPrin    PIC 9(11)V9.
               03  BK-OutInt     PIC 9(11)V9.

      *> ----- 지점별 합계 -----
       77  Br-Count          PIC 99      VALUE 0.
       01  Br-Table.
           02  Br-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON Br-Count
                        INDEXED BY BRx.
               03  BR-Branch     PIC X(3).
               03  BR-Band OCCURS 6 TIMES.
                   04  BR-In         PIC 9(11)V9.
                   04  BR-OutPrin    PIC 9(11)V9.
                   04  BR-OutInt     PIC 9(11)V9.

      *> ----- 계좌 단위 작업영역 -----
      *> 예금/적금은 만기 회차의 기말 잔액 전부가 유출이다
      *> - 그중 원장 전 회차의 세후 이자 합이 이자 몫
       77  Prev-AcctNo       PIC X(10)   VALUE SPACES.
       77  Curr-Type         PIC X       VALUE 'L'.
       77  Curr-Branch       PIC X(3)    VALUE SPACES.
       77  Acct-NetIja       PIC 9(9)V9  VALUE 0.
       77  Last-Closing      PIC 9(5)    VALUE 0.
       77  Last-Due          PIC 9(8)    VALUE 0.
       77  Mat-Prin          PIC S9(9)V9 VALUE 0.
       77  Work-Date         PIC 9(8)    VALUE 0.
       77  In-Amt            PIC 9(9)V9  VALUE 0.
       77  OutPrin-Amt       PIC 9(9)V9  VALUE 0.
       77  OutInt-Amt        PIC 9(9)V9  VALUE 0.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Row-Ctr           PIC 9(7)    VALUE 0.
       77  Fut-Ctr           PIC 9(7)    VALUE 0.

      *> ----- 날짜 넘기기 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Step-Date         PIC 9(8)    VALUE 0.
       77  Step-Cnt          PIC 9(3)    VALUE 0.
       77  Step-Int          PIC 9(8)    VALUE 0.
       77  Due-YY            PIC 9(4)    VALUE 0.
       77  Due-MMDD          PIC 9(4)    VALUE 0.
       77  Due-MM            PIC 99      VALUE 0.
       77  Due-DD            PIC 99      VALUE 0.
       77  Mon-Work          PIC 9(6)    VALUE 0.
       77  Month-Days        PIC 99      VALUE 0.
       77  Leap-Work         PIC 9(4)    VALUE 0.

      *> ----- 보고 편집 -----
       77  Sum-In            PIC 9(11)V9  VALUE 0.
       77  Sum-Out           PIC 9(11)V9  VALUE 0.
       77  Net-Gap           PIC S9(11)V9 VALUE 0.
       77  Cum-Gap           PIC S9(11)V9 VALUE 0.
       01  Rpt-Detail.
           02  RD-Band           PIC X(14).
           02  RD-In             PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X       VALUE SPACE.
           02  RD-OutPrin        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X       VALUE SPACE.
           02  RD-OutInt         PIC ZZ,ZZZ,ZZ9.
           02  FILLER            PIC X       VALUE SPACE.
           02  RD-Net            PIC ----,---,--9.
           02  FILLER            PIC X       VALUE SPACE.
           02  RD-Cum            PIC ----,---,--9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "GAPRPT"         TO AL-Program
           MOVE "GAPRPT 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 기준일은 WONRI와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM SetBands-P
           INITIALIZE Bank-Bands
           PERFORM LoadAccts-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       PERFORM TakeRow-P
               END-READ
           END-PERFORM
           CLOSE Ledger-File
           IF Prev-AcctNo NOT = SPACES
               PERFORM FlushAcct-P
           END-IF
           PERFORM WriteRpt-P
           DISPLAY "원장 행 " Row-Ctr " 건 중 미래 납기 "
                   Fut-Ctr " 건"
           GO TO Keut-P.

       SetBands-P.
          *> 구간 끝 날짜 - 7일 뒤, 1/3/6/12개월 뒤
           COMPUTE Step-Int =
               FUNCTION INTEGER-OF-DATE(Proc-Date) + 7
           MOVE FUNCTION DATE-OF-INTEGER(Step-Int) TO Band-Lim(1)
           MOVE 1 TO Step-Cnt
           PERFORM StepMon-P
           MOVE Step-Date TO Band-Lim(2)
           MOVE 3 TO Step-Cnt
           PERFORM StepMon-P
           MOVE Step-Date TO Band-Lim(3)
           MOVE 6 TO Step-Cnt
           PERFORM StepMon-P
           MOVE Step-Date TO Band-Lim(4)
           MOVE 12 TO Step-Cnt
           PERFORM StepMon-P
           MOVE Step-Date TO Band-Lim(5).

       StepMon-P.
          *> 처리일에서 Step-Cnt 개월 뒤 - 말일을 넘는 날은
          *> 그 달 말일로 맞춘다
           DIVIDE Proc-Date BY 10000
               GIVING Due-YY REMAINDER Due-MMDD
           DIVIDE Due-MMDD BY 100
               GIVING Due-MM REMAINDER Due-DD
           COMPUTE Mon-Work = Due-YY * 12 + Due-MM - 1 + Step-Cnt
           COMPUTE Due-YY = Mon-Work / 12
           COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
           PERFORM MonthDays-P
           IF Due-DD > Month-Days
               MOVE Month-Days TO Due-DD
           END-IF
           COMPUTE Step-Date = Due-YY * 10000 + Due-MM * 100 + Due-DD.

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

       LoadAccts-P.
          *> 계좌 마스터의 계좌 구분 - 마스터에 없는
          *> 계좌는 대출로 본다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               DISPLAY "계좌 마스터 없음 - 모두 대출"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF Acct-Count < 2000
                           ADD 1 TO Acct-Count
                           MOVE AC-AcctNo TO AT-AcctNo(Acct-Count)
                           MOVE AC-Type   TO AT-Type(Acct-Count)
                       ELSE
                           DISPLAY "** 계좌 표 한도(2000) 초과"
                           MOVE 'Y' TO Acct-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       TakeRow-P.
          *> 원장 행 한 줄 - 계좌가 바뀌면 앞 계좌의 만기
          *> 유출부터 정리한다
           ADD 1 TO Row-Ctr
           IF LG-AcctNo NOT = Prev-AcctNo
               IF Prev-AcctNo NOT = SPACES
                   PERFORM FlushAcct-P
               END-IF
               PERFORM StartAcct-P
           END-IF
           IF Curr-Type = 'D' OR Curr-Type = 'S'
               ADD LG-NetIja TO Acct-NetIja
               MOVE LG-Closing TO Last-Closing
               MOVE LG-DueDate TO Last-Due
           END-IF
           IF LG-DueDate <= Proc-Date
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Fut-Ctr
           IF Curr-Type = 'D'
               EXIT PARAGRAPH
           END-IF
          *> 대출 회차 상환액과 적금 월 납입액은 유입
           MOVE LG-DueDate TO Work-Date
           MOVE LG-Hab     TO In-Amt
           MOVE 0          TO OutPrin-Amt
           MOVE 0          TO OutInt-Amt
           PERFORM PostBand-P.

       StartAcct-P.
           MOVE LG-AcctNo TO Prev-AcctNo
           MOVE 'L' TO Curr-Type
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AT-AcctNo(ACx) = LG-AcctNo
                       IF AT-Type(ACx) = 'D' OR AT-Type(ACx) = 'S'
                           MOVE AT-Type(ACx) TO Curr-Type
                       END-IF
               END-SEARCH
           END-IF
           IF LG-Branch = SPACES
               MOVE '000' TO Curr-Branch
           ELSE
               MOVE LG-Branch TO Curr-Branch
           END-IF
           MOVE 0 TO Acct-NetIja
           MOVE 0 TO Last-Closing
           MOVE 0 TO Last-Due.

       FlushAcct-P.
          *> 예금/적금 - 만기(마지막 회차) 납기가 아직
          *> 안 왔으면 그 기말 잔액을 원금/이자로 나눠
          *> 유출로 싣는다
           IF Curr-Type NOT = 'D' AND Curr-Type NOT = 'S'
               EXIT PARAGRAPH
           END-IF
           IF Last-Due <= Proc-Date
               EXIT PARAGRAPH
           END-IF
           COMPUTE Mat-Prin = Last-Closing - Acct-NetIja
           IF Mat-Prin < 0
               MOVE 0 TO Mat-Prin
               MOVE Last-Closing TO OutInt-Amt
           ELSE
               MOVE Acct-NetIja TO OutInt-Amt
           END-IF
           MOVE Last-Due TO Work-Date
           MOVE 0        TO In-Amt
           MOVE Mat-Prin TO OutPrin-Amt
           PERFORM PostBand-P.

       PostBand-P.
          *> 납기일의 구간을 찾아 전행과 지점 합계에 얹는다
           MOVE 6 TO Band-Ix
           PERFORM VARYING Band-Ix FROM 1 BY 1
                   UNTIL Band-Ix > 5
                      OR Work-Date <= Band-Lim(Band-Ix)
               CONTINUE
           END-PERFORM
           ADD In-Amt      TO BK-In(Band-Ix)
           ADD OutPrin-Amt TO BK-OutPrin(Band-Ix)
           ADD OutInt-Amt  TO BK-OutInt(Band-Ix)
           PERFORM FindBranch-P
           IF Slot-Ok = 'Y'
               ADD In-Amt      TO BR-In(BRx Band-Ix)
               ADD OutPrin-Amt TO BR-OutPrin(BRx Band-Ix)
               ADD OutInt-Amt  TO BR-OutInt(BRx Band-Ix)
           END-IF.

       FindBranch-P.
          *> 지점 칸을 찾고 없으면 새로 연다
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
                   SET BRx TO Br-Count
                   INITIALIZE Br-Entry(BRx)
                   MOVE Curr-Branch TO BR-Branch(BRx)
                   MOVE 'Y' TO Slot-Ok
               ELSE
                   DISPLAY "** 지점 표 한도(50) 초과 : "
                           Curr-Branch
               END-IF
           END-IF.

       WriteRpt-P.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 만기 갭(유동성 사다리) 기준일 "
                                          DELIMITED BY SIZE
                  Proc-Date               DELIMITED BY SIZE
                  " ==="                  DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[전행]" TO Rpt-Line
           WRITE Rpt-Line
           PERFORM WriteHead-P
           MOVE 0 TO Cum-Gap
           PERFORM VARYING Band-Ix FROM 1 BY 1
                   UNTIL Band-Ix > 6
               MOVE BK-In(Band-Ix)      TO Sum-In
               MOVE BK-OutPrin(Band-Ix) TO RD-OutPrin
               MOVE BK-OutInt(Band-Ix)  TO RD-OutInt
               COMPUTE Sum-Out = BK-OutPrin(Band-Ix)
                               + BK-OutInt(Band-Ix)
               PERFORM WriteBand-P
           END-PERFORM
           PERFORM VARYING BRx FROM 1 BY 1
                   UNTIL BRx > Br-Count
               MOVE SPACES TO Rpt-Line
               WRITE Rpt-Line
               MOVE SPACES TO Rpt-Line
               STRING "[지점 " DELIMITED BY SIZE
                      BR-Branch(BRx) DELIMITED BY SIZE
                      "]"      DELIMITED BY SIZE
                      INTO Rpt-Line
               WRITE Rpt-Line
               PERFORM WriteHead-P
               MOVE 0 TO Cum-Gap
               PERFORM VARYING Band-Ix FROM 1 BY 1
                       UNTIL Band-Ix > 6
                   MOVE BR-In(BRx Band-Ix)      TO Sum-In
                   MOVE BR-OutPrin(BRx Band-Ix) TO RD-OutPrin
                   MOVE BR-OutInt(BRx Band-Ix)  TO RD-OutInt
                   COMPUTE Sum-Out = BR-OutPrin(BRx Band-Ix)
                                   + BR-OutInt(BRx Band-Ix)
                   PERFORM WriteBand-P
               END-PERFORM
           END-PERFORM
           CLOSE Rpt-File.

       WriteHead-P.
           MOVE SPACES TO Rpt-Line
           STRING "구간          유입    유출원금"
                                          DELIMITED BY SIZE
                  "   유출이자      순갭     누적갭"
                                          DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       WriteBand-P.
          *> 구간 한 줄 - 순갭 = 유입 - 유출, 누적갭은
          *> 가까운 구간부터 더해 간다
           COMPUTE Net-Gap = Sum-In - Sum-Out
           ADD Net-Gap TO Cum-Gap
           MOVE Band-Name(Band-Ix) TO RD-Band
           MOVE Sum-In  TO RD-In
           MOVE Net-Gap TO RD-Net
           MOVE Cum-Gap TO RD-Cum
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "GAPRPT 종료"    TO AL-Event
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
