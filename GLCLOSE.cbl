       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLCLOSE.
       AUTHOR. YONEE.
       REMARKS. GL 월 마감. 1번 인자로 마감할 기간(YYYYMM)을
                받고, 없으면 마지막 마감(GLPER.DAT) 다음 기간을
                마감한다. 기간은 순서대로만 닫고, 처리 날짜의
                달보다 뒤 기간은 닫지 않는다. 잔액 마스터
                (GLBAL.DAT)의 그 기간 줄로 기말 시산표를,
                거래 내역(GLACT.DAT)으로 계정별 거래 내역표를
                GLCLOSE.RPT에 찍고, 차변 잔액과 대변 잔액의
                합계가 맞을 때만 그 기간 줄을 마감('C')으로
                바꾸고 기말 잔액을 다음 기간의 기초로 넘긴다.
                마감한 기간은 GLPER.DAT에 남겨 GLAPPLY가 그
                기간으로 날짜가 찍힌 배치를 더 받지 않게 한다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bal-File ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           SELECT Per-File ASSIGN TO "GLPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Per-Status.
           SELECT Act-File ASSIGN TO "GLACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Act-Status.
           SELECT Rpt-File ASSIGN TO "GLCLOSE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Bal-File.
       COPY "GLBALREC.cbl".

       FD  Per-File.
       COPY "GLPERCTL.cbl".

       FD  Act-File.
       COPY "GLACTREC.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(132).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Bal-Status        PIC XX.
       77  Per-Status        PIC XX.
       77  Act-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Bal-Eof           PIC X       VALUE 'N'.
       77  Act-Eof           PIC X       VALUE 'N'.

      *> ----- 처리 날짜 (BIZDATE) -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 마감할 기간 -----
       77  Want-Per-X        PIC X(8)    VALUE SPACES.
       77  Last-Closed       PIC 9(6)    VALUE 0.
       77  Proc-Per          PIC 9(6)    VALUE 0.
       01  Close-Per         PIC 9(6)    VALUE 0.
       01  Close-Per-R REDEFINES Close-Per.
           02  CP-Yyyy           PIC 9(4).
           02  CP-Mm             PIC 99.
       01  Next-Per          PIC 9(6)    VALUE 0.
       01  Next-Per-R REDEFINES Next-Per.
           02  NP-Yyyy           PIC 9(4).
           02  NP-Mm             PIC 99.
       01  Work-Per          PIC 9(6)    VALUE 0.
       01  Work-Per-R REDEFINES Work-Per.
           02  WP-Yyyy           PIC 9(4).
           02  WP-Mm             PIC 99.

      *> ----- 잔액 마스터 (계정 코드, 기간 순) -----
       77  Bal-Count         PIC 9(4)    VALUE 0.
       01  Bal-Table.
           02  Bal-Entry OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Bal-Count.
               03  BT-Key.
                   04  BT-GLCode     PIC X(4).
                   04  BT-Period     PIC 9(6).
               03  BT-Open       PIC S9(11)V99.
               03  BT-Dr         PIC 9(11)V99.
               03  BT-Cr         PIC 9(11)V99.
               03  BT-Close      PIC S9(11)V99.
               03  BT-Status     PIC X.
       01  Want-Key.
           02  WT-GLCode         PIC X(4).
           02  WT-Period         PIC 9(6).
       77  Bx                PIC 9(4)    VALUE 0.
       77  Cx                PIC 9(4)    VALUE 0.
       77  Jx                PIC 9(4)    VALUE 0.
       77  Ins-Pos           PIC 9(4)    VALUE 0.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Early-Open        PIC X       VALUE 'N'.

      *> ----- 시산 합계 -----
       77  Tb-Rows           PIC 9(4)    VALUE 0.
       77  Tot-Open          PIC S9(13)V99 VALUE 0.
       77  Tot-Dr            PIC 9(13)V99 VALUE 0.
       77  Tot-Cr            PIC 9(13)V99 VALUE 0.
       77  Tot-DrBal         PIC 9(13)V99 VALUE 0.
       77  Tot-CrBal         PIC 9(13)V99 VALUE 0.
       77  Act-Ctr           PIC 9(7)    VALUE 0.
       77  Code-Dr           PIC 9(13)V99 VALUE 0.
       77  Code-Cr           PIC 9(13)V99 VALUE 0.
       77  Code-Lines        PIC 9(7)    VALUE 0.

      *> ----- 보고서 편집 -----
       01  Tb-Row.
           02  TR-GLCode         PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TR-Open           PIC ----,---,---,--9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TR-Dr             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TR-Cr             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TR-DrBal          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TR-CrBal          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  Act-Row.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-Source         PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-BatDate        PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-BatMode        PIC X.
           02  FILLER            PIC X(3)   VALUE SPACES.
           02  AR-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-LPeriod        PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-DrCr           PIC X(2).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AR-Amount         PIC ZZ,ZZZ,ZZ9.99.
       01  Sum-Row.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  SR-Label          PIC X(16).
           02  SR-Lines          PIC ZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  FILLER            PIC X(6)   VALUE "차변".
           02  SR-Dr             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  FILLER            PIC X(6)   VALUE "대변".
           02  SR-Cr             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "GLCLOSE"        TO AL-Program
           MOVE "GLCLOSE 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           MOVE Proc-Date(1:6) TO Proc-Per
           PERFORM LoadPer-P
           PERFORM LoadBal-P
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Want-Per-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Want-Per-X
           END-ACCEPT
           IF Want-Per-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(Want-Per-X) NOT = 0
                   DISPLAY "사용법 : GLCLOSE [YYYYMM]"
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(Want-Per-X) TO Close-Per
           ELSE
               PERFORM PickPer-P
           END-IF
           IF Close-Per = 0 OR CP-Mm < 1 OR CP-Mm > 12
               DISPLAY "** 마감할 기간을 정할 수 없음 : "
                       Close-Per
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           IF Close-Per NOT > Last-Closed
               DISPLAY "** " Close-Per " 는 이미 마감됨"
                       " (마지막 마감 " Last-Closed ")"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
          *> 기간은 순서대로 닫는다
           IF Last-Closed > 0
               MOVE Last-Closed TO Work-Per
               PERFORM NextOf-P
               IF Close-Per NOT = Next-Per
                   DISPLAY "** 마감은 순서대로 - 다음"
                           " 마감할 기간은 " Next-Per
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
           END-IF
           IF Close-Per > Proc-Per
               DISPLAY "** 아직 오지 않은 기간 " Close-Per
                       " (처리 날짜 " Proc-Date ")"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               IF BT-Period(Bx) < Close-Per
                  AND BT-Status(Bx) NOT = 'C'
                   MOVE 'Y' TO Early-Open
               END-IF
           END-PERFORM
           IF Early-Open = 'Y'
               DISPLAY "** " Close-Per " 앞 기간에 마감 안 된"
                       " 잔액이 있음 - 앞 기간부터 마감"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE Close-Per TO Work-Per
           PERFORM NextOf-P
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM TrialBal-P
           PERFORM Activity-P
           IF Tot-DrBal NOT = Tot-CrBal
               MOVE SPACES TO Rpt-Line
               WRITE Rpt-Line
               MOVE "** 시산 불일치 - 마감하지 않음"
                   TO Rpt-Line
               WRITE Rpt-Line
               CLOSE Rpt-File
               DISPLAY "** " Close-Per " 시산 불일치"
                       " - 마감 안 함"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
          *> 기말 잔액을 다음 기간 기초로 넘긴다 - 끼운 줄은
          *> 늘 지금 줄 뒤에 들어간다
           PERFORM RollOne-P VARYING Cx FROM 1 BY 1
                   UNTIL Cx > Bal-Count OR Slot-Ok = 'O'
           IF Slot-Ok = 'O'
               CLOSE Rpt-File
               DISPLAY "** 잔액 표 한도(5000) 초과"
                       " - 마감 안 함"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "기간 " DELIMITED BY SIZE
                  Close-Per DELIMITED BY SIZE
                  " 마감 - 기말 잔액을 " DELIMITED BY SIZE
                  Next-Per DELIMITED BY SIZE
                  " 기초로 넘김" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
          *> 마스터를 먼저 쓴다 - 통제 파일 쓰기가 깨지면
          *> 같은 기간을 다시 마감하면 된다
           PERFORM SaveBal-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Per-File
           IF Per-Status NOT = '00'
               DISPLAY "** 기간 통제 파일 쓰기 실패 : "
                       Per-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE SPACES TO GLPer-Record
           MOVE Close-Per TO GP-LastClosed
           MOVE Proc-Date TO GP-CloseDate
           WRITE GLPer-Record
           CLOSE Per-File
           DISPLAY "GL 기간 " Close-Per " 마감 - 계정 " Tb-Rows
                   " / 거래 " Act-Ctr
           MOVE SPACES TO AL-Event
           STRING "GL마감 " DELIMITED BY SIZE
                  Close-Per   DELIMITED BY SIZE
                  " 계정 "     DELIMITED BY SIZE
                  Tb-Rows     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       LoadPer-P.
           OPEN INPUT Per-File
           IF Per-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ Per-File
               AT END CONTINUE
               NOT AT END
                   IF GP-LastClosed IS NUMERIC
                       MOVE GP-LastClosed TO Last-Closed
                   END-IF
           END-READ
           CLOSE Per-File.

       LoadBal-P.
           OPEN INPUT Bal-File
           IF Bal-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Bal-Eof = 'Y'
               READ Bal-File
                   AT END MOVE 'Y' TO Bal-Eof
                   NOT AT END
                       IF Bal-Count < 5000
                           ADD 1 TO Bal-Count
                           MOVE GB-GLCode TO BT-GLCode(Bal-Count)
                           MOVE GB-Period TO BT-Period(Bal-Count)
                           MOVE GB-Open   TO BT-Open(Bal-Count)
                           MOVE GB-Dr     TO BT-Dr(Bal-Count)
                           MOVE GB-Cr     TO BT-Cr(Bal-Count)
                           MOVE GB-Close  TO BT-Close(Bal-Count)
                           MOVE GB-Status TO BT-Status(Bal-Count)
                       ELSE
                           DISPLAY "** 잔액 표 한도(5000) 초과"
                                   " - 마감 중단"
                           CLOSE Bal-File
                           MOVE 16 TO RETURN-CODE
                           GO TO Keut-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Bal-File.

       PickPer-P.
          *> 마감 이력이 있으면 그다음 달, 없으면 마스터의
          *> 가장 이른 열린 기간
           IF Last-Closed > 0
               MOVE Last-Closed TO Work-Per
               PERFORM NextOf-P
               MOVE Next-Per TO Close-Per
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Close-Per
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               IF BT-Status(Bx) NOT = 'C'
                  AND (Close-Per = 0
                       OR BT-Period(Bx) < Close-Per)
                   MOVE BT-Period(Bx) TO Close-Per
               END-IF
           END-PERFORM.

       NextOf-P.
           IF WP-Mm >= 12
               COMPUTE NP-Yyyy = WP-Yyyy + 1
               MOVE 1 TO NP-Mm
           ELSE
               MOVE WP-Yyyy TO NP-Yyyy
               COMPUTE NP-Mm = WP-Mm + 1
           END-IF.

       TrialBal-P.
           MOVE SPACES TO Rpt-Line
           STRING "=== GL 기말 시산표 " DELIMITED BY SIZE
                  Close-Per    DELIMITED BY SIZE
                  " (처리 " DELIMITED BY SIZE
                  Proc-Date    DELIMITED BY SIZE
                  ") ===" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계정           기초 잔액" DELIMITED BY SIZE
                  "         당기 차변" DELIMITED BY SIZE
                  "         당기 대변" DELIMITED BY SIZE
                  "         기말 차변" DELIMITED BY SIZE
                  "         기말 대변" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               IF BT-Period(Bx) = Close-Per
                   PERFORM TbLine-P
               END-IF
           END-PERFORM
           IF Tb-Rows = 0
               MOVE "  (이 기간 잔액 없음)" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           MOVE ALL "-" TO Rpt-Line(1:118)
           WRITE Rpt-Line
           MOVE SPACES TO Tb-Row
           MOVE Tot-Open  TO TR-Open
           MOVE Tot-Dr    TO TR-Dr
           MOVE Tot-Cr    TO TR-Cr
           MOVE Tot-DrBal TO TR-DrBal
           MOVE Tot-CrBal TO TR-CrBal
          *> 한글 두 글자는 여섯 바이트라 계정 칸에 직접
          *> 넣지 않고 앞에 이어 붙인다
           MOVE SPACES TO Rpt-Line
           STRING "합계  " DELIMITED BY SIZE
                  Tb-Row(7:) DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           IF Tot-DrBal = Tot-CrBal
               MOVE "차변 잔액과 대변 잔액 합계 일치"
                   TO Rpt-Line
           ELSE
               MOVE "** 차변 잔액과 대변 잔액 합계 불일치"
                   TO Rpt-Line
           END-IF
           WRITE Rpt-Line.

       TbLine-P.
           ADD 1 TO Tb-Rows
           MOVE SPACES TO Tb-Row
           MOVE BT-GLCode(Bx) TO TR-GLCode
           MOVE BT-Open(Bx)   TO TR-Open
           MOVE BT-Dr(Bx)     TO TR-Dr
           MOVE BT-Cr(Bx)     TO TR-Cr
           ADD BT-Open(Bx) TO Tot-Open
           ADD BT-Dr(Bx)   TO Tot-Dr
           ADD BT-Cr(Bx)   TO Tot-Cr
           IF BT-Close(Bx) < 0
               MOVE 0 TO TR-DrBal
               COMPUTE TR-CrBal = 0 - BT-Close(Bx)
               SUBTRACT BT-Close(Bx) FROM Tot-CrBal
           ELSE
               MOVE BT-Close(Bx) TO TR-DrBal
               MOVE 0 TO TR-CrBal
               ADD BT-Close(Bx) TO Tot-DrBal
           END-IF
           MOVE Tb-Row TO Rpt-Line
           WRITE Rpt-Line.

       Activity-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "=== 계정별 거래 내역 " DELIMITED BY SIZE
                  Close-Per    DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "  출처  배치일    모드 계좌        회차"
                                 DELIMITED BY SIZE
                  "  구분          금액" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               IF BT-Period(Bx) = Close-Per
                   PERFORM CodeAct-P
               END-IF
           END-PERFORM.

       CodeAct-P.
          *> 계정 하나의 그 기간 거래를 거래 내역 파일에서
          *> 반영한 순서대로 찍는다
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "[계정 " DELIMITED BY SIZE
                  BT-GLCode(Bx) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE 0 TO Code-Dr Code-Cr Code-Lines
           OPEN INPUT Act-File
           IF Act-Status = '00'
               MOVE 'N' TO Act-Eof
               PERFORM UNTIL Act-Eof = 'Y'
                   READ Act-File
                       AT END MOVE 'Y' TO Act-Eof
                       NOT AT END
                           IF GA-Period = Close-Per
                              AND GA-GLCode = BT-GLCode(Bx)
                               PERFORM ActLine-P
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Act-File
           END-IF
           IF Code-Lines = 0
               MOVE "  (거래 없음)" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           MOVE SPACES TO Sum-Row
           MOVE "소계 건수" TO SR-Label
           MOVE Code-Lines TO SR-Lines
           MOVE Code-Dr TO SR-Dr
           MOVE Code-Cr TO SR-Cr
           MOVE Sum-Row TO Rpt-Line
           WRITE Rpt-Line.

       ActLine-P.
           ADD 1 TO Code-Lines
           ADD 1 TO Act-Ctr
           MOVE SPACES TO Act-Row
           IF GA-Source = 'P'
               MOVE "POST" TO AR-Source
           ELSE
               MOVE "ADJ" TO AR-Source
           END-IF
           MOVE GA-BatDate TO AR-BatDate
           MOVE GA-BatMode TO AR-BatMode
           MOVE GA-AcctNo  TO AR-AcctNo
           MOVE GA-LPeriod TO AR-LPeriod
           MOVE GA-DrCr    TO AR-DrCr
           MOVE GA-Amount  TO AR-Amount
           IF GA-DrCr = 'DR'
               ADD GA-Amount TO Code-Dr
           ELSE
               ADD GA-Amount TO Code-Cr
           END-IF
           MOVE Act-Row TO Rpt-Line
           WRITE Rpt-Line.

       RollOne-P.
           IF BT-Period(Cx) NOT = Close-Per
               EXIT PARAGRAPH
           END-IF
           MOVE 'C' TO BT-Status(Cx)
           MOVE BT-GLCode(Cx) TO WT-GLCode
           MOVE Next-Per      TO WT-Period
           PERFORM FindBal-P
           IF Slot-Ok NOT = 'Y'
               MOVE 'O' TO Slot-Ok
               EXIT PARAGRAPH
           END-IF
           MOVE BT-Close(Cx) TO BT-Open(Bx)
           COMPUTE BT-Close(Bx) = BT-Open(Bx) + BT-Dr(Bx)
                                 - BT-Cr(Bx).

       FindBal-P.
          *> 계정+기간 줄을 찾고, 없으면 순서 자리에 끼운다
           MOVE 'N' TO Slot-Ok
           MOVE 0 TO Ins-Pos
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count OR Ins-Pos > 0
               IF BT-Key(Bx) NOT < Want-Key
                   MOVE Bx TO Ins-Pos
               END-IF
           END-PERFORM
           IF Ins-Pos > 0
               IF BT-Key(Ins-Pos) = Want-Key
                   MOVE Ins-Pos TO Bx
                   MOVE 'Y' TO Slot-Ok
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE Ins-Pos = Bal-Count + 1
           END-IF
           IF Bal-Count >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Bal-Count
           PERFORM VARYING Jx FROM Bal-Count BY -1
                   UNTIL Jx NOT > Ins-Pos
               MOVE Bal-Entry(Jx - 1) TO Bal-Entry(Jx)
           END-PERFORM
           MOVE Ins-Pos TO Bx
           MOVE WT-GLCode TO BT-GLCode(Bx)
           MOVE WT-Period TO BT-Period(Bx)
           MOVE 0 TO BT-Open(Bx) BT-Dr(Bx) BT-Cr(Bx) BT-Close(Bx)
           MOVE 'O' TO BT-Status(Bx)
           MOVE 'Y' TO Slot-Ok.

       SaveBal-P.
           OPEN OUTPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "** 잔액 마스터 쓰기 실패 : " Bal-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               MOVE SPACES TO GLBal-Record
               MOVE BT-GLCode(Bx) TO GB-GLCode
               MOVE BT-Period(Bx) TO GB-Period
               MOVE BT-Open(Bx)   TO GB-Open
               MOVE BT-Dr(Bx)     TO GB-Dr
               MOVE BT-Cr(Bx)     TO GB-Cr
               MOVE BT-Close(Bx)  TO GB-Close
               MOVE BT-Status(Bx) TO GB-Status
               WRITE GLBal-Record
           END-PERFORM
           CLOSE Bal-File.

       Keut-P.
           MOVE "GLCLOSE 종료"   TO AL-Event
           PERFORM LogAudit-P
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
