       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATE.
       AUTHOR. YONEE.
       REMARKS. 연간 물량 리베이트 적립과 정산. 고객별 리베이트
                약정(REBAGREE.DAT)은 고객 마스터(CUSTMAST.DAT)
                고객마다 구간 하한 매출과 요율을 한 줄씩 둔다.
                청구 대장과 대변전표는 날마다 새로 쓰이므로
                ARAPPLY가 고객별 연간 청구 매출과 대변 누계를
                REBYTD.DAT에 쌓아 두고, 이 프로그램은 그것만
                본다. 순매출(매출 - 대변)이 넘은 가장 높은
                구간의 요율을 순매출 전체에 매긴다.
                월말(인자 없음)에는 올해 행마다 리베이트를
                다시 계산해 이미 적립한 금액과의 차이를
                리베이트비용/미지급리베이트 분개로 GLPOST.DAT
                끝에 붙이고 적립 대장(REBACCR.RPT)을 찍는다.
                새해에 인자 'S'로 돌리면 지난해 미정산 행을
                마지막으로 맞춘 뒤 리베이트를 대변전표
                (CREDMEMO.DAT, 품명 'REBATE')로 끊어 ARAPPLY가
                외상 잔액에서 깎게 하고, 미지급리베이트/외상
                매출금 분개와 고객별 리베이트 명세서
                (REBSTMT.RPT)를 낸다. FEEBILL처럼 RETURNS 뒤,
                ARAPPLY 앞에 돌린다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Agree-File ASSIGN TO "REBAGREE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Agree-Status.
           *> ARAPPLY가 쌓는 고객별 연간 누계
           SELECT RebYtd-File ASSIGN TO "REBYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RebYtd-Status.
           SELECT Credit-File ASSIGN TO "CREDMEMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Credit-Status.
           SELECT Rpt-File ASSIGN TO "REBACCR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           SELECT Stmt-File ASSIGN TO "REBSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stmt-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).

       FD  Agree-File.
       01  Agree-Record.
           02  RA-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  RA-Thresh         PIC 9(8)V99.
           02  FILLER            PIC X.
           02  RA-Pct            PIC 99V99.

       FD  RebYtd-File.
       01  RebYtd-Record.
           02  RY-Year           PIC 9(4).
           02  FILLER            PIC X.
           02  RY-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  RY-Sales          PIC 9(9)V99.
           02  FILLER            PIC X.
           02  RY-Credits        PIC 9(9)V99.
           02  FILLER            PIC X.
           02  RY-Accrued        PIC 9(9)V99.
           02  FILLER            PIC X.
           02  RY-Status         PIC X.

       FD  Credit-File.
       01  Credit-Record.
           02  CR-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  CR-ProdName       PIC X(10).
           02  CR-Size           PIC A.
           02  CR-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  CR-Amount         PIC 9(7)V99.

       FD  Rpt-File.
       01  Rpt-Line              PIC X(132).

       FD  Stmt-File.
       01  Stmt-Line             PIC X(80).

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Cust-Status       PIC XX.
       77  Agree-Status      PIC XX.
       77  RebYtd-Status     PIC XX.
       77  Credit-Status     PIC XX.
       77  Rpt-Status        PIC XX.
       77  Stmt-Status       PIC XX.
       77  GL-Status         PIC XX.
       77  Cust-Eof          PIC X       VALUE 'N'.
       77  Agree-Eof         PIC X       VALUE 'N'.
       77  RebYtd-Eof        PIC X       VALUE 'N'.

      *> ----- 처리일과 실행 구분 -----
      *> Mode-Flag - 'A' 월말 적립(기본), 'S' 지난해 정산
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Proc-Year         PIC 9(4)    VALUE 0.
       77  Mode-Flag         PIC X       VALUE 'A'.

      *> ----- 고객 마스터 -----
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Name       PIC X(31).
               03  CT-Addr       PIC X(30).
       77  Found-Cust        PIC X       VALUE 'N'.
       77  Work-Name         PIC X(31)   VALUE SPACES.
       77  Work-Addr         PIC X(30)   VALUE SPACES.

      *> ----- 리베이트 약정 (고객당 여러 구간) -----
       77  Agree-Count       PIC 9(3)    VALUE 0.
       01  Agree-Table.
           02  Agree-Entry OCCURS 0 TO 500 TIMES
                           DEPENDING ON Agree-Count
                           INDEXED BY AGx.
               03  AG-CustNo     PIC 9(5).
               03  AG-Thresh     PIC 9(8)V99.
               03  AG-Pct        PIC 99V99.
       77  Bad-Agree         PIC 9(3)    VALUE 0.
       77  Has-Agree         PIC X       VALUE 'N'.

      *> ----- 연간 누계 (파일 그대로) -----
      *> YT-Act - 'A' 이번에 적립, 'S' 이번에 정산,
      *>         'D' 지난 정산 행이라 버림, ' ' 손대지 않음
       77  Ytd-Count         PIC 9(3)    VALUE 0.
       01  Ytd-Table.
           02  Ytd-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Ytd-Count
                         INDEXED BY YTx.
               03  YT-Year       PIC 9(4).
               03  YT-CustNo     PIC 9(5).
               03  YT-Sales      PIC 9(9)V99.
               03  YT-Credits    PIC 9(9)V99.
               03  YT-Accrued    PIC 9(9)V99.
               03  YT-Status     PIC X.
               03  YT-Act        PIC X.

      *> ----- 한 행의 계산 -----
       77  Net-Sales         PIC 9(9)V99 VALUE 0.
       77  Tier-Thresh       PIC 9(8)V99 VALUE 0.
       77  Tier-Pct          PIC 99V99   VALUE 0.
       77  Earned            PIC 9(9)V99 VALUE 0.
       77  Move-Amt          PIC S9(9)V99 VALUE 0.
       77  Post-Amt          PIC 9(9)V99 VALUE 0.
       77  Prev-Accrued      PIC 9(9)V99 VALUE 0.

      *> ----- 합계 -----
       77  Accr-Ctr          PIC 9(5)    VALUE 0.
       77  Settle-Ctr        PIC 9(5)    VALUE 0.
       77  Memo-Ctr          PIC 9(5)    VALUE 0.
       77  Tot-Earned        PIC 9(9)V99 VALUE 0.
       77  Tot-Up            PIC 9(9)V99 VALUE 0.
       77  Tot-Down          PIC 9(9)V99 VALUE 0.
       77  Tot-Memo          PIC 9(9)V99 VALUE 0.

      *> ----- 리베이트 분개 (GLEXTR 규약) -----
      *> 적립은 리베이트비용(매출 차감)/미지급리베이트,
      *> 정산은 미지급리베이트/외상매출금
       77  Acct-RebExp       PIC X(4)    VALUE '4950'.
       77  Acct-RebAccr      PIC X(4)    VALUE '2180'.
       77  Acct-Receivable   PIC X(4)    VALUE '1200'.
       77  GL-Open           PIC X       VALUE 'N'.
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X      VALUE 'L'.
      *> 출처 표시 - GLAPPLY 배치 열쇠의 한 부분
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'REBATE'.
       01  GL-Detail.
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
       77  Dr-Code           PIC X(4)    VALUE SPACES.
       77  Cr-Code           PIC X(4)    VALUE SPACES.

      *> ----- 적립 대장 인쇄 편집 항목 -----
       01  Acc-Line.
           02  AC-Year           PIC 9(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Name           PIC X(16).
           02  AC-Net            PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Pct            PIC Z9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Earned         PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Prev           PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Move           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AC-Note           PIC X(8).
       01  Total-Line.
           02  TL-Caption        PIC X(36).
           02  TL-Count          PIC ZZZZ9.
           02  FILLER            PIC X(4)   VALUE " 건".
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01  Sum-Line.
           02  SM-Caption        PIC X(36).
           02  FILLER            PIC X(11)  VALUE SPACES.
           02  SM-Amount         PIC ZZZ,ZZZ,ZZ9.99.

      *> ----- 명세서 편집 항목 -----
       01  Stmt-Amt-Line.
           02  SA-Caption        PIC X(24).
           02  SA-Amount         PIC ZZZ,ZZZ,ZZ9.99.
       01  Stmt-Tier-Line.
           02  FILLER            PIC X(13)  VALUE "적용 구간".
           02  ST-Thresh         PIC ZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(14)  VALUE " 이상 요율".
           02  ST-Pct            PIC Z9.99.
           02  FILLER            PIC X(2)   VALUE " %".
       77  Edit-Date         PIC 9(8)    VALUE 0.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "REBATE"         TO AL-Program
           MOVE "REBATE 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           DIVIDE Proc-Date BY 10000 GIVING Proc-Year
           PERFORM GetMode-P
           PERFORM LoadCust-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           PERFORM LoadAgree-P
           PERFORM LoadYtd-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           IF Ytd-Count = 0
               DISPLAY "리베이트 누계 없음 - 처리 생략"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           IF Mode-Flag = 'S'
               PERFORM SettleRun-P
           ELSE
               PERFORM AccrueRun-P
           END-IF
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM CloseGL-P
           PERFORM SaveYtd-P
           MOVE SPACES TO AL-Event
           IF Mode-Flag = 'S'
               DISPLAY "리베이트 정산 " Settle-Ctr
                       " 건, 대변전표 " Memo-Ctr " 건"
               STRING "정산 "      DELIMITED BY SIZE
                      Settle-Ctr   DELIMITED BY SIZE
                      "건 전표 "   DELIMITED BY SIZE
                      Memo-Ctr     DELIMITED BY SIZE
                      "건"         DELIMITED BY SIZE
                      INTO AL-Event
           ELSE
               DISPLAY "리베이트 적립 " Accr-Ctr " 건"
               STRING "적립 "      DELIMITED BY SIZE
                      Accr-Ctr     DELIMITED BY SIZE
                      "건"         DELIMITED BY SIZE
                      INTO AL-Event
           END-IF
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetMode-P.
          *> 인자 'S'면 지난해 정산, 그 밖에는 월말 적립
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Mode-Flag FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE 'A' TO Mode-Flag
           END-ACCEPT
           IF Mode-Flag NOT = 'S'
               MOVE 'A' TO Mode-Flag
           END-IF.

       LoadCust-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "고객 마스터 없음 - 리베이트 불가"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Cust-Count < 2000
                          AND CM-CustNo IS NUMERIC
                           ADD 1 TO Cust-Count
                           SET CUx TO Cust-Count
                           MOVE CM-CustNo TO CT-CustNo(CUx)
                           MOVE SPACES TO CT-Name(CUx)
                           STRING CM-FName DELIMITED BY "  "
                                  " "      DELIMITED BY SIZE
                                  CM-LName DELIMITED BY "  "
                                  INTO CT-Name(CUx)
                           MOVE CM-Addr TO CT-Addr(CUx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadAgree-P.
          *> 고객 마스터에 없는 고객의 약정은 받지 않는다
           OPEN INPUT Agree-File
           IF Agree-Status NOT = '00'
               DISPLAY "리베이트 약정 없음 - "
                       "모든 리베이트 0"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Agree-Eof = 'Y'
               READ Agree-File
                   AT END MOVE 'Y' TO Agree-Eof
                   NOT AT END
                       PERFORM StowAgree-P
               END-READ
           END-PERFORM
           CLOSE Agree-File
           IF Bad-Agree > 0
               DISPLAY "** 받지 않은 약정 줄 " Bad-Agree " 건"
               MOVE 4 TO RETURN-CODE
           END-IF.

       StowAgree-P.
           IF RA-CustNo NOT NUMERIC OR RA-Thresh NOT NUMERIC
              OR RA-Pct NOT NUMERIC
               ADD 1 TO Bad-Agree
               EXIT PARAGRAPH
           END-IF
           MOVE RA-CustNo TO CM-CustNo
           PERFORM FindCust-P
           IF Found-Cust = 'N'
               DISPLAY "** 고객 마스터에 없는 약정 : "
                       RA-CustNo
               ADD 1 TO Bad-Agree
               EXIT PARAGRAPH
           END-IF
           IF Agree-Count >= 500
               DISPLAY "** 약정 표 한도(500) 초과 : " RA-CustNo
               ADD 1 TO Bad-Agree
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Agree-Count
           SET AGx TO Agree-Count
           MOVE RA-CustNo TO AG-CustNo(AGx)
           MOVE RA-Thresh TO AG-Thresh(AGx)
           MOVE RA-Pct    TO AG-Pct(AGx).

       FindCust-P.
          *> CM-CustNo의 고객을 찾아 이름과 주소를 둔다
           MOVE 'N' TO Found-Cust
           MOVE "(고객 없음)" TO Work-Name
           MOVE SPACES TO Work-Addr
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = CM-CustNo
                       MOVE 'Y' TO Found-Cust
                       MOVE CT-Name(CUx) TO Work-Name
                       MOVE CT-Addr(CUx) TO Work-Addr
               END-SEARCH
           END-IF.

       LoadYtd-P.
          *> 누계를 통째로 싣는다 - 다 싣지 못하면 되쓸 수
          *> 없으므로 아무것도 하지 않는다
           OPEN INPUT RebYtd-File
           IF RebYtd-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RebYtd-Eof = 'Y'
               READ RebYtd-File
                   AT END MOVE 'Y' TO RebYtd-Eof
                   NOT AT END
                       IF Ytd-Count < 500
                           ADD 1 TO Ytd-Count
                           SET YTx TO Ytd-Count
                           MOVE RY-Year    TO YT-Year(YTx)
                           MOVE RY-CustNo  TO YT-CustNo(YTx)
                           MOVE RY-Sales   TO YT-Sales(YTx)
                           MOVE RY-Credits TO YT-Credits(YTx)
                           MOVE RY-Accrued TO YT-Accrued(YTx)
                           MOVE RY-Status  TO YT-Status(YTx)
                           MOVE SPACE      TO YT-Act(YTx)
                       ELSE
                           DISPLAY "** 누계 표 한도(500) 초과"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO RebYtd-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RebYtd-File.

       Calc-P.
          *> 순매출이 넘은 가장 높은 구간의 요율을 순매출
          *> 전체에 매긴다. 약정이 없으면 0
           MOVE 0 TO Net-Sales Tier-Thresh Tier-Pct Earned
           MOVE 'N' TO Has-Agree
           IF YT-Sales(YTx) > YT-Credits(YTx)
               COMPUTE Net-Sales = YT-Sales(YTx) - YT-Credits(YTx)
           END-IF
           PERFORM VARYING AGx FROM 1 BY 1 UNTIL AGx > Agree-Count
               IF AG-CustNo(AGx) = YT-CustNo(YTx)
                   MOVE 'Y' TO Has-Agree
                   IF AG-Thresh(AGx) <= Net-Sales
                      AND AG-Thresh(AGx) >= Tier-Thresh
                       MOVE AG-Thresh(AGx) TO Tier-Thresh
                       MOVE AG-Pct(AGx)    TO Tier-Pct
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE Earned ROUNDED = Net-Sales * Tier-Pct / 100
           MOVE YT-Accrued(YTx) TO Prev-Accrued
           COMPUTE Move-Amt = Earned - YT-Accrued(YTx)
           MOVE YT-CustNo(YTx) TO CM-CustNo
           PERFORM FindCust-P.

       PostMove-P.
          *> 적립 차이만큼 분개 - 늘면 비용/미지급, 줄면 반대
           IF Move-Amt = 0
               EXIT PARAGRAPH
           END-IF
           IF Move-Amt > 0
               MOVE Move-Amt TO Post-Amt
               ADD Post-Amt TO Tot-Up
               MOVE Acct-RebExp  TO Dr-Code
               MOVE Acct-RebAccr TO Cr-Code
           ELSE
               COMPUTE Post-Amt = 0 - Move-Amt
               ADD Post-Amt TO Tot-Down
               MOVE Acct-RebAccr TO Dr-Code
               MOVE Acct-RebExp  TO Cr-Code
           END-IF
           PERFORM PostPair-P
           MOVE Earned TO YT-Accrued(YTx).

       AccrueRun-P.
          *> 올해 미정산 행만 다시 계산한다
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 대장 파일 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 물량 리베이트 적립 대장 ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "처리일 "  DELIMITED BY SIZE
                  Proc-Date  DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "연도  고객   이름                    순매출"
                  "   요율      리베이트      기적립액"
                  "     이번 분개"
                  DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING YTx FROM 1 BY 1 UNTIL YTx > Ytd-Count
               IF YT-Year(YTx) = Proc-Year
                  AND YT-Status(YTx) = 'O'
                   PERFORM Calc-P
                   PERFORM PostMove-P
                   IF RETURN-CODE >= 8
                       EXIT PERFORM
                   END-IF
                   MOVE 'A' TO YT-Act(YTx)
                   ADD 1 TO Accr-Ctr
                   ADD Earned TO Tot-Earned
                   MOVE SPACES TO AC-Note
                   IF Has-Agree = 'N'
                       MOVE "약정없음" TO AC-Note
                   END-IF
                   PERFORM AccDetail-P
               END-IF
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "올해 리베이트 적립 합계 :" TO TL-Caption
           MOVE Accr-Ctr             TO TL-Count
           MOVE Tot-Earned           TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           MOVE "이번 추가 적립 :" TO SM-Caption
           MOVE Tot-Up               TO SM-Amount
           MOVE Sum-Line             TO Rpt-Line
           WRITE Rpt-Line
           MOVE "이번 적립 환입 :" TO SM-Caption
           MOVE Tot-Down             TO SM-Amount
           MOVE Sum-Line             TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       AccDetail-P.
           MOVE YT-Year(YTx)   TO AC-Year
           MOVE YT-CustNo(YTx) TO AC-CustNo
           MOVE Work-Name      TO AC-Name
           MOVE Net-Sales      TO AC-Net
           MOVE Tier-Pct       TO AC-Pct
           MOVE Earned         TO AC-Earned
           MOVE Prev-Accrued   TO AC-Prev
           MOVE Move-Amt       TO AC-Move
           MOVE Acc-Line TO Rpt-Line
           WRITE Rpt-Line.

       SettleRun-P.
          *> 지난해 미정산 행을 맞추고 리베이트를 대변전표로
          *> 끊는다. 두 해 전에 정산한 행은 누계에서 뺀다
           OPEN OUTPUT Stmt-File
           IF Stmt-Status NOT = '00'
               DISPLAY "** 명세서 파일 열기 실패 : "
                       Stmt-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
          *> 분개 파일을 먼저 연다 - 전표만 끊기고 분개가
          *> 빠지는 일이 없게
           PERFORM OpenGL-P
           IF GL-Open = 'N'
               CLOSE Stmt-File
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND Credit-File
           IF Credit-Status NOT = '00'
               OPEN OUTPUT Credit-File
           END-IF
           IF Credit-Status NOT = '00'
               DISPLAY "** 대변전표 파일 열기 실패 : "
                       Credit-Status
               MOVE 16 TO RETURN-CODE
               CLOSE Stmt-File
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING YTx FROM 1 BY 1 UNTIL YTx > Ytd-Count
               IF YT-Year(YTx) < Proc-Year
                   IF YT-Status(YTx) = 'O'
                       PERFORM SettleOne-P
                   ELSE
                       IF YT-Year(YTx) < Proc-Year - 1
                           MOVE 'D' TO YT-Act(YTx)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Settle-Ctr = 0
               MOVE "정산할 지난해 리베이트 없음"
                   TO Stmt-Line
               WRITE Stmt-Line
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE Credit-File
           CLOSE Stmt-File.

       SettleOne-P.
           PERFORM Calc-P
           PERFORM PostMove-P
           MOVE 'S' TO YT-Status(YTx)
           MOVE 'S' TO YT-Act(YTx)
           ADD 1 TO Settle-Ctr
           IF Has-Agree = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Earned > 0
               MOVE SPACES TO Credit-Record
               MOVE YT-CustNo(YTx) TO CR-CustNo
               MOVE "REBATE"       TO CR-ProdName
               MOVE 1              TO CR-Qty
               MOVE Earned         TO CR-Amount
               WRITE Credit-Record
               ADD 1 TO Memo-Ctr
               ADD Earned TO Tot-Memo
               MOVE Earned TO Post-Amt
               MOVE Acct-RebAccr    TO Dr-Code
               MOVE Acct-Receivable TO Cr-Code
               PERFORM PostPair-P
           END-IF
           PERFORM Statement-P.

       Statement-P.
          *> 고객 한 사람 앞 리베이트 명세서
           MOVE "=== 연간 물량 리베이트 명세서 ==="
               TO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "고객 "         DELIMITED BY SIZE
                  YT-CustNo(YTx)  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  Work-Name       DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "주소 "         DELIMITED BY SIZE
                  Work-Addr       DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "대상 연도 "    DELIMITED BY SIZE
                  YT-Year(YTx)    DELIMITED BY SIZE
                  "   발행일 "    DELIMITED BY SIZE
                  Proc-Date       DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           WRITE Stmt-Line
           MOVE "청구 매출 누계"   TO SA-Caption
           MOVE YT-Sales(YTx)      TO SA-Amount
           PERFORM StmtAmt-P
           MOVE "반품/대변 누계"   TO SA-Caption
           MOVE YT-Credits(YTx)    TO SA-Amount
           PERFORM StmtAmt-P
           MOVE "순매출"           TO SA-Caption
           MOVE Net-Sales          TO SA-Amount
           PERFORM StmtAmt-P
           IF Tier-Pct > 0
               MOVE Tier-Thresh TO ST-Thresh
               MOVE Tier-Pct    TO ST-Pct
               MOVE Stmt-Tier-Line TO Stmt-Line
           ELSE
               MOVE "약정 최저 구간에 못 미침" TO Stmt-Line
           END-IF
           WRITE Stmt-Line
           MOVE "리베이트 금액"    TO SA-Caption
           MOVE Earned             TO SA-Amount
           PERFORM StmtAmt-P
           MOVE SPACES TO Stmt-Line
           WRITE Stmt-Line
           IF Earned > 0
               MOVE SPACES TO Stmt-Line
               STRING "위 금액을 대변전표로 "
                      "외상 잔액에서 차감합니다."
                      DELIMITED BY SIZE
                   INTO Stmt-Line
               WRITE Stmt-Line
           END-IF
           MOVE ALL "-" TO Stmt-Line
           WRITE Stmt-Line.

       StmtAmt-P.
           MOVE Stmt-Amt-Line TO Stmt-Line
           WRITE Stmt-Line.

       PostPair-P.
          *> Dr-Code 차변 / Cr-Code 대변으로 Post-Amt 한 쌍.
          *> 계좌 자리는 고객 번호
           IF GL-Open = 'N'
               PERFORM OpenGL-P
               IF GL-Open = 'N'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE Dr-Code TO GD-GLCode
           MOVE 'DR' TO GD-DrCr
           PERFORM GLDetail-P
           MOVE Cr-Code TO GD-GLCode
           MOVE 'CR' TO GD-DrCr
           PERFORM GLDetail-P.

       GLDetail-P.
           MOVE SPACES TO GD-AcctNo
           MOVE YT-CustNo(YTx) TO GD-AcctNo
           MOVE Post-Amt TO GD-Amount
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD Post-Amt TO Amt-Hash
           ADD YT-CustNo(YTx) TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       OpenGL-P.
          *> 분개가 처음 생길 때 배치 머리를 붙인다
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** 분개 파일 열기 실패 : " GL-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO GL-Open
           MOVE Proc-Date TO GH-Date
           MOVE Header-Line TO GL-Line
           WRITE GL-Line.

       CloseGL-P.
           IF GL-Open = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File
           MOVE 'N' TO GL-Open.

       SaveYtd-P.
          *> 적립액과 정산 표시를 누계 파일에 되쓴다
           OPEN OUTPUT RebYtd-File
           IF RebYtd-Status NOT = '00'
               DISPLAY "** 누계 되쓰기 실패 : " RebYtd-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING YTx FROM 1 BY 1 UNTIL YTx > Ytd-Count
               IF YT-Act(YTx) NOT = 'D'
                   MOVE SPACES TO RebYtd-Record
                   MOVE YT-Year(YTx)    TO RY-Year
                   MOVE YT-CustNo(YTx)  TO RY-CustNo
                   MOVE YT-Sales(YTx)   TO RY-Sales
                   MOVE YT-Credits(YTx) TO RY-Credits
                   MOVE YT-Accrued(YTx) TO RY-Accrued
                   MOVE YT-Status(YTx)  TO RY-Status
                   WRITE RebYtd-Record
               END-IF
           END-PERFORM
           CLOSE RebYtd-File.

       Keut-P.
           PERFORM CloseGL-P
           MOVE "REBATE 종료"    TO AL-Event
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

       END PROGRAM REBATE.
