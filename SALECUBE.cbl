       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALECUBE.
       AUTHOR. YONEE.
      *> 월말 판매 큐브 - 상품 x 출고 창고 x 월의 3차원
      *> 표(11_3DARRAY와 같은 겹 OCCURS)에 최근 24개월의
      *> 수량, 매출, 원가(PRODCOST 이동평균 원가 x 수량)를
      *> 쌓아 SALECUBE.DAT로 되쓰고, 같은 칸을 10_2DARRAY의
      *> MATRIX.CSV처럼 쉼표로 이은 SALECUBE.CSV로도 낸다.
      *> 기존 큐브의 지난 달 칸은 그대로 두고, 대상 월(1번
      *> 인자 YYYYMM, 없으면 처리 기준 월)과 큐브에 아직
      *> 없는 달만 SALEHIST에서 다시 쌓는다. 24개월 창을
      *> 벗어난 달은 버린다. 창고 축은 STKWHSE.DAT의 창고
      *> 코드에 직송('DS')과 출고 창고가 없는 옛 행('--')을
      *> 더한다. 조회는 CUBEINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SaleHist-File ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaleHist-Status.
           SELECT Cube-File ASSIGN TO "SALECUBE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cube-Status.
           SELECT Csv-File ASSIGN TO "SALECUBE.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Csv-Status.
      *> 창고 축의 코드 목록
           SELECT StkWhse-File ASSIGN TO "STKWHSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StkWhse-Status.
      *> RECVING이 유지하는 이동평균 원가
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SaleHist-File.
       01  SaleHist-Record.
           02 SH-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 SH-ProdName   PIC X(10).
           02 SH-Size       PIC A.
           02 FILLER        PIC X.
           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X.
           02 SH-Whse       PIC X(2).

       FD  Cube-File.
       COPY "CUBECELL.cbl".

       FD  Csv-File.
       01  Csv-Line         PIC X(60).

       FD  StkWhse-File.
       01  StkWhse-Record.
           02 SW-Whse       PIC X(2).
           02 FILLER        PIC X.
           02 SW-ProdName   PIC X(10).
           02 SW-Size       PIC A.
           02 FILLER        PIC X.
           02 SW-Qty        PIC 9(5).

       FD  ProdCost-File.
       01  ProdCost-Record.
           02 PC-ProdName   PIC X(10).
           02 PC-Size       PIC A.
           02 FILLER        PIC X.
           02 PC-Cost       PIC 9(5)V99.

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 SaleHist-Status PIC XX.
       77 Cube-Status     PIC XX.
       77 Csv-Status      PIC XX.
       77 StkWhse-Status  PIC XX.
       77 ProdCost-Status PIC XX.
       77 Audit-Status    PIC XX.
       77 Hist-Eof        PIC X VALUE 'N'.
       77 Cube-Eof        PIC X VALUE 'N'.
       77 StkWhse-Eof     PIC X VALUE 'N'.
       77 ProdCost-Eof    PIC X VALUE 'N'.
       77 RC-Disp         PIC 99 VALUE 0.

      *> 대상 월과 24개월 창
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.
       77 Run-Month-X     PIC X(6) VALUE SPACES.
       77 Run-Month       PIC 9(6) VALUE 0.
       77 End-Month       PIC 9(6) VALUE 0.
       77 Row-Month       PIC 9(6) VALUE 0.
       77 Work-YY         PIC 9(4) VALUE 0.
       77 Work-MM         PIC 99   VALUE 0.
       77 Work-Mons       PIC 9(6) VALUE 0.
       77 Start-Mons      PIC 9(6) VALUE 0.
       77 End-Mons        PIC 9(6) VALUE 0.
       77 Row-Mons        PIC 9(6) VALUE 0.

      *> 축 - 상품, 창고, 월
       77 Num-Prods       PIC 9(3) VALUE 0.
       01 Prod-List.
           02 Prod-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Prods
                         INDEXED BY PLx.
               03 PL-ProdName  PIC X(10).
       77 Num-Whses       PIC 9(3) VALUE 0.
       01 Whse-List.
           02 Whse-Entry OCCURS 0 TO 12 TIMES
                         DEPENDING ON Num-Whses
                         INDEXED BY WLx.
               03 WL-Whse      PIC X(2).
       01 Month-List.
           02 Month-Entry OCCURS 24 TIMES.
               03 ML-Month     PIC 9(6).
      *> 'Y' = 기존 큐브에서 넘겨받은 달 - 다시 쌓지 않는다
               03 ML-Have      PIC X.

      *> 큐브 - 상품 x 창고 x 월
       01 Cube-Table.
           02 CP-Prod OCCURS 150 TIMES.
               03 CW-Whse OCCURS 12 TIMES.
                   04 CM-Cell OCCURS 24 TIMES.
                       05 CC-Qty       PIC 9(7).
                       05 CC-Revenue   PIC 9(9)V99.
                       05 CC-Cost      PIC 9(9)V99.
       77 Px              PIC 9(3) VALUE 0.
       77 Wx              PIC 9(3) VALUE 0.
       77 Mx              PIC 9(3) VALUE 0.
       77 Cell-Ok         PIC X VALUE 'N'.
       77 Row-Whse        PIC X(2) VALUE SPACES.
       77 Row-Prod        PIC X(10) VALUE SPACES.

      *> 원가 표
       77 Num-Costs       PIC 9(3) VALUE 0.
       01 CostTable.
           02 Cost-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Costs
                         INDEXED BY CSx.
               03 CO-ProdName PIC X(10).
               03 CO-Size     PIC A.
               03 CO-Cost     PIC 9(5)V99.
       77 Line-Cost       PIC 9(9)V99 VALUE 0.

      *> 건수
       77 Kept-Ctr        PIC 9(7) VALUE 0.
       77 Drop-Ctr        PIC 9(7) VALUE 0.
       77 Hist-Ctr        PIC 9(7) VALUE 0.
       77 Skip-Ctr        PIC 9(7) VALUE 0.
       77 Cell-Ctr        PIC 9(7) VALUE 0.
       77 Built-Ctr       PIC 9(3) VALUE 0.

      *> CSV 한 줄의 숫자 편집
       01 Csv-Edit.
           02 CV-Qty        PIC 9(7).
           02 CV-Revenue    PIC 9(9).99.
           02 CV-Cost       PIC 9(9).99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "SALECUBE"       TO AL-Program
           MOVE "SALECUBE 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM GetRunMonth.
           PERFORM FindEndMonth.
           PERFORM SetWindow.
           INITIALIZE Cube-Table
           PERFORM LoadWhses.
           PERFORM LoadCube.
           PERFORM LoadCosts.
           PERFORM ScanHistory.
           PERFORM WriteCube.
           IF RETURN-CODE > 4
               GO TO Kkeut
           END-IF
           IF Skip-Ctr > 0
               DISPLAY "** ROWS SKIPPED (TABLE FULL) : " Skip-Ctr
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Cube " ML-Month(1) " - " ML-Month(24)
           DISPLAY "  months rebuilt : " Built-Ctr
                   "  cells kept : " Kept-Ctr
                   "  dropped : " Drop-Ctr
           DISPLAY "  history rows : " Hist-Ctr
                   "  cells written : " Cell-Ctr.
           PERFORM Kkeut.

       GetRunMonth.
      *> 1번 인자로 지난 달을 다시 쌓을 수 있다
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Run-Month-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Run-Month-X
           END-ACCEPT
           IF Run-Month-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(Run-Month-X) = 0
               MOVE FUNCTION NUMVAL(Run-Month-X) TO Run-Month
           END-IF
           DIVIDE Run-Month BY 100
               GIVING Work-YY REMAINDER Work-MM
           IF Run-Month = 0 OR Work-MM < 1 OR Work-MM > 12
               COMPUTE Run-Month = Proc-Date / 100
           END-IF.

       FindEndMonth.
      *> 창의 끝 = 대상 월과 큐브의 마지막 달 중 늦은 쪽 -
      *> 지난 달을 다시 쌓아도 최근 달이 밀려나지 않는다
           MOVE Run-Month TO End-Month
           OPEN INPUT Cube-File
           IF Cube-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cube-Eof = 'Y'
               READ Cube-File
                   AT END MOVE 'Y' TO Cube-Eof
                   NOT AT END
                       IF CU-Month IS NUMERIC
                          AND CU-Month > End-Month
                           MOVE CU-Month TO End-Month
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cube-File
           MOVE 'N' TO Cube-Eof.

       SetWindow.
      *> 끝 달에서 23개월 앞이 창의 첫 달
           MOVE End-Month TO Row-Month
           PERFORM MonthsOf
           MOVE Row-Mons TO End-Mons
           COMPUTE Start-Mons = End-Mons - 23
           PERFORM VARYING Mx FROM 1 BY 1 UNTIL Mx > 24
               COMPUTE Work-Mons = Start-Mons + Mx - 1
               COMPUTE Work-YY = Work-Mons / 12
               COMPUTE Work-MM = Work-Mons - Work-YY * 12 + 1
               COMPUTE ML-Month(Mx) = Work-YY * 100 + Work-MM
               MOVE 'N' TO ML-Have(Mx)
           END-PERFORM.

       MonthsOf.
      *> YYYYMM -> 서기 0년부터의 개월 수
           DIVIDE Row-Month BY 100
               GIVING Work-YY REMAINDER Work-MM
           COMPUTE Row-Mons = Work-YY * 12 + Work-MM - 1.

       LoadWhses.
      *> 재고 창고 코드를 나온 차례대로, 그 뒤에 직송과
      *> 옛 행 자리를 둔다
           OPEN INPUT StkWhse-File
           IF StkWhse-Status = '00'
               PERFORM UNTIL StkWhse-Eof = 'Y'
                   READ StkWhse-File
                       AT END MOVE 'Y' TO StkWhse-Eof
                       NOT AT END
                           IF SW-Whse NOT = SPACES
                               MOVE SW-Whse TO Row-Whse
                               PERFORM FindWhse
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StkWhse-File
           END-IF
           MOVE 'DS' TO Row-Whse
           PERFORM FindWhse
           MOVE '--' TO Row-Whse
           PERFORM FindWhse.

       FindWhse.
      *> 창고 축에서 Row-Whse를 찾고 없으면 덧붙인다 -
      *> 축이 가득 차면 Wx = 0
           MOVE 0 TO Wx
           SET WLx TO 1
           SEARCH Whse-Entry
               AT END
                   IF Num-Whses < 12
                       ADD 1 TO Num-Whses
                       MOVE Row-Whse TO WL-Whse(Num-Whses)
                       MOVE Num-Whses TO Wx
                   END-IF
               WHEN WL-Whse(WLx) = Row-Whse
                   SET Wx TO WLx
           END-SEARCH.

       FindProd.
      *> 상품 축 - FindWhse와 같은 방식, 가득 차면 Px = 0
           MOVE 0 TO Px
           SET PLx TO 1
           SEARCH Prod-Entry
               AT END
                   IF Num-Prods < 150
                       ADD 1 TO Num-Prods
                       MOVE Row-Prod TO PL-ProdName(Num-Prods)
                       MOVE Num-Prods TO Px
                   END-IF
               WHEN PL-ProdName(PLx) = Row-Prod
                   SET Px TO PLx
           END-SEARCH.

       FindCell.
      *> Row-Month/Row-Prod/Row-Whse를 칸 좌표로 -
      *> 창 밖이거나 축이 가득 차면 Cell-Ok 'N'
           MOVE 'N' TO Cell-Ok
           PERFORM MonthsOf
           IF Row-Mons < Start-Mons OR Row-Mons > End-Mons
               EXIT PARAGRAPH
           END-IF
           COMPUTE Mx = Row-Mons - Start-Mons + 1
           PERFORM FindProd
           PERFORM FindWhse
           IF Px = 0 OR Wx = 0
               ADD 1 TO Skip-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Cell-Ok.

       LoadCube.
      *> 창 안의 지난 칸을 넘겨받는다 - 대상 월은 새로
      *> 쌓으므로 버린다
           OPEN INPUT Cube-File
           IF Cube-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cube-Eof = 'Y'
               READ Cube-File
                   AT END MOVE 'Y' TO Cube-Eof
                   NOT AT END
                       PERFORM KeepCell
               END-READ
           END-PERFORM
           CLOSE Cube-File.

       KeepCell.
           IF CU-Month IS NOT NUMERIC
              OR CU-Month = Run-Month
               EXIT PARAGRAPH
           END-IF
           MOVE CU-Month    TO Row-Month
           MOVE CU-ProdName TO Row-Prod
           MOVE CU-Whse     TO Row-Whse
           PERFORM FindCell
           IF Cell-Ok = 'N'
               ADD 1 TO Drop-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD CU-Qty     TO CC-Qty(Px, Wx, Mx)
           ADD CU-Revenue TO CC-Revenue(Px, Wx, Mx)
           ADD CU-Cost    TO CC-Cost(Px, Wx, Mx)
           MOVE 'Y' TO ML-Have(Mx)
           ADD 1 TO Kept-Ctr.

       LoadCosts.
           OPEN INPUT ProdCost-File
           IF ProdCost-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProdCost-Eof = 'Y'
               READ ProdCost-File
                   AT END MOVE 'Y' TO ProdCost-Eof
                   NOT AT END
                       IF Num-Costs < 150
                           ADD 1 TO Num-Costs
                           MOVE PC-ProdName
                               TO CO-ProdName(Num-Costs)
                           MOVE PC-Size
                               TO CO-Size(Num-Costs)
                           MOVE PC-Cost
                               TO CO-Cost(Num-Costs)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProdCost-File.

       ScanHistory.
           OPEN INPUT SaleHist-File
           IF SaleHist-Status NOT = '00'
               DISPLAY "** NO SALES HISTORY"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hist-Eof = 'Y'
               READ SaleHist-File
                   AT END MOVE 'Y' TO Hist-Eof
                   NOT AT END
                       PERFORM TallyRow
               END-READ
           END-PERFORM
           CLOSE SaleHist-File.

       TallyRow.
      *> 넘겨받은 달은 건너뛰고 대상 월과 빈 달만 쌓는다
           IF SH-Date IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE Row-Month = SH-Date / 100
           PERFORM MonthsOf
           IF Row-Mons < Start-Mons OR Row-Mons > End-Mons
               EXIT PARAGRAPH
           END-IF
           COMPUTE Mx = Row-Mons - Start-Mons + 1
           IF ML-Have(Mx) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE SH-ProdName TO Row-Prod
           MOVE SH-Whse     TO Row-Whse
           IF Row-Whse = SPACES
               MOVE '--' TO Row-Whse
           END-IF
           PERFORM FindCell
           IF Cell-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
      *> 원가 = 이동평균 원가 x 수량, 원가 없는 품목은 0
           MOVE 0 TO Line-Cost
           SET CSx TO 1
           SEARCH Cost-Entry
               AT END CONTINUE
               WHEN CO-ProdName(CSx) = SH-ProdName
                    AND CO-Size(CSx) = SH-Size
                   COMPUTE Line-Cost = SH-Qty * CO-Cost(CSx)
                       ON SIZE ERROR MOVE 0 TO Line-Cost
                   END-COMPUTE
           END-SEARCH
           ADD SH-Qty     TO CC-Qty(Px, Wx, Mx)
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD SH-Revenue TO CC-Revenue(Px, Wx, Mx)
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD Line-Cost  TO CC-Cost(Px, Wx, Mx)
               ON SIZE ERROR CONTINUE
           END-ADD
           ADD 1 TO Hist-Ctr.

       WriteCube.
      *> 달 -> 상품 -> 창고 차례로 값이 있는 칸만 낸다
           OPEN OUTPUT Cube-File
           IF Cube-Status NOT = '00'
               DISPLAY "** SALECUBE.DAT OPEN FAILED : "
                       Cube-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Csv-File
           IF Csv-Status NOT = '00'
               DISPLAY "** SALECUBE.CSV OPEN FAILED : "
                       Csv-Status
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteCell
               VARYING Mx FROM 1 BY 1 UNTIL Mx > 24
                 AFTER Px FROM 1 BY 1 UNTIL Px > Num-Prods
                 AFTER Wx FROM 1 BY 1 UNTIL Wx > Num-Whses
           CLOSE Cube-File
           IF Csv-Status = '00'
               CLOSE Csv-File
           END-IF
           PERFORM VARYING Mx FROM 1 BY 1 UNTIL Mx > 24
               IF ML-Have(Mx) = 'N'
                   ADD 1 TO Built-Ctr
               END-IF
           END-PERFORM.

       WriteCell.
           IF CC-Qty(Px, Wx, Mx) = 0
              AND CC-Revenue(Px, Wx, Mx) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Cube-Record
           MOVE ML-Month(Mx)          TO CU-Month
           MOVE PL-ProdName(Px)       TO CU-ProdName
           MOVE WL-Whse(Wx)           TO CU-Whse
           MOVE CC-Qty(Px, Wx, Mx)     TO CU-Qty
           MOVE CC-Revenue(Px, Wx, Mx) TO CU-Revenue
           MOVE CC-Cost(Px, Wx, Mx)    TO CU-Cost
           WRITE Cube-Record
           ADD 1 TO Cell-Ctr
           IF Csv-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE CU-Qty     TO CV-Qty
           MOVE CU-Revenue TO CV-Revenue
           MOVE CU-Cost    TO CV-Cost
           MOVE SPACES TO Csv-Line
           STRING CU-Month    DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CU-ProdName DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CU-Whse     DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CV-Qty      DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CV-Revenue  DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CV-Cost     DELIMITED BY SIZE
               INTO Csv-Line
           WRITE Csv-Line.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "SALECUBE 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
      *> 야간 배치 드라이버가 CALL로 실행할 수 있게
      *> STOP RUN 대신 GOBACK을 쓴다
           GOBACK.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM SALECUBE.
