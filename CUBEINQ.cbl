       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUBEINQ.
       AUTHOR. YONEE.
      *> 판매 큐브 조회 - SALECUBE가 쌓은 SALECUBE.DAT를
      *> 상품 x 창고 x 월 표로 올려, 구매 담당이 펼칠 축
      *> 하나(P 상품, W 창고, M 월)를 고르고 나머지 두
      *> 축의 값을 넣으면 펼친 축의 칸마다 수량, 매출,
      *> 원가, 마진과 합계를 보여 준다. 고정 값을 빈칸으로
      *> 두면 그 축 전체를 더한다. 읽기 전용이다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cube-File ASSIGN TO "SALECUBE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cube-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Cube-File.
       COPY "CUBECELL.cbl".

       WORKING-STORAGE SECTION.
       77 Cube-Status     PIC XX.
       77 Cube-Eof        PIC X VALUE 'N'.
       77 Done-Flag       PIC X VALUE 'N'.
       77 Skip-Ctr        PIC 9(7) VALUE 0.

      *> 축 - 상품, 창고, 월 (파일에 나온 차례)
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
       77 Num-Months      PIC 9(3) VALUE 0.
       01 Month-List.
           02 Month-Entry OCCURS 0 TO 24 TIMES
                          DEPENDING ON Num-Months
                          INDEXED BY MLx.
               03 ML-Month     PIC 9(6).

      *> 큐브 - SALECUBE와 같은 모양
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
       77 Lx              PIC 9(3) VALUE 0.

      *> 조회 조건 - 고정 축의 좌표, 0이면 그 축 전체
       77 List-Dim        PIC X VALUE SPACE.
       77 In-ProdName     PIC X(10) VALUE SPACES.
       77 In-Whse         PIC X(2) VALUE SPACES.
       77 In-Month-X      PIC X(6) VALUE SPACES.
       77 Fix-P           PIC 9(3) VALUE 0.
       77 Fix-W           PIC 9(3) VALUE 0.
       77 Fix-M           PIC 9(3) VALUE 0.
       77 Lo-P            PIC 9(3) VALUE 0.
       77 Hi-P            PIC 9(3) VALUE 0.
       77 Lo-W            PIC 9(3) VALUE 0.
       77 Hi-W            PIC 9(3) VALUE 0.
       77 Lo-M            PIC 9(3) VALUE 0.
       77 Hi-M            PIC 9(3) VALUE 0.
       77 Num-Members     PIC 9(3) VALUE 0.
       77 Cond-Ok         PIC X VALUE 'N'.

      *> 한 줄과 합계
       77 Sum-Qty         PIC 9(9) VALUE 0.
       77 Sum-Revenue     PIC 9(11)V99 VALUE 0.
       77 Sum-Cost        PIC 9(11)V99 VALUE 0.
       77 Tot-Qty         PIC 9(9) VALUE 0.
       77 Tot-Revenue     PIC 9(11)V99 VALUE 0.
       77 Tot-Cost        PIC 9(11)V99 VALUE 0.
       77 Line-Margin     PIC S9(11)V99 VALUE 0.
       77 Line-Ctr        PIC 9(3) VALUE 0.

      *> 화면 편집
       01 Inq-Detail.
           02 IQ-Member     PIC X(10).
           02 FILLER        PIC X     VALUE SPACE.
           02 IQ-Qty        PIC ZZZ,ZZ9.
           02 FILLER        PIC X     VALUE SPACE.
           02 IQ-Revenue    PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER        PIC X     VALUE SPACE.
           02 IQ-Cost       PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER        PIC X     VALUE SPACE.
           02 IQ-Margin     PIC ---,---,--9.99.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'SON'            TO SG-Op
           MOVE "CUBEINQ"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCube.
           IF Num-Prods = 0
               DISPLAY "** NO SALES CUBE - RUN SALECUBE" UPON TTY
               GOBACK
           END-IF
           IF Skip-Ctr > 0
               DISPLAY "** CELLS NOT LOADED (TABLE FULL) : "
                       Skip-Ctr UPON TTY
           END-IF
           DISPLAY "Sales cube " ML-Month(1) " - "
                   ML-Month(Num-Months) "  products "
                   Num-Prods "  warehouses " Num-Whses
               UPON TTY
           PERFORM InqLoop UNTIL Done-Flag = 'Y'
           GOBACK.

       LoadCube.
           OPEN INPUT Cube-File
           IF Cube-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE Cube-Table
           PERFORM UNTIL Cube-Eof = 'Y'
               READ Cube-File
                   AT END MOVE 'Y' TO Cube-Eof
                   NOT AT END
                       PERFORM StowCell
               END-READ
           END-PERFORM
           CLOSE Cube-File.

       StowCell.
      *> 칸의 세 좌표를 축에서 찾고 없으면 덧붙인다
           IF CU-Month IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Px Wx Mx
           SET PLx TO 1
           SEARCH Prod-Entry
               AT END
                   IF Num-Prods < 150
                       ADD 1 TO Num-Prods
                       MOVE CU-ProdName TO PL-ProdName(Num-Prods)
                       MOVE Num-Prods TO Px
                   END-IF
               WHEN PL-ProdName(PLx) = CU-ProdName
                   SET Px TO PLx
           END-SEARCH
           SET WLx TO 1
           SEARCH Whse-Entry
               AT END
                   IF Num-Whses < 12
                       ADD 1 TO Num-Whses
                       MOVE CU-Whse TO WL-Whse(Num-Whses)
                       MOVE Num-Whses TO Wx
                   END-IF
               WHEN WL-Whse(WLx) = CU-Whse
                   SET Wx TO WLx
           END-SEARCH
           SET MLx TO 1
           SEARCH Month-Entry
               AT END
                   IF Num-Months < 24
                       ADD 1 TO Num-Months
                       MOVE CU-Month TO ML-Month(Num-Months)
                       MOVE Num-Months TO Mx
                   END-IF
               WHEN ML-Month(MLx) = CU-Month
                   SET Mx TO MLx
           END-SEARCH
           IF Px = 0 OR Wx = 0 OR Mx = 0
               ADD 1 TO Skip-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD CU-Qty     TO CC-Qty(Px, Wx, Mx)
           ADD CU-Revenue TO CC-Revenue(Px, Wx, Mx)
           ADD CU-Cost    TO CC-Cost(Px, Wx, Mx).

       InqLoop.
           DISPLAY " " UPON TTY
           DISPLAY "LIST BY P=PRODUCT W=WAREHOUSE M=MONTH"
                   " (BLANK = END) ?" UPON TTY
           MOVE SPACE TO List-Dim
           ACCEPT List-Dim FROM TTY
           EVALUATE List-Dim
               WHEN SPACE
                   MOVE 'Y' TO Done-Flag
               WHEN 'P' WHEN 'p'
                   MOVE 'P' TO List-Dim
                   PERFORM AskWhse
                   PERFORM AskMonth
                   PERFORM ShowSlice
               WHEN 'W' WHEN 'w'
                   MOVE 'W' TO List-Dim
                   PERFORM AskProd
                   PERFORM AskMonth
                   PERFORM ShowSlice
               WHEN 'M' WHEN 'm'
                   MOVE 'M' TO List-Dim
                   PERFORM AskProd
                   PERFORM AskWhse
                   PERFORM ShowSlice
               WHEN OTHER
                   DISPLAY "?" UPON TTY
           END-EVALUATE.

       AskProd.
      *> 빈칸 = 전 상품, 없는 상품이면 조회를 접는다
           MOVE 'Y' TO Cond-Ok
           MOVE 0 TO Fix-P
           MOVE SPACES TO In-ProdName
           DISPLAY "Product (blank = all) ?" UPON TTY
           ACCEPT In-ProdName FROM TTY
           IF In-ProdName = SPACES
               EXIT PARAGRAPH
           END-IF
           SET PLx TO 1
           SEARCH Prod-Entry
               AT END
                   DISPLAY "** PRODUCT NOT IN CUBE : "
                           In-ProdName UPON TTY
                   MOVE 'N' TO Cond-Ok
               WHEN PL-ProdName(PLx) = In-ProdName
                   SET Fix-P TO PLx
           END-SEARCH.

       AskWhse.
           IF Cond-Ok = 'N' AND List-Dim = 'M'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Cond-Ok
           MOVE 0 TO Fix-W
           MOVE SPACES TO In-Whse
           DISPLAY "Warehouse (DS = drop-ship, blank = all) ?"
               UPON TTY
           ACCEPT In-Whse FROM TTY
           IF In-Whse = SPACES
               EXIT PARAGRAPH
           END-IF
           SET WLx TO 1
           SEARCH Whse-Entry
               AT END
                   DISPLAY "** WAREHOUSE NOT IN CUBE : "
                           In-Whse UPON TTY
                   MOVE 'N' TO Cond-Ok
               WHEN WL-Whse(WLx) = In-Whse
                   SET Fix-W TO WLx
           END-SEARCH.

       AskMonth.
           IF Cond-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Fix-M
           MOVE SPACES TO In-Month-X
           DISPLAY "Month YYYYMM (blank = all) ?" UPON TTY
           ACCEPT In-Month-X FROM TTY
           IF In-Month-X = SPACES
               EXIT PARAGRAPH
           END-IF
           SET MLx TO 1
           SEARCH Month-Entry
               AT END
                   DISPLAY "** MONTH NOT IN CUBE : "
                           In-Month-X UPON TTY
                   MOVE 'N' TO Cond-Ok
               WHEN ML-Month(MLx) = In-Month-X
                   SET Fix-M TO MLx
           END-SEARCH.

       ShowSlice.
      *> 펼친 축의 칸마다 고정 축 범위를 더해 한 줄씩
           IF Cond-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Tot-Qty Tot-Revenue Tot-Cost Line-Ctr
           EVALUATE List-Dim
               WHEN 'P'
                   DISPLAY "PRODUCT        QTY        REVENUE"
                           "           COST         MARGIN"
                       UPON TTY
                   MOVE Num-Prods TO Num-Members
               WHEN 'W'
                   DISPLAY "WAREHOUSE      QTY        REVENUE"
                           "           COST         MARGIN"
                       UPON TTY
                   MOVE Num-Whses TO Num-Members
               WHEN 'M'
                   DISPLAY "MONTH          QTY        REVENUE"
                           "           COST         MARGIN"
                       UPON TTY
                   MOVE Num-Months TO Num-Members
           END-EVALUATE
           PERFORM ShowMember
               VARYING Lx FROM 1 BY 1 UNTIL Lx > Num-Members
           IF Line-Ctr = 0
               DISPLAY "** NO SALES FOR THAT SELECTION" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Inq-Detail
           MOVE "TOTAL"     TO IQ-Member
           MOVE Tot-Qty     TO IQ-Qty
           MOVE Tot-Revenue TO IQ-Revenue
           MOVE Tot-Cost    TO IQ-Cost
           COMPUTE Line-Margin = Tot-Revenue - Tot-Cost
           MOVE Line-Margin TO IQ-Margin
           DISPLAY Inq-Detail UPON TTY.

       ShowMember.
      *> 펼친 축은 이 칸 하나로, 고정 축은 값 하나 또는
      *> 전체로 범위를 잡는다
           MOVE 1 TO Lo-P Lo-W Lo-M
           MOVE Num-Prods  TO Hi-P
           MOVE Num-Whses  TO Hi-W
           MOVE Num-Months TO Hi-M
           IF Fix-P > 0
               MOVE Fix-P TO Lo-P Hi-P
           END-IF
           IF Fix-W > 0
               MOVE Fix-W TO Lo-W Hi-W
           END-IF
           IF Fix-M > 0
               MOVE Fix-M TO Lo-M Hi-M
           END-IF
           MOVE SPACES TO Inq-Detail
           EVALUATE List-Dim
               WHEN 'P'
                   MOVE Lx TO Lo-P Hi-P
                   MOVE PL-ProdName(Lx) TO IQ-Member
               WHEN 'W'
                   MOVE Lx TO Lo-W Hi-W
                   MOVE WL-Whse(Lx) TO IQ-Member
               WHEN 'M'
                   MOVE Lx TO Lo-M Hi-M
                   MOVE ML-Month(Lx) TO IQ-Member
           END-EVALUATE
           MOVE 0 TO Sum-Qty Sum-Revenue Sum-Cost
           PERFORM AddCell
               VARYING Px FROM Lo-P BY 1 UNTIL Px > Hi-P
                 AFTER Wx FROM Lo-W BY 1 UNTIL Wx > Hi-W
                 AFTER Mx FROM Lo-M BY 1 UNTIL Mx > Hi-M
           IF Sum-Qty = 0 AND Sum-Revenue = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Line-Ctr
           ADD Sum-Qty     TO Tot-Qty
           ADD Sum-Revenue TO Tot-Revenue
           ADD Sum-Cost    TO Tot-Cost
           MOVE Sum-Qty     TO IQ-Qty
           MOVE Sum-Revenue TO IQ-Revenue
           MOVE Sum-Cost    TO IQ-Cost
           COMPUTE Line-Margin = Sum-Revenue - Sum-Cost
           MOVE Line-Margin TO IQ-Margin
           DISPLAY Inq-Detail UPON TTY.

       AddCell.
           ADD CC-Qty(Px, Wx, Mx)     TO Sum-Qty
           ADD CC-Revenue(Px, Wx, Mx) TO Sum-Revenue
           ADD CC-Cost(Px, Wx, Mx)    TO Sum-Cost.

       END PROGRAM CUBEINQ.
