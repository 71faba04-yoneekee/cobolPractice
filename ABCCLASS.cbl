       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
       AUTHOR. YONEE.
      *> 월말 ABC 등급 산정 - 최근 N개월(기본 12) SALEHIST
      *> 판매 수량에 PRODCOST.DAT의 이동평균 원가를 곱한
      *> 출고 금액(원가가 없는 품목은 매출액)으로 상품/
      *> 사이즈를 줄 세워, 누적 비중이 A 경계(기본 80%)
      *> 안이면 A, B 경계(기본 95%) 안이면 B, 나머지와
      *> 판매 없는 품목은 C로 매긴다. 등급은 상품 마스터
      *> (PM-Class)에 되쓰고 CNTSCHED가 실사 주기로 쓴다.
      *> 등급표는 ABCCLASS.RPT. 경계와 개월 수는 RUNPARMS
      *> (ABCCLASS.ACUT=, .BCUT=, .MONTHS=)로 바꾼다.
      *> 판매 이력이 없으면 등급을 건드리지 않고 RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SaleHist-File ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaleHist-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
      *> RECVING이 유지하는 이동평균 원가
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
      *> 출고 금액 내림차순으로 줄 세우는 작업 파일
           SELECT Abc-Work-File ASSIGN TO "ABCWK.DAT".
           SELECT Class-File ASSIGN TO "ABCCLASS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Class-Status.
      *> 키워드=값 실행 매개변수 (ABCCLASS.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
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

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Slot OCCURS 3 TIMES.
               03 PM-Size     PIC A.
               03 PM-Qty      PIC 9(5).
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.
      *> 직송 표시('Y')와 기본 공급처 - 옛 행은 빈칸
           02 PM-DropShip PIC X.
           02 PM-Vendor   PIC X(5).
      *> 상품군(수수료율 구분) - 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  ProdCost-File.
       01  ProdCost-Record.
           02 PC-ProdName   PIC X(10).
           02 PC-Size       PIC A.
           02 FILLER        PIC X.
           02 PC-Cost       PIC 9(5)V99.

       SD  Abc-Work-File.
       01  SWA-Record.
           02 SWA-Value     PIC 9(11)V99.
           02 SWA-ProdName  PIC X(10).
           02 SWA-Size      PIC A.
           02 SWA-Units     PIC 9(7).
           02 SWA-Ix        PIC 9(3).

       FD  Class-File.
       01  Class-Line       PIC X(72).

       FD  Parm-File.
       01  Parm-Line        PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 SaleHist-Status PIC XX.
       77 Prod-Status     PIC XX.
       77 ProdCost-Status PIC XX.
       77 Class-Status    PIC XX.
       77 Audit-Status    PIC XX.
       77 Hist-Eof        PIC X VALUE 'N'.
       77 Prod-Eof        PIC X VALUE 'N'.
       77 ProdCost-Eof    PIC X VALUE 'N'.
       77 Work-Eof        PIC X VALUE 'N'.

      *> 경계와 기간
       77 A-Cut           PIC 9(3) VALUE 80.
       77 B-Cut           PIC 9(3) VALUE 95.
       77 Hist-Months     PIC 9(3) VALUE 12.
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.
       77 Cutoff-Month    PIC 9(6) VALUE 0.
       77 Row-Month       PIC 9(6) VALUE 0.
       77 Work-YY         PIC 9(4) VALUE 0.
       77 Work-MM         PIC 99   VALUE 0.
       77 Work-Mons       PIC 9(6) VALUE 0.

      *> 키워드 매개변수 작업영역
       77 Parm-Name       PIC X(30) VALUE 'RUNPARMS.DAT'.
       77 Parm-Status     PIC XX.
       77 Parm-Eof        PIC X VALUE 'N'.
       77 Parms-Used      PIC X VALUE 'N'.
       77 Parm-Pfx        PIC X(10) VALUE SPACES.
       77 Parm-Key        PIC X(12) VALUE SPACES.
       77 Parm-Val        PIC X(30) VALUE SPACES.
       77 Parm-Ptr        PIC 9(3) VALUE 0.
       77 Parm-Len        PIC 9(3) VALUE 0.
       77 Parm-Work       PIC X(60) VALUE SPACES.

      *> 상품 마스터 표 (등급 되쓰기용)
       01 ProdTable.
           02 Prod-Row OCCURS 0 TO 50 TIMES
                       DEPENDING ON Num-Products
                       INDEXED BY PRx.
               03 PR-ProdName PIC X(10).
               03 PR-Slot OCCURS 3 TIMES.
                   04 PR-Size  PIC A.
                   04 PR-Qty   PIC 9(5).
                   04 PR-Reord PIC 9(5).
                   04 PR-Price PIC 9(5)V99.
               03 PR-Status   PIC X.
               03 PR-Weight PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-Class  PIC X OCCURS 3 TIMES.
               03 PR-Supply PIC X(6).
               03 PR-Group  PIC X(3).
       77 Num-Products    PIC 9(3) VALUE 0.

      *> 등급 대상 품목 - 마스터의 상품/사이즈 한 칸씩
       77 Num-Items       PIC 9(3) VALUE 0.
       01 ItemTable.
           02 Item-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Items
                         INDEXED BY ITx.
               03 IT-ProdName PIC X(10).
               03 IT-Size     PIC A.
               03 IT-Row      PIC 9(3).
               03 IT-Slot     PIC 9.
               03 IT-Units    PIC 9(7).
               03 IT-Revenue  PIC 9(9)V99.

      *> 원가 표
       77 Num-Costs       PIC 9(3) VALUE 0.
       01 CostTable.
           02 Cost-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Costs
                         INDEXED BY CSx.
               03 CO-ProdName PIC X(10).
               03 CO-Size     PIC A.
               03 CO-Cost     PIC 9(5)V99.

       77 Hist-Rows       PIC 9(7) VALUE 0.
       77 Item-Value      PIC 9(11)V99 VALUE 0.
       77 Total-Value     PIC 9(13)V99 VALUE 0.
       77 Cum-Value       PIC 9(13)V99 VALUE 0.
       77 Cum-Pct         PIC 9(3)V9 VALUE 0.
       77 New-Class       PIC X VALUE SPACE.
       77 Old-Class       PIC X VALUE SPACE.
       77 Chg-Ctr         PIC 9(3) VALUE 0.
       77 Rx              PIC 9(3) VALUE 0.
       77 Jx              PIC 9 VALUE 0.
       77 RC-Disp         PIC 9(4) VALUE 0.
      *> 등급별 품목 수와 금액 (A, B, C 순)
       01 Class-Totals.
           02 CT-Entry OCCURS 3 TIMES.
               03 CT-Items    PIC 9(3).
               03 CT-Value    PIC 9(13)V99.
       77 Cx              PIC 9 VALUE 0.
       01 Class-Codes     PIC X(3) VALUE 'ABC'.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
       77 Ct-Name        PIC X(14) VALUE SPACES.
       77 Ct-Rows        PIC 9(7) VALUE 0.
       77 Ct-Amt         PIC 9(11)V99 VALUE 0.
       77 Ct-Result      PIC X VALUE SPACE.

      *> 등급표 편집
       01 Class-Detail.
           02 CD-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 CD-Size       PIC A.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 CD-Units      PIC Z,ZZZ,ZZ9.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 CD-Value      PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 CD-CumPct     PIC ZZ9.9.
           02 FILLER        PIC X(3)   VALUE SPACES.
           02 CD-Old        PIC X.
           02 FILLER        PIC X(3)   VALUE SPACES.
           02 CD-New        PIC X.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 CD-Note       PIC X(7).
       01 Total-Detail.
           02 FILLER        PIC X(6)   VALUE "CLASS ".
           02 TD-Class      PIC X.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 TD-Items      PIC ZZ9.
           02 FILLER        PIC X(7)   VALUE " ITEMS ".
           02 TD-Value      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "ABCCLASS"       TO AL-Program
           MOVE "ABCCLASS 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM ReadParms.
           PERFORM FindCutoff.
           PERFORM LoadProducts.
           IF Num-Items = 0
               DISPLAY "** NO PRODUCTS TO CLASSIFY"
               MOVE 4 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           PERFORM LoadCosts.
           PERFORM ScanHistory.
           IF Hist-Rows = 0
               DISPLAY "** NO SALES IN WINDOW - CLASSES KEPT"
               MOVE 4 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           PERFORM SumValue
               VARYING ITx FROM 1 BY 1 UNTIL ITx > Num-Items
           OPEN OUTPUT Class-File
           IF Class-Status NOT = '00'
               DISPLAY "** ABCCLASS.RPT OPEN FAILED : "
                       Class-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           MOVE SPACES TO Class-Line
           STRING "=== ABC CLASSIFICATION " DELIMITED BY SIZE
                  Proc-Date DELIMITED BY SIZE
                  "  SALES AFTER " DELIMITED BY SIZE
                  Cutoff-Month DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Class-Line
           WRITE Class-Line
           MOVE "PRODUCT    SZ     UNITS           VALUE   CUM%"
               TO Class-Line
           MOVE "OLD NEW" TO Class-Line(49:7)
           WRITE Class-Line
           INITIALIZE Class-Totals
           SORT Abc-Work-File
               ON DESCENDING KEY SWA-Value
               ON ASCENDING KEY SWA-ProdName
               ON ASCENDING KEY SWA-Size
               INPUT PROCEDURE IS ReleaseItems
               OUTPUT PROCEDURE IS GradeItems.
           MOVE SPACES TO Class-Line
           WRITE Class-Line
           PERFORM WriteTotal
               VARYING Cx FROM 1 BY 1 UNTIL Cx > 3
           MOVE SPACES TO Class-Line
           STRING "CLASS CHANGES " DELIMITED BY SIZE
                  Chg-Ctr DELIMITED BY SIZE
                  "  (A < " DELIMITED BY SIZE
                  A-Cut DELIMITED BY SIZE
                  "%  B < " DELIMITED BY SIZE
                  B-Cut DELIMITED BY SIZE
                  "%)" DELIMITED BY SIZE
                  INTO Class-Line
           WRITE Class-Line
           CLOSE Class-File
           PERFORM SaveProducts.
           DISPLAY "Items classified : " Num-Items
                   "  changed : " Chg-Ctr
           GO TO Kkeut.

       ReadParms.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Parms-Used
           PERFORM UNTIL Parm-Eof = 'Y'
               READ Parm-File
                   AT END MOVE 'Y' TO Parm-Eof
                   NOT AT END
                       PERFORM ParseParm
               END-READ
           END-PERFORM
           CLOSE Parm-File
      *> 경계가 뒤집히면 기본값으로 돌린다
           IF A-Cut > 100 OR B-Cut > 100 OR A-Cut > B-Cut
               DISPLAY "** ACUT/BCUT INVALID - 80/95 USED"
               MOVE 80 TO A-Cut
               MOVE 95 TO B-Cut
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM EchoParms.

       ParseParm.
      *> 값 속의 점이 잘리지 않도록 첫 점에서만 가른다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'ABCCLASS'
               EXIT PARAGRAPH
           END-IF
           COMPUTE Parm-Len = 61 - Parm-Ptr
           IF Parm-Len < 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Work
           MOVE Parm-Line(Parm-Ptr:Parm-Len) TO Parm-Work
           UNSTRING Parm-Work DELIMITED BY '='
               INTO Parm-Key Parm-Val
           EVALUATE Parm-Key
               WHEN 'ACUT'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO A-Cut
                   END-IF
               WHEN 'BCUT'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO B-Cut
                   END-IF
               WHEN 'MONTHS'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Hist-Months
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN PARM : " Parm-Key
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       EchoParms.
      *> 적용된 값 전부를 실행 기록에 남긴다
           MOVE SPACES TO AL-Event
           STRING "매개변수 A=" DELIMITED BY SIZE
                  A-Cut           DELIMITED BY SIZE
                  " B="           DELIMITED BY SIZE
                  B-Cut           DELIMITED BY SIZE
                  " 개월="        DELIMITED BY SIZE
                  Hist-Months     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       FindCutoff.
      *> 기준 월 = 처리 월 - N개월 (그 월 다음부터 본다)
           COMPUTE Row-Month = Proc-Date / 100
           DIVIDE Row-Month BY 100
               GIVING Work-YY REMAINDER Work-MM
           COMPUTE Work-Mons =
               Work-YY * 12 + Work-MM - 1 - Hist-Months
           COMPUTE Work-YY = Work-Mons / 12
           COMPUTE Work-MM = Work-Mons - Work-YY * 12 + 1
           COMPUTE Cutoff-Month = Work-YY * 100 + Work-MM.

       LoadProducts.
      *> 마스터 행을 그대로 싣고, 사이즈가 있는 칸마다
      *> 등급 대상 품목을 하나씩 만든다
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** PRODMAST OPEN FAILED : " Prod-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Prod-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO Prod-Eof
                   NOT AT END
                       IF Num-Products < 50
                           ADD 1 TO Num-Products
                           MOVE Product-Record
                               TO Prod-Row(Num-Products)
                           PERFORM AddItems
                       ELSE
                           DISPLAY "** PRODUCT TABLE FULL (50)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Product-File.

       AddItems.
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 3
               IF PM-Size(Jx) NOT = SPACE
                  AND Num-Items < 150
                   ADD 1 TO Num-Items
                   MOVE PM-ProdName  TO IT-ProdName(Num-Items)
                   MOVE PM-Size(Jx)  TO IT-Size(Num-Items)
                   MOVE Num-Products TO IT-Row(Num-Items)
                   MOVE Jx           TO IT-Slot(Num-Items)
                   MOVE 0 TO IT-Units(Num-Items)
                   MOVE 0 TO IT-Revenue(Num-Items)
               END-IF
           END-PERFORM.

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
      *> 기간 안의 줄만 품목에 더한다 - 마스터에 없는
      *> 품목(단종 후 삭제 등)의 판매는 버린다
           COMPUTE Row-Month = SH-Date / 100
           IF Row-Month <= Cutoff-Month
              OR SH-Date > Proc-Date
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Hist-Rows
           SET ITx TO 1
           SEARCH Item-Entry
               AT END CONTINUE
               WHEN IT-ProdName(ITx) = SH-ProdName
                    AND IT-Size(ITx) = SH-Size
                   ADD SH-Qty     TO IT-Units(ITx)
                   ADD SH-Revenue TO IT-Revenue(ITx)
           END-SEARCH.

       SumValue.
           PERFORM ValueOne
           ADD Item-Value TO Total-Value.

       ValueOne.
      *> 출고 금액 = 판매 수량 x 이동평균 원가 - 원가가
      *> 아직 없는 품목은 매출액으로 대신한다
           MOVE IT-Revenue(ITx) TO Item-Value
           IF Num-Costs > 0
               SET CSx TO 1
               SEARCH Cost-Entry
                   AT END CONTINUE
                   WHEN CO-ProdName(CSx) = IT-ProdName(ITx)
                        AND CO-Size(CSx) = IT-Size(ITx)
                       COMPUTE Item-Value =
                           IT-Units(ITx) * CO-Cost(CSx)
                           ON SIZE ERROR
                               MOVE IT-Revenue(ITx) TO Item-Value
                       END-COMPUTE
               END-SEARCH
           END-IF.

       ReleaseItems.
           PERFORM VARYING ITx FROM 1 BY 1
                   UNTIL ITx > Num-Items
               PERFORM ValueOne
               MOVE Item-Value      TO SWA-Value
               MOVE IT-ProdName(ITx) TO SWA-ProdName
               MOVE IT-Size(ITx)    TO SWA-Size
               MOVE IT-Units(ITx)   TO SWA-Units
               SET Rx TO ITx
               MOVE Rx              TO SWA-Ix
               RELEASE SWA-Record
           END-PERFORM.

       GradeItems.
           PERFORM UNTIL Work-Eof = 'Y'
               RETURN Abc-Work-File
                   AT END MOVE 'Y' TO Work-Eof
                   NOT AT END PERFORM GradeOne
               END-RETURN
           END-PERFORM.

       GradeOne.
      *> 이 품목 앞까지의 누적 비중이 경계 안이면 그
      *> 등급 - 경계를 넘기는 품목까지 위 등급에 든다
           IF Total-Value = 0 OR SWA-Value = 0
               MOVE 'C' TO New-Class
           ELSE
               COMPUTE Cum-Pct ROUNDED =
                   Cum-Value * 100 / Total-Value
               EVALUATE TRUE
                   WHEN Cum-Pct < A-Cut
                       MOVE 'A' TO New-Class
                   WHEN Cum-Pct < B-Cut
                       MOVE 'B' TO New-Class
                   WHEN OTHER
                       MOVE 'C' TO New-Class
               END-EVALUATE
           END-IF
           ADD SWA-Value TO Cum-Value
           IF Total-Value > 0
               COMPUTE Cum-Pct ROUNDED =
                   Cum-Value * 100 / Total-Value
           ELSE
               MOVE 0 TO Cum-Pct
           END-IF
           MOVE SWA-Ix TO Rx
           SET PRx TO IT-Row(Rx)
           MOVE IT-Slot(Rx) TO Jx
           MOVE PR-Class(PRx, Jx) TO Old-Class
           MOVE New-Class TO PR-Class(PRx, Jx)
           EVALUATE New-Class
               WHEN 'A' MOVE 1 TO Cx
               WHEN 'B' MOVE 2 TO Cx
               WHEN OTHER MOVE 3 TO Cx
           END-EVALUATE
           ADD 1 TO CT-Items(Cx)
           ADD SWA-Value TO CT-Value(Cx)
           MOVE SPACES TO Class-Detail
           MOVE SWA-ProdName TO CD-ProdName
           MOVE SWA-Size     TO CD-Size
           MOVE SWA-Units    TO CD-Units
           MOVE SWA-Value    TO CD-Value
           MOVE Cum-Pct      TO CD-CumPct
           MOVE Old-Class    TO CD-Old
           MOVE New-Class    TO CD-New
           IF Old-Class NOT = New-Class
               ADD 1 TO Chg-Ctr
               MOVE "CHANGED" TO CD-Note
           END-IF
           MOVE Class-Detail TO Class-Line
           WRITE Class-Line.

       WriteTotal.
           MOVE Class-Codes(Cx:1) TO TD-Class
           MOVE CT-Items(Cx) TO TD-Items
           MOVE CT-Value(Cx) TO TD-Value
           MOVE Total-Detail TO Class-Line
           WRITE Class-Line.

       SaveProducts.
      *> QUARDISP의 SaveProducts와 같은 되쓰기 + 통제
           OPEN OUTPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** PRODMAST WRITE-BACK FAILED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Ct-Rows Ct-Amt
           PERFORM VARYING PRx FROM 1 BY 1
                   UNTIL PRx > Num-Products
               MOVE Prod-Row(PRx) TO Product-Record
               WRITE Product-Record
               ADD 1 TO Ct-Rows
               ADD PM-Qty(1) TO Ct-Amt
               ADD PM-Qty(2) TO Ct-Amt
               ADD PM-Qty(3) TO Ct-Amt
           END-PERFORM
           CLOSE Product-File
           MOVE 'W' TO Ct-Op
           MOVE 'PRODMAST.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "ABCCLASS 종료 RC=" DELIMITED BY SIZE
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

       END PROGRAM ABCCLASS.
