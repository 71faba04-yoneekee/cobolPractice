       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTENT.
       AUTHOR. YONEE.
      *> 고객 견적 - 고객 마스터의 고객에게 상품 마스터의
      *> 상품/사이즈로 번호 붙은 견적을 낸다. 단가는 견적일
      *> (BIZDATE) 기준 발효 단가(PRICEFF.DAT, 없으면 마스터
      *> 단가)에 그 고객의 할인율(CM-Disc)을 얹어 ORDENTRY의
      *> PriceLine과 같게 매기고, 견적 줄마다 그 단가와
      *> 할인율을 굳혀 견적 파일(QUOTES.DAT)에 쌓는다.
      *> 번호는 POSEQ.DAT처럼 QUOTSEQ.DAT에 이어 둔다.
      *> 유효기한은 견적일 + 유효 일수(RUNPARMS의
      *> QUOTENT.VALIDDAYS=, 기본 30일)이고, 견적서는
      *> QUOTE.RPT에 찍어 고객에게 보낸다(P로 다시 찍는다).
      *> 받아들인 견적은 ORDCAPT의 Q가 기한 안에서 견적
      *> 단가 그대로 주문 줄로 바꾸고, 바뀌지 않고 기한을
      *> 넘긴 견적은 QUOTFLW가 주 1회 추적 목록에 싣는다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT Priceff-File ASSIGN TO "PRICEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Priceff-Status.
      *> 견적 줄 - 한 견적의 줄은 붙어서 쌓인다
           SELECT Quote-File ASSIGN TO "QUOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-Status.
           SELECT Seq-File ASSIGN TO "QUOTSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Seq-Status.
           SELECT Doc-File ASSIGN TO "QUOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Doc-Status.
      *> 키워드=값 실행 매개변수 (QUOTENT.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 마스터를 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Record.
           02 CM-CustNo PIC 9(5).
           02 CM-FName PIC X(15).
           02 CM-LName PIC X(15).
           02 CM-Addr   PIC X(30).
           02 CM-Phone  PIC X(13).
           02 CM-Postal PIC X(6).
           02 CM-CrLimit PIC 9(7).
           02 CM-Terms  PIC 9(3).
      *> 고객 할인율(%) - 옛 행은 빈칸(할인 없음)
           02 CM-Disc   PIC 9(2).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Size1    PIC A.
           02 PM-Qty1     PIC 9(5).
           02 PM-Reord1   PIC 9(5).
           02 PM-Price1   PIC 9(5)V99.
           02 PM-Size2    PIC A.
           02 PM-Qty2     PIC 9(5).
           02 PM-Reord2   PIC 9(5).
           02 PM-Price2   PIC 9(5)V99.
           02 PM-Size3    PIC A.
           02 PM-Qty3     PIC 9(5).
           02 PM-Reord3   PIC 9(5).
           02 PM-Price3   PIC 9(5)V99.
           02 PM-Status   PIC X.
           02 PM-Weights.
               03 PM-Wgt1     PIC 9(3)V99.
               03 PM-Wgt2     PIC 9(3)V99.
               03 PM-Wgt3     PIC 9(3)V99.
           02 PM-Classes.
               03 PM-Cls1     PIC X.
               03 PM-Cls2     PIC X.
               03 PM-Cls3     PIC X.

       FD  Priceff-File.
       01  Priceff-Record.
           02 PE-ProdName   PIC X(10).
           02 PE-Size       PIC A.
           02 FILLER        PIC X.
           02 PE-EffDate    PIC 9(8).
           02 FILLER        PIC X.
           02 PE-Price      PIC 9(5)V99.

       FD  Quote-File.
       01  Quote-Record.
           02 QF-QuoteNo    PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-ProdName   PIC X(10).
           02 QF-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
      *> 견적일 기준 발효 단가와 그날의 고객 할인율
           02 QF-Price      PIC 9(5)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-Disc       PIC 9(2).
           02 FILLER        PIC X      VALUE SPACE.
      *> 'O'=미결 'C'=주문 전환
           02 QF-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 QF-ConvDate   PIC 9(8).

       FD  Seq-File.
       01  Seq-Record.
           02 QS-LastQuote  PIC 9(6).

       FD  Doc-File.
       01  Doc-Line         PIC X(80).

       FD  Parm-File.
       01  Parm-Line        PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status     PIC XX.
       77 Lock-Held       PIC X VALUE 'N'.
       77 Audit-Status    PIC XX.
       77 Cust-Status     PIC XX.
       77 Prod-Status     PIC XX.
       77 Priceff-Status  PIC XX.
       77 Quote-Status    PIC XX.
       77 Seq-Status      PIC XX.
       77 Doc-Status      PIC XX.
       77 Cust-Eof        PIC X VALUE 'N'.
       77 Prod-Eof        PIC X VALUE 'N'.
       77 Priceff-Eof     PIC X VALUE 'N'.
       77 Quote-Eof       PIC X VALUE 'N'.
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.

      *> 실행 매개변수 - 견적 유효 일수
       77 Valid-Days      PIC 9(3) VALUE 30.
       77 Parm-Name       PIC X(30) VALUE 'RUNPARMS.DAT'.
       77 Parm-Status     PIC XX.
       77 Parm-Eof        PIC X VALUE 'N'.
       77 Parm-Pfx        PIC X(10) VALUE SPACES.
       77 Parm-Key        PIC X(12) VALUE SPACES.
       77 Parm-Val        PIC X(30) VALUE SPACES.
       77 Parm-Ptr        PIC 9(3) VALUE 0.
       77 Parm-Len        PIC 9(3) VALUE 0.
       77 Parm-Work       PIC X(60) VALUE SPACES.

      *> 고객 테이블 (번호, 이름, 할인율)
       77 Num-Custs       PIC 9(3) VALUE 0.
       01 CustTable.
           02 Cust-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo PIC 9(5).
               03 CT-FName  PIC X(15).
               03 CT-LName  PIC X(15).
               03 CT-Disc   PIC 9(2).

      *> 상품 테이블 (24_ORDERENTRY.cbl과 같은 모양)
       01 OrderTable.
           02 Product OCCURS 1 TO 50 TIMES
                      DEPENDING ON Num-Products
                      ASCENDING KEY ProdName
                      INDEXED BY I K.
               03 ProdName PIC X(10).
               03 ProdSize OCCURS 3 TIMES INDEXED BY J.
                   04 SizeType     PIC A.
                   04 QtyOnHand    PIC 9(5).
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
       77 Num-Products    PIC 9(3) VALUE 0.
       01 Hold-Product.
           02 Hold-ProdName PIC X(10).
           02 Hold-ProdSize OCCURS 3 TIMES.
               03 Hold-SizeType     PIC A.
               03 Hold-QtyOnHand    PIC 9(5).
               03 Hold-ReorderPoint PIC 9(5).
               03 Hold-Price        PIC 9(5)V99.
           02 Hold-ProdStat PIC X.
       77 Sort-Swapped    PIC X VALUE 'N'.

      *> 발효 단가표 (ORDENTRY와 같은 모양)
       77 Num-Prices      PIC 9(3) VALUE 0.
       01 PriceTable.
           02 Price-Entry OCCURS 0 TO 150 TIMES
                          DEPENDING ON Num-Prices
                          INDEXED BY PEx.
               03 PF-ProdName PIC X(10).
               03 PF-Size     PIC A.
               03 PF-EffDate  PIC 9(8).
               03 PF-Price    PIC 9(5)V99.
       77 Eff-Price       PIC 9(5)V99 VALUE 0.
       77 Best-Date       PIC 9(8) VALUE 0.
       77 Px              PIC 9(3) VALUE 0.

      *> 작성 중(또는 다시 찍을) 견적 한 장
       77 Qt-No           PIC 9(6) VALUE 0.
       77 Qt-CustNo       PIC 9(5) VALUE 0.
       77 Qt-Date         PIC 9(8) VALUE 0.
       77 Qt-Expiry       PIC 9(8) VALUE 0.
       77 Qt-Disc         PIC 9(2) VALUE 0.
       77 Qt-Status       PIC X VALUE SPACE.
       77 Qt-Total        PIC 9(8)V99 VALUE 0.
       77 Qw-Count        PIC 9(3) VALUE 0.
       01 Qw-Table.
           02 Qw-Entry OCCURS 0 TO 20 TIMES
                       DEPENDING ON Qw-Count
                       INDEXED BY QWx.
               03 QW-ProdName PIC X(10).
               03 QW-Size     PIC A.
               03 QW-Qty      PIC 9(3).
               03 QW-Price    PIC 9(5)V99.
       77 Line-Value      PIC 9(7)V99 VALUE 0.

      *> 콘솔 입력 작업영역
       77 Menu-Choice     PIC X VALUE SPACE.
       77 Done-Flag       PIC X VALUE 'N'.
       77 Entry-Done      PIC X VALUE 'N'.
       77 Choice          PIC X VALUE SPACE.
       77 In-CustNo-X     PIC X(5).
       77 In-CustNo       PIC 9(5) VALUE 0.
       77 In-ProdName     PIC X(10).
       77 In-Size         PIC A.
       77 In-Qty-X        PIC X(3).
       77 In-Qty          PIC 9(3) VALUE 0.
       77 In-QuoteNo-X    PIC X(6).
       77 Found-Cust      PIC X VALUE 'N'.
       77 Found-Prod      PIC X VALUE 'N'.
       77 Cust-Ix         PIC 9(3) VALUE 0.
       77 Match-J         PIC 9 VALUE 0.
       77 Jx              PIC 9 VALUE 0.
       77 Quotes-Ctr      PIC 9(4) VALUE 0.
       77 Printed-Ctr     PIC 9(4) VALUE 0.
       77 Dollar-Price    PIC $$,$$9.99.

      *> 견적서 인쇄 편집
       01 Doc-Head.
           02 FILLER        PIC X(12) VALUE "QUOTATION # ".
           02 DH-QuoteNo    PIC 9(6).
           02 FILLER        PIC X(7)  VALUE "  DATE ".
           02 DH-Date       PIC 9(8).
           02 FILLER        PIC X(11) VALUE "  VALID TO ".
           02 DH-Expiry     PIC 9(8).
       01 Doc-Cust.
           02 FILLER        PIC X(9)  VALUE "CUSTOMER ".
           02 DC-CustNo     PIC 9(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DC-Name       PIC X(31).
           02 FILLER        PIC X(11) VALUE "  DISCOUNT ".
           02 DC-Disc       PIC Z9.
           02 FILLER        PIC X     VALUE "%".
       01 Doc-Detail.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-ProdName   PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Size       PIC A.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Qty        PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Price      PIC $$,$$9.99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Amount     PIC $$$$,$$9.99.
       01 Doc-Foot.
           02 FILLER        PIC X(12) VALUE "TOTAL     : ".
           02 DF-Amount     PIC $$,$$$,$$9.99.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM CheckLock
           IF Lock-Held = 'Y'
               DISPLAY "** 야간 배치 실행 중 - 종료 후"
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "QUOTENT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "QUOTENT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "QUOTENT 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM ReadParms.
           PERFORM LoadCustomers.
           PERFORM LoadProducts.
           PERFORM LoadPrices.
           OPEN OUTPUT Doc-File
           IF Doc-Status NOT = '00'
               DISPLAY "** QUOTE.RPT OPEN FAILED" UPON TTY
               GOBACK
           END-IF
           PERFORM MenuLoop UNTIL Done-Flag = 'Y'.
           CLOSE Doc-File
           DISPLAY "Quotes issued : " Quotes-Ctr
               "  printed : " Printed-Ctr UPON TTY
           MOVE SPACES TO AL-Event
           STRING "QUOTENT 종료 발행 " DELIMITED BY SIZE
                  Quotes-Ctr        DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           GOBACK.

       ReadParms.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status = '00'
               PERFORM UNTIL Parm-Eof = 'Y'
                   READ Parm-File
                       AT END MOVE 'Y' TO Parm-Eof
                       NOT AT END
                           PERFORM ParseParm
                   END-READ
               END-PERFORM
               CLOSE Parm-File
           END-IF.

       ParseParm.
      *> QUOTENT.KEY=VALUE 줄만 본다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'QUOTENT'
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
               WHEN 'VALIDDAYS'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                      AND FUNCTION NUMVAL(Parm-Val) > 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Valid-Days
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN PARM : " Parm-Key
                       UPON TTY
           END-EVALUATE.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Cust-Status = '00'
               PERFORM UNTIL Cust-Eof = 'Y'
                   READ Customer-File
                       AT END MOVE 'Y' TO Cust-Eof
                       NOT AT END
                           IF Num-Custs < 200
                               ADD 1 TO Num-Custs
                               MOVE CM-CustNo
                                   TO CT-CustNo(Num-Custs)
                               MOVE CM-FName
                                   TO CT-FName(Num-Custs)
                               MOVE CM-LName
                                   TO CT-LName(Num-Custs)
                               MOVE 0 TO CT-Disc(Num-Custs)
                               IF CM-Disc IS NUMERIC
                                   MOVE CM-Disc
                                       TO CT-Disc(Num-Custs)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "** NO CUSTOMER MASTER" UPON TTY
           END-IF.

       LoadProducts.
      *> 24_ORDERENTRY.cbl의 LoadProducts와 같은 적재/정렬
           MOVE 0 TO Num-Products
           OPEN INPUT Product-File
           IF Prod-Status = '00'
               PERFORM UNTIL Prod-Eof = 'Y'
                   READ Product-File
                       AT END MOVE 'Y' TO Prod-Eof
                       NOT AT END
                           ADD 1 TO Num-Products
                           PERFORM StowProduct
                   END-READ
               END-PERFORM
               CLOSE Product-File
           END-IF
           PERFORM SortProducts.

       StowProduct.
           MOVE PM-ProdName TO ProdName(Num-Products)
           MOVE PM-Size1  TO SizeType(Num-Products, 1)
           MOVE PM-Qty1   TO QtyOnHand(Num-Products, 1)
           MOVE PM-Price1 TO Price(Num-Products, 1)
           MOVE PM-Reord1 TO ReorderPoint(Num-Products, 1)
           MOVE PM-Size2  TO SizeType(Num-Products, 2)
           MOVE PM-Qty2   TO QtyOnHand(Num-Products, 2)
           MOVE PM-Price2 TO Price(Num-Products, 2)
           MOVE PM-Reord2 TO ReorderPoint(Num-Products, 2)
           MOVE PM-Size3  TO SizeType(Num-Products, 3)
           MOVE PM-Qty3   TO QtyOnHand(Num-Products, 3)
           MOVE PM-Price3 TO Price(Num-Products, 3)
           MOVE PM-Reord3 TO ReorderPoint(Num-Products, 3)
           IF PM-Status = 'D'
               MOVE 'D' TO ProdStat(Num-Products)
           ELSE
               MOVE 'A' TO ProdStat(Num-Products)
           END-IF.

       SortProducts.
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > Num-Products - 1
                   SET K TO I
                   SET K UP BY 1
                   IF ProdName(I) > ProdName(K)
                       MOVE Product(I)  TO Hold-Product
                       MOVE Product(K)  TO Product(I)
                       MOVE Hold-Product TO Product(K)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       LoadPrices.
      *> 발효 단가표를 적재한다 - 없으면 마스터 단가
      *> 그대로다
           OPEN INPUT Priceff-File
           IF Priceff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Priceff-Eof = 'Y'
               READ Priceff-File
                   AT END MOVE 'Y' TO Priceff-Eof
                   NOT AT END
                       IF Num-Prices < 150
                           ADD 1 TO Num-Prices
                           MOVE PE-ProdName
                               TO PF-ProdName(Num-Prices)
                           MOVE PE-Size
                               TO PF-Size(Num-Prices)
                           MOVE PE-EffDate
                               TO PF-EffDate(Num-Prices)
                           MOVE PE-Price
                               TO PF-Price(Num-Prices)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Priceff-File.

       FindPrice.
      *> 견적일 이하에서 발효일이 가장 늦은 단가를
      *> 쓴다 - 없으면 마스터 단가다
           MOVE Price(I, Jx) TO Eff-Price
           MOVE 0 TO Best-Date
           PERFORM VARYING Px FROM 1 BY 1
                   UNTIL Px > Num-Prices
               IF PF-ProdName(Px) = In-ProdName
                  AND PF-Size(Px) = In-Size
                  AND PF-EffDate(Px) <= Qt-Date
                  AND PF-EffDate(Px) > Best-Date
                   MOVE PF-EffDate(Px) TO Best-Date
                   MOVE PF-Price(Px)   TO Eff-Price
               END-IF
           END-PERFORM.

       MenuLoop.
           DISPLAY " " UPON TTY
           DISPLAY "N=NEW QUOTE P=REPRINT QUOTE X=END" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'N' WHEN 'n' PERFORM NewQuote
               WHEN 'P' WHEN 'p' PERFORM ReprintQuote
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       NewQuote.
           DISPLAY "Customer no ?" UPON TTY
           ACCEPT In-CustNo-X FROM TTY
           PERFORM CheckCust
           IF Found-Cust = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CustNo         TO Qt-CustNo
           MOVE CT-Disc(Cust-Ix)  TO Qt-Disc
           MOVE Proc-Date         TO Qt-Date
           COMPUTE Qt-Expiry = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Qt-Date) + Valid-Days)
           IF Qt-Disc > 0
               DISPLAY "Customer discount " Qt-Disc "%"
                   UPON TTY
           END-IF
           MOVE 0 TO Qw-Count
           MOVE 'N' TO Entry-Done
           PERFORM GetLine UNTIL Entry-Done = 'Y'
           IF Qw-Count = 0
               DISPLAY "NO LINES - NOTHING QUOTED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM SumQuote
           MOVE Qt-Total TO DF-Amount
           DISPLAY "Quote total " DF-Amount
               "  valid to " Qt-Expiry UPON TTY
           DISPLAY "Issue quote (Y/N) ?" UPON TTY
           ACCEPT Choice FROM TTY
           IF Choice NOT = 'Y' AND Choice NOT = 'y'
               DISPLAY "Quote discarded" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetQuoteSeq
           ADD 1 TO Qt-No
           PERFORM SaveQuoteSeq
           PERFORM WriteQuote
           IF Quote-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'O' TO Qt-Status
           PERFORM PrintQuote
           ADD 1 TO Quotes-Ctr
           DISPLAY "Quote " Qt-No " issued" UPON TTY
           MOVE SPACES TO AL-Event
           STRING "견적발행 " DELIMITED BY SIZE
                  Qt-No      DELIMITED BY SIZE
                  " 고객 "   DELIMITED BY SIZE
                  Qt-CustNo  DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       CheckCust.
           MOVE 'N' TO Found-Cust
           IF FUNCTION TEST-NUMVAL(In-CustNo-X) = 0
               MOVE FUNCTION NUMVAL(In-CustNo-X)
                   TO In-CustNo
               IF Num-Custs > 0
                   SET CUx TO 1
                   SEARCH Cust-Entry
                       AT END
                           DISPLAY "** UNKNOWN CUSTOMER"
                               UPON TTY
                       WHEN CT-CustNo(CUx) = In-CustNo
                           MOVE 'Y' TO Found-Cust
                           SET Cust-Ix TO CUx
                           DISPLAY "Customer : "
                               CT-FName(CUx) UPON TTY
                   END-SEARCH
               END-IF
           ELSE
               DISPLAY "** CUSTOMER NO NOT NUMERIC" UPON TTY
           END-IF.

       GetLine.
      *> 견적 한 줄 - 상품이 공백이면 끝
           IF Qw-Count >= 20
               DISPLAY "20 LINES - QUOTE CLOSED" UPON TTY
               MOVE 'Y' TO Entry-Done
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product (blank=end) ?" UPON TTY
           ACCEPT In-ProdName FROM TTY
           IF In-ProdName = SPACES
               MOVE 'Y' TO Entry-Done
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Found-Prod
           SEARCH ALL Product
               AT END
                   DISPLAY "** PRODUCT NOT FOUND" UPON TTY
               WHEN ProdName(I) = In-ProdName
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
           IF Found-Prod = 'N'
               EXIT PARAGRAPH
           END-IF
           IF ProdStat(I) = 'D'
               DISPLAY "** DISCONTINUED - NOT QUOTED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Size (S/M/L) ?" UPON TTY
           ACCEPT In-Size FROM TTY
           MOVE 0 TO Match-J
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 3
               IF SizeType(I, Jx) = In-Size AND Match-J = 0
                   MOVE Jx TO Match-J
               END-IF
           END-PERFORM
           IF Match-J = 0
               DISPLAY "** SIZE NOT ON FILE" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE Match-J TO Jx
           DISPLAY "Qty ?" UPON TTY
           ACCEPT In-Qty-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Qty-X) NOT = 0
               DISPLAY "** QTY NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Qty-X) TO In-Qty
           IF In-Qty = 0
               DISPLAY "** QTY MUST BE NONZERO" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM FindPrice
           ADD 1 TO Qw-Count
           SET QWx TO Qw-Count
           MOVE In-ProdName TO QW-ProdName(QWx)
           MOVE In-Size     TO QW-Size(QWx)
           MOVE In-Qty      TO QW-Qty(QWx)
           MOVE Eff-Price   TO QW-Price(QWx)
           MOVE Eff-Price   TO Dollar-Price
           DISPLAY "  Price " Dollar-Price UPON TTY.

       SumQuote.
      *> 줄 값 = 견적 단가 * 수량 * (100 - 할인율) / 100
           MOVE 0 TO Qt-Total
           PERFORM VARYING QWx FROM 1 BY 1
                   UNTIL QWx > Qw-Count
               PERFORM PriceQuoteLine
               ADD Line-Value TO Qt-Total
           END-PERFORM.

       PriceQuoteLine.
           COMPUTE Line-Value ROUNDED =
               QW-Price(QWx) * QW-Qty(QWx) * (100 - Qt-Disc) / 100
               ON SIZE ERROR MOVE 0 TO Line-Value
           END-COMPUTE.

       GetQuoteSeq.
           MOVE 0 TO Qt-No
           OPEN INPUT Seq-File
           IF Seq-Status = '00'
               READ Seq-File
                   AT END CONTINUE
                   NOT AT END
                       IF QS-LastQuote IS NUMERIC
                           MOVE QS-LastQuote TO Qt-No
                       END-IF
               END-READ
               CLOSE Seq-File
           END-IF.

       SaveQuoteSeq.
           OPEN OUTPUT Seq-File
           IF Seq-Status = '00'
               MOVE Qt-No TO QS-LastQuote
               WRITE Seq-Record
               CLOSE Seq-File
           END-IF.

       WriteQuote.
      *> 견적 줄을 견적 파일 끝에 붙인다
           OPEN EXTEND Quote-File
           IF Quote-Status NOT = '00'
               OPEN OUTPUT Quote-File
           END-IF
           IF Quote-Status NOT = '00'
               DISPLAY "** QUOTES.DAT OPEN FAILED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QWx FROM 1 BY 1
                   UNTIL QWx > Qw-Count
               MOVE SPACES TO Quote-Record
               MOVE Qt-No            TO QF-QuoteNo
               MOVE Qt-CustNo        TO QF-CustNo
               MOVE Qt-Date          TO QF-Date
               MOVE Qt-Expiry        TO QF-Expiry
               MOVE QW-ProdName(QWx) TO QF-ProdName
               MOVE QW-Size(QWx)     TO QF-Size
               MOVE QW-Qty(QWx)      TO QF-Qty
               MOVE QW-Price(QWx)    TO QF-Price
               MOVE Qt-Disc          TO QF-Disc
               MOVE 'O'              TO QF-Status
               MOVE 0                TO QF-ConvDate
               WRITE Quote-Record
           END-PERFORM
           CLOSE Quote-File.

       ReprintQuote.
      *> 견적 파일에서 그 번호의 줄을 모아 다시 찍는다 -
      *> 단가와 할인율은 견적 때 굳힌 그대로다
           DISPLAY "Quote no ?" UPON TTY
           ACCEPT In-QuoteNo-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-QuoteNo-X) NOT = 0
               DISPLAY "** QUOTE NO NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-QuoteNo-X) TO Qt-No
           MOVE 0 TO Qw-Count
           MOVE 'N' TO Quote-Eof
           OPEN INPUT Quote-File
           IF Quote-Status NOT = '00'
               DISPLAY "** NO QUOTES ON FILE" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Quote-Eof = 'Y'
               READ Quote-File
                   AT END MOVE 'Y' TO Quote-Eof
                   NOT AT END
                       IF QF-QuoteNo = Qt-No AND Qw-Count < 20
                           PERFORM StowQuoteLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Quote-File
           IF Qw-Count = 0
               DISPLAY "** QUOTE NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Cust-Ix
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = Qt-CustNo
                       SET Cust-Ix TO CUx
               END-SEARCH
           END-IF
           PERFORM SumQuote
           PERFORM PrintQuote
           DISPLAY "Quote " Qt-No " reprinted" UPON TTY.

       StowQuoteLine.
           ADD 1 TO Qw-Count
           SET QWx TO Qw-Count
           MOVE QF-CustNo   TO Qt-CustNo
           MOVE QF-Date     TO Qt-Date
           MOVE QF-Expiry   TO Qt-Expiry
           MOVE QF-Disc     TO Qt-Disc
           MOVE QF-Status   TO Qt-Status
           MOVE QF-ProdName TO QW-ProdName(QWx)
           MOVE QF-Size     TO QW-Size(QWx)
           MOVE QF-Qty      TO QW-Qty(QWx)
           MOVE QF-Price    TO QW-Price(QWx).

       PrintQuote.
      *> 견적서 한 장 - 머리, 고객, 줄, 합계, 유효기한 안내
           MOVE SPACES TO Doc-Line
           WRITE Doc-Line
           MOVE Qt-No     TO DH-QuoteNo
           MOVE Qt-Date   TO DH-Date
           MOVE Qt-Expiry TO DH-Expiry
           MOVE Doc-Head TO Doc-Line
           WRITE Doc-Line
           MOVE Qt-CustNo TO DC-CustNo
           MOVE SPACES TO DC-Name
           IF Cust-Ix > 0
               STRING CT-FName(Cust-Ix) DELIMITED BY '  '
                      " "               DELIMITED BY SIZE
                      CT-LName(Cust-Ix) DELIMITED BY '  '
                      INTO DC-Name
           END-IF
           MOVE Qt-Disc TO DC-Disc
           MOVE Doc-Cust TO Doc-Line
           WRITE Doc-Line
           MOVE "  PRODUCT     SZ QTY UNIT PRICE       AMOUNT"
               TO Doc-Line
           WRITE Doc-Line
           PERFORM VARYING QWx FROM 1 BY 1
                   UNTIL QWx > Qw-Count
               PERFORM PriceQuoteLine
               MOVE QW-ProdName(QWx) TO DD-ProdName
               MOVE QW-Size(QWx)     TO DD-Size
               MOVE QW-Qty(QWx)      TO DD-Qty
               MOVE QW-Price(QWx)    TO DD-Price
               MOVE Line-Value       TO DD-Amount
               MOVE Doc-Detail TO Doc-Line
               WRITE Doc-Line
           END-PERFORM
           MOVE Qt-Total TO DF-Amount
           MOVE Doc-Foot TO Doc-Line
           WRITE Doc-Line
           MOVE SPACES TO Doc-Line
           STRING "PRICES HELD UNTIL " DELIMITED BY SIZE
                  Qt-Expiry            DELIMITED BY SIZE
                  " - QUOTE THIS NUMBER WHEN ORDERING"
                                       DELIMITED BY SIZE
                  INTO Doc-Line
           WRITE Doc-Line
           IF Qt-Status = 'C'
               MOVE "** CONVERTED TO ORDER **" TO Doc-Line
               WRITE Doc-Line
           END-IF
           ADD 1 TO Printed-Ctr.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       CheckLock.
      *> 야간 체인이 잠금을 잡고 있으면 물러난다
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               MOVE 'Y' TO Lock-Held
           END-IF.

       END PROGRAM QUOTENT.
