      *> 현재 재고를 보여 준다. 통과한 줄만 ORDTRANS.DAT
      *> 에 덧붙여 다음 ORDENTRY 배치가 읽게 한다.
      *> 고객 번호를 빈칸으로 두면 입력을 끝낸다.
      *> 'Q'는 고객이 받아들인 견적(QUOTENT, QUOTES.DAT)을
      *> 유효기한 안에서 견적 단가/할인율 그대로 주문 줄로
      *> 바꾸고 그 견적을 전환됨으로 표시한다.
      *> 세트 코드(KITDEF.DAT)는 사이즈 없이 세트 단가로
      *> 받고, ORDENTRY가 구성품으로 풀어 피킹한다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT Hold-File ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
      *> 고객 견적 파일 - 'Q'로 견적을 주문으로 바꾼다
           SELECT Quote-File ASSIGN TO "QUOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-Status.
      *> 세트 상품 정의 - 세트 코드는 사이즈 없이 받는다
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 마스터를 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
           02 OT-CustFName  PIC X(15).
           02 OT-CustLName  PIC X(15).
           02 OT-CustNo     PIC 9(5).
      *> 견적 전환 줄 - 견적 번호와 견적 때 굳힌 단가/
      *> 할인율(QUOTE), 일반 주문 줄은 빈칸
           02 OT-Quote.
               03 OT-QuoteNo    PIC 9(6).
               03 OT-QPrice     PIC 9(5)V99.
               03 OT-QDisc      PIC 9(2).
      *> 고객 발주서 번호(POINTAKE 전자 주문) - 청구서까지
      *> 따라간다, 그 밖의 줄은 빈칸
           02 OT-CustPO     PIC X(15).

       FD  Customer-File.
       01  Customer-Record.
           02 FILLER        PIC X.
           02 HD-Expiry     PIC 9(12).

       FD  Quote-File.
       01  Quote-Record.
           02 QF-QuoteNo    PIC 9(6).
           02 FILLER        PIC X.
           02 QF-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 QF-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 QF-Expiry     PIC 9(8).
           02 FILLER        PIC X.
           02 QF-ProdName   PIC X(10).
           02 QF-Size       PIC A.
           02 FILLER        PIC X.
           02 QF-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 QF-Price      PIC 9(5)V99.
           02 FILLER        PIC X.
           02 QF-Disc       PIC 9(2).
           02 FILLER        PIC X.
           02 QF-Status     PIC X.
           02 FILLER        PIC X.
           02 QF-ConvDate   PIC 9(8).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Reord3   PIC 9(5).
           02 PM-Price3   PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - SHIPRUN 운임 계산용,
      *> 옛 행은 빈칸(무게 모름)
           02 PM-Weights.
               03 PM-Wgt1     PIC 9(3)V99.
               03 PM-Wgt2     PIC 9(3)V99.
               03 PM-Wgt3     PIC 9(3)V99.
      *> 사이즈별 ABC 등급(A/B/C) - ABCCLASS가 월말에
      *> 매기고 실사 주기를 정한다, 옛 행은 빈칸
           02 PM-Classes.
               03 PM-Cls1     PIC X.
               03 PM-Cls2     PIC X.
               03 PM-Cls3     PIC X.

       FD  Kit-File.
      *> 'K' = 세트 머리(단가/설명), 'C' = 구성품 한 줄
       01  Kit-Record.
           02 KF-Type       PIC X.
           02 FILLER        PIC X.
           02 KF-KitCode    PIC X(10).
           02 FILLER        PIC X.
           02 KF-Data       PIC X(30).
           02 KF-Head REDEFINES KF-Data.
               03 KF-Price      PIC 9(5)V99.
               03 FILLER        PIC X.
               03 KF-Desc       PIC X(20).
               03 FILLER        PIC X(2).
           02 KF-Comp REDEFINES KF-Data.
               03 KF-CompName   PIC X(10).
               03 KF-CompSize   PIC A.
               03 FILLER        PIC X.
               03 KF-CompQty    PIC 9(3).
               03 FILLER        PIC X(15).

       FD  Lock-File.
       01  Lock-Record           PIC X(14).
               03 HL-Qty      PIC 9(3).
               03 HL-Expiry   PIC 9(12).
       77 Hx           PIC 9(3) VALUE 0.
      *> 견적 전환 작업영역
       77 Quote-Status PIC XX.
       77 Quote-Eof    PIC X VALUE 'N'.
       77 In-Quote-X   PIC X(6).
       77 In-Quote     PIC 9(6) VALUE 0.
       77 Quote-Lines  PIC 9(3) VALUE 0.
       77 Quote-Open   PIC 9(3) VALUE 0.
       77 Quote-Exp    PIC 9(8) VALUE 0.
       77 Choice       PIC X VALUE SPACE.
       77 Bz-Op        PIC X(3) VALUE SPACES.
       77 Bz-Flag      PIC X VALUE SPACE.
       77 Proc-Date    PIC 9(8) VALUE 0.
       77 Num-Quotes   PIC 9(4) VALUE 0.
       77 Quote-Over   PIC X VALUE 'N'.
       01 QuoteTable.
           02 Quote-Row OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Num-Quotes
                        INDEXED BY QTx.
               03 QL-Line     PIC X(69).
               03 QL-Fields REDEFINES QL-Line.
                   04 QL-QuoteNo  PIC 9(6).
                   04 FILLER      PIC X.
                   04 QL-CustNo   PIC 9(5).
                   04 FILLER      PIC X(10).
                   04 QL-Expiry   PIC 9(8).
                   04 FILLER      PIC X.
                   04 QL-ProdName PIC X(10).
                   04 QL-Size     PIC A.
                   04 FILLER      PIC X.
                   04 QL-Qty      PIC 9(3).
                   04 FILLER      PIC X.
                   04 QL-Price    PIC 9(5)V99.
                   04 FILLER      PIC X.
                   04 QL-Disc     PIC 9(2).
                   04 FILLER      PIC X.
                   04 QL-Status   PIC X.
                   04 FILLER      PIC X.
                   04 QL-ConvDate PIC 9(8).
      *> 세트 표 (24_ORDERENTRY.cbl과 같은 모양)
       77 Kit-Status   PIC XX.
       77 Kit-Eof      PIC X VALUE 'N'.
       77 Kit-Found    PIC X VALUE 'N'.
       77 Kit-Name     PIC X(10) VALUE SPACES.
       77 Part-Need    PIC 9(6) VALUE 0.
       77 Part-Short   PIC X VALUE 'N'.
       77 Num-Kits     PIC 9(3) VALUE 0.
       01 KitTable.
           02 Kit-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON Num-Kits
                        INDEXED BY KTx.
               03 KT-KitCode  PIC X(10).
               03 KT-Price    PIC 9(5)V99.
               03 KT-Desc     PIC X(20).
               03 KT-Parts    PIC 9(2).
               03 KT-Part OCCURS 10 TIMES INDEXED BY KPx.
                   04 KT-CompName PIC X(10).
                   04 KT-CompSize PIC A.
                   04 KT-CompQty  PIC 9(3).
      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
       77 Ct-Name        PIC X(14) VALUE SPACES.
       77 Ct-Result      PIC X VALUE SPACE.
       77 Pre-Eof        PIC X VALUE 'N'.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM CheckLock
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "ORDCAPT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCustomers.
           PERFORM LoadProducts.
           PERFORM LoadKits.
           OPEN EXTEND Order-File
           IF Order-Status NOT = '00'
               OPEN OUTPUT Order-File

       CaptureLoop.
           DISPLAY " " UPON TTY
           DISPLAY "Customer no (blank=end, R=hold, Q=quote) ?"
               UPON TTY
           ACCEPT In-CustNo-X FROM TTY
           IF In-CustNo-X = SPACES
               MOVE 'Y' TO Done-Flag
           ELSE
               EVALUATE In-CustNo-X
                   WHEN 'R' WHEN 'r'
                       PERFORM ConvertHold
                   WHEN 'Q' WHEN 'q'
                       PERFORM ConvertQuote
                   WHEN OTHER
                       PERFORM CheckCust
                       IF Found-Cust = 'Y'
                           PERFORM GetProduct
                       END-IF
               END-EVALUATE
           END-IF.

       ConvertHold.
           END-PERFORM
           CLOSE Hold-File.

       ConvertQuote.
      *> 고객이 받아들인 견적을 주문 줄로 바꾼다 - 미결이고
      *> 유효기한(처리일 기준) 안인 견적만 되며, 줄마다
      *> 견적 단가/할인율을 실어 ORDENTRY가 그대로 매긴다
           PERFORM LoadQuotes
           IF Num-Quotes = 0
               DISPLAY "** NO QUOTES ON FILE" UPON TTY
               EXIT PARAGRAPH
           END-IF
      *> 표에 다 싣지 못하면 다시 쓸 때 줄을 잃는다
           IF Quote-Over = 'Y'
               DISPLAY "** QUOTES.DAT OVER 2000 LINES"
                   " - CANNOT CONVERT" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Quote no ?" UPON TTY
           ACCEPT In-Quote-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Quote-X) NOT = 0
               DISPLAY "** QUOTE NO NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Quote-X) TO In-Quote
           MOVE 0 TO Quote-Lines Quote-Open Quote-Exp
           PERFORM VARYING QTx FROM 1 BY 1
                   UNTIL QTx > Num-Quotes
               IF QL-QuoteNo(QTx) = In-Quote
                   ADD 1 TO Quote-Lines
                   IF QL-Status(QTx) = 'O'
                       ADD 1 TO Quote-Open
                   END-IF
                   MOVE QL-Expiry(QTx) TO Quote-Exp
               END-IF
           END-PERFORM
           IF Quote-Lines = 0
               DISPLAY "** QUOTE NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Quote-Open = 0
               DISPLAY "** QUOTE ALREADY CONVERTED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Quote-Exp < Proc-Date
               DISPLAY "** QUOTE EXPIRED " Quote-Exp
                   " - REQUOTE AT CURRENT PRICES" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Convert " Quote-Open " line(s) of quote "
               In-Quote " (Y/N) ?" UPON TTY
           ACCEPT Choice FROM TTY
           IF Choice NOT = 'Y' AND Choice NOT = 'y'
               DISPLAY "Not converted" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QTx FROM 1 BY 1
                   UNTIL QTx > Num-Quotes
               IF QL-QuoteNo(QTx) = In-Quote
                  AND QL-Status(QTx) = 'O'
                   PERFORM WriteQuoteOrder
                   MOVE 'C'       TO QL-Status(QTx)
                   MOVE Proc-Date TO QL-ConvDate(QTx)
               END-IF
           END-PERFORM
           PERFORM SaveQuotes
           DISPLAY "Quote converted" UPON TTY.

       WriteQuoteOrder.
           MOVE SPACES TO Order-Record
           MOVE QL-ProdName(QTx) TO OT-ProdName
           MOVE QL-Size(QTx)     TO OT-Size
           MOVE QL-Qty(QTx)      TO OT-Qty
           MOVE QL-CustNo(QTx)   TO OT-CustNo
           MOVE In-Quote         TO OT-QuoteNo
           MOVE QL-Price(QTx)    TO OT-QPrice
           MOVE QL-Disc(QTx)     TO OT-QDisc
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = QL-CustNo(QTx)
                       MOVE CT-FName(CUx) TO OT-CustFName
                       MOVE CT-LName(CUx) TO OT-CustLName
               END-SEARCH
           END-IF
           WRITE Order-Record
           ADD 1 TO Lines-Ctr.

       LoadQuotes.
      *> 견적 파일 전체를 줄 그대로 적재한다 - 전환 표시만
      *> 바꿔 다시 쓴다
           MOVE 0 TO Num-Quotes
           MOVE 'N' TO Quote-Eof
           MOVE 'N' TO Quote-Over
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           OPEN INPUT Quote-File
           IF Quote-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Quote-Eof = 'Y'
               READ Quote-File
                   AT END MOVE 'Y' TO Quote-Eof
                   NOT AT END
                       IF Num-Quotes < 2000
                           ADD 1 TO Num-Quotes
                           MOVE Quote-Record
                               TO QL-Line(Num-Quotes)
                       ELSE
                           MOVE 'Y' TO Quote-Over
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Quote-File.

       SaveQuotes.
           OPEN OUTPUT Quote-File
           IF Quote-Status NOT = '00'
               DISPLAY "** QUOTES WRITE-BACK FAILED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING QTx FROM 1 BY 1
                   UNTIL QTx > Num-Quotes
               MOVE QL-Line(QTx) TO Quote-Record
               WRITE Quote-Record
           END-PERFORM
           CLOSE Quote-File.

       CheckCust.
           MOVE 'N' TO Found-Cust
           IF FUNCTION TEST-NUMVAL(In-CustNo-X) = 0
           MOVE 'N' TO Found-Prod
           SEARCH ALL Product
               AT END
                   CONTINUE
               WHEN ProdName(I) = In-ProdName
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
      *> 상품이 아니면 세트 코드인지 본다 - 구성품이 없는
      *> 세트는 세트로 치지 않는다
           IF Found-Prod = 'N'
               MOVE In-ProdName TO Kit-Name
               PERFORM FindKitCode
               IF Kit-Found = 'Y' AND KT-Parts(KTx) > 0
                   PERFORM GetKitQty
               ELSE
                   DISPLAY "** PRODUCT NOT FOUND" UPON TTY
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Found-Prod = 'Y'
               IF ProdStat(I) = 'D'
                   DISPLAY "** DISCONTINUED - NO NEW ORDERS"
               DISPLAY "** QTY NOT NUMERIC" UPON TTY
           END-IF.

       GetKitQty.
      *> 세트는 사이즈 없이 세트 단가(순가)로 받는다 -
      *> 구성품마다 필요량을 현재고와 견줘 알려 준다
           MOVE KT-Price(KTx) TO Dollar-Price
           DISPLAY "Kit " KT-Desc(KTx) " price " Dollar-Price
               UPON TTY
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
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx)
               COMPUTE Part-Need =
                   KT-CompQty(KTx, KPx) * In-Qty
               IF Part-Need > 999
                   DISPLAY "** KIT QTY TOO LARGE" UPON TTY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx)
               PERFORM CheckKitPart
           END-PERFORM
           MOVE SPACE TO In-Size
           PERFORM WriteOrder.

       CheckKitPart.
           COMPUTE Part-Need = KT-CompQty(KTx, KPx) * In-Qty
           MOVE 'Y' TO Part-Short
           SEARCH ALL Product
               AT END CONTINUE
               WHEN ProdName(I) = KT-CompName(KTx, KPx)
                   PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 3
                       IF SizeType(I, Jx) = KT-CompSize(KTx, KPx)
                          AND QtyOnHand(I, Jx) >= Part-Need
                           MOVE 'N' TO Part-Short
                       END-IF
                   END-PERFORM
           END-SEARCH
           IF Part-Short = 'Y'
               DISPLAY "** NOTE: PART " KT-CompName(KTx, KPx)
                   " " KT-CompSize(KTx, KPx)
                   " EXCEEDS ON-HAND" UPON TTY
           END-IF.

       LoadKits.
      *> 24_ORDERENTRY.cbl의 LoadKits와 같은 적재
           OPEN INPUT Kit-File
           IF Kit-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Kit-Eof = 'Y'
               READ Kit-File
                   AT END MOVE 'Y' TO Kit-Eof
                   NOT AT END
                       EVALUATE KF-Type
                           WHEN 'K'
                               PERFORM StowKit
                           WHEN 'C'
                               PERFORM StowKitPart
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE Kit-File.

       StowKit.
           IF Num-Kits >= 50 OR KF-Price NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Num-Kits
           MOVE KF-KitCode TO KT-KitCode(Num-Kits)
           MOVE KF-Price   TO KT-Price(Num-Kits)
           MOVE KF-Desc    TO KT-Desc(Num-Kits)
           MOVE 0          TO KT-Parts(Num-Kits).

       StowKitPart.
           MOVE KF-KitCode TO Kit-Name
           PERFORM FindKitCode
           IF Kit-Found = 'N' OR KF-CompQty NOT NUMERIC
              OR KF-CompQty = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx)
               IF KT-CompName(KTx, KPx) = KF-CompName
                  AND KT-CompSize(KTx, KPx) = KF-CompSize
                   ADD KF-CompQty TO KT-CompQty(KTx, KPx)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF KT-Parts(KTx) >= 10
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KT-Parts(KTx)
           SET KPx TO KT-Parts(KTx)
           MOVE KF-CompName TO KT-CompName(KTx, KPx)
           MOVE KF-CompSize TO KT-CompSize(KTx, KPx)
           MOVE KF-CompQty  TO KT-CompQty(KTx, KPx).

       FindKitCode.
           MOVE 'N' TO Kit-Found
           IF Num-Kits = 0
               EXIT PARAGRAPH
           END-IF
           SET KTx TO 1
           SEARCH Kit-Entry
               AT END CONTINUE
               WHEN KT-KitCode(KTx) = Kit-Name
                   MOVE 'Y' TO Kit-Found
           END-SEARCH.

       WriteOrder.
           MOVE SPACES TO Order-Record
           MOVE In-ProdName        TO OT-ProdName
