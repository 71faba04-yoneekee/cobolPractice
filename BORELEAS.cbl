           SELECT Notice-File ASSIGN TO "BONOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Notice-Status.
      *> 세트 상품 정의 - 세트 백오더는 구성품으로
      *> 풀어 통째로만 내린다
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
      *> 우선 피킹 창고 (ORDENTRY와 같은 한 줄 파일) -
      *> 판매 이력의 출고 창고로 남긴다
           SELECT WhsePref-File ASSIGN TO "WHSEPREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WhsePref-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Product-File.
           02 PM-Price3   PIC 9(5)V99.
      *> 'A' = 판매 중, 'D' = 단종 (이력 보존용)
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
      *> 직송 품목 - 'Y'면 재고 없이 기본 공급처가 고객
      *> 에게 바로 보낸다(ORDENTRY가 발주로 돌림), 옛
      *> 행은 빈칸
           02 PM-Supply.
               03 PM-DropShip PIC X.
               03 PM-Vendor   PIC X(5).
      *> 상품군 - 영업 수수료율을 가르는 묶음(PRODMNT
      *> G), 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  BackOrd-File.
       01  BackOrd-Record.
           02 BO-CustFName  PIC X(15).
           02 BO-CustLName  PIC X(15).
           02 BO-CustNo     PIC 9(5).
      *> 견적 전환 줄이면 견적 번호와 견적 단가/할인율
           02 BO-Quote.
               03 BO-QuoteNo    PIC 9(6).
               03 BO-QPrice     PIC 9(5)V99.
               03 BO-QDisc      PIC 9(2).
      *> 고객 발주서 번호 - 해제 피킹 줄로 넘긴다
           02 BO-CustPO     PIC X(15).

       FD  BoPick-File.
       01  BoPick-Record.
           02 BP-Status     PIC X(15).
           02 BP-LineTotal  PIC 9(7)V99.
           02 BP-CustNo     PIC 9(5).
      *> 피킹 리스트 배치의 위치/단가/로트 자리(빈칸)
           02 FILLER        PIC X(26).
           02 BP-CustPO     PIC X(15).

       FD  OrdHist-File.
       01  OrdHist-Record.
           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Whse       PIC X(2).

       FD  OrdCtl-File.
       01  OrdCtl-Record.
           02 FILLER        PIC X      VALUE SPACE.
           02 NT-AgeDays    PIC 9(5).

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

       FD  WhsePref-File.
       01  WhsePref-Record.
           02 WP-Whse       PIC X(2).

       FD  Journal-File.
       01  Journal-Record.
           02 JN-ProdName   PIC X(10).
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp PIC X(6).
               03 ProdGrp  PIC X(3).
       77 Num-Products PIC 9(3) VALUE 0.
       77 Prod-Status  PIC XX.
       77 Prod-Eof     PIC X VALUE 'N'.
               03 Hold-ReorderPoint PIC 9(5).
               03 Hold-Price        PIC 9(5)V99.
           02 Hold-ProdStat PIC X.
           02 Hold-ProdWgts PIC X(15).
           02 Hold-ProdCls  PIC X(3).
           02 Hold-ProdSupp PIC X(6).
           02 Hold-ProdGrp  PIC X(3).
       77 Sort-Swapped PIC X VALUE 'N'.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
               03 BT-CustFName  PIC X(15).
               03 BT-CustLName  PIC X(15).
               03 BT-CustNo     PIC 9(5).
               03 BT-QuoteNo    PIC 9(6).
               03 BT-QPrice     PIC 9(5)V99.
               03 BT-QDisc      PIC 9(2).
               03 BT-CustPO     PIC X(15).
               03 BT-Released   PIC X.
               *> 안분 모드에서 키 그룹 처리 여부
               03 BT-Done       PIC X.
       77 OrdCtl-Status  PIC XX.
       77 Released-Total PIC 9(9)V99 VALUE 0.
       77 SaleHist-Status PIC XX.
       77 WhsePref-Status PIC XX.
       77 Pref-Whse      PIC X(2) VALUE '01'.
       77 Found-Prod     PIC X VALUE 'N'.
       77 Found-Size     PIC X VALUE 'N'.
       77 Match-J        PIC 9 VALUE 0.
      *> 다 돌고 나면 바깥 VARYING의 자리로 되돌린다
       77 Save-Ix        PIC 9(3) VALUE 0.

      *> 세트 표 (24_ORDERENTRY.cbl과 같은 모양)
       77 Kit-Status     PIC XX.
       77 Kit-Eof        PIC X VALUE 'N'.
       77 Kit-Found      PIC X VALUE 'N'.
       77 Kit-Ok         PIC X VALUE 'N'.
       77 Kit-Name       PIC X(10) VALUE SPACES.
       77 Part-Need      PIC 9(6) VALUE 0.
       77 Num-Kits       PIC 9(3) VALUE 0.
       01 KitTable.
           02 Kit-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON Num-Kits
                        INDEXED BY KTx.
               03 KT-KitCode  PIC X(10).
               03 KT-Price    PIC 9(5)V99.
               03 KT-Parts    PIC 9(2).
               03 KT-Part OCCURS 10 TIMES INDEXED BY KPx.
                   04 KT-CompName PIC X(10).
                   04 KT-CompSize PIC A.
                   04 KT-CompQty  PIC 9(3).

       PROCEDURE DIVISION.
       SiJak.
           DISPLAY 1 UPON ARGUMENT-NUMBER
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           PERFORM LoadProducts.
           PERFORM LoadBackOrds.
           PERFORM LoadKits.
           PERFORM LoadPref.
           IF Bo-Count = 0
               DISPLAY "No backorders waiting"
      *> 청구(BILLING)가 매일 읽으므로 어제의 해제 줄이
           MOVE PM-Size3  TO SizeType(Num-Products, 3)
           MOVE PM-Qty3   TO QtyOnHand(Num-Products, 3)
           MOVE PM-Price3 TO Price(Num-Products, 3)
           MOVE PM-Weights TO ProdWgts(Num-Products)
           MOVE PM-Classes TO ProdCls(Num-Products)
           MOVE PM-Supply  TO ProdSupp(Num-Products)
           MOVE PM-Group   TO ProdGrp(Num-Products)
           MOVE PM-Reord3 TO ReorderPoint(Num-Products, 3)
           IF PM-Status = 'D'
               MOVE 'D' TO ProdStat(Num-Products)
                                   TO BT-CustLName(Bo-Count)
                               MOVE BO-CustNo
                                   TO BT-CustNo(Bo-Count)
                               PERFORM StowQuote
                               MOVE BO-CustPO
                                   TO BT-CustPO(Bo-Count)
                               MOVE 'N'
                                   TO BT-Released(Bo-Count)
                               MOVE 'N'
               CLOSE BackOrd-File
           END-IF.

       StowQuote.
      *> 견적 필드가 빈 옛 줄/일반 줄은 견적 없음(0)
           IF BO-QuoteNo IS NUMERIC AND BO-QuoteNo > 0
              AND BO-QPrice IS NUMERIC
              AND BO-QDisc IS NUMERIC
               MOVE BO-QuoteNo TO BT-QuoteNo(Bo-Count)
               MOVE BO-QPrice  TO BT-QPrice(Bo-Count)
               MOVE BO-QDisc   TO BT-QDisc(Bo-Count)
           ELSE
               MOVE 0 TO BT-QuoteNo(Bo-Count)
               MOVE 0 TO BT-QPrice(Bo-Count)
               MOVE 0 TO BT-QDisc(Bo-Count)
           END-IF.

       OpenOutputs.
           OPEN OUTPUT BoPick-File
           OPEN OUTPUT Rel-File
           IF BT-Done(BOx) = 'Y'
               EXIT PARAGRAPH
           END-IF
      *> 세트는 나눠 풀 수 없으므로 오래된 순서대로 통째로
           IF BT-Size(BOx) = SPACE
               PERFORM FindKit
               IF Kit-Found = 'Y'
                   MOVE 'Y' TO BT-Done(BOx)
                   PERFORM ReleaseKit
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET Save-Ix TO BOx
           MOVE 0 TO Tot-Demand
           PERFORM VARYING Kx FROM 1 BY 1

       ReleaseOne.
      *> 백오더 한 건을 보충된 재고와 다시 대응시킨다
           IF BT-Size(BOx) = SPACE
               PERFORM FindKit
               IF Kit-Found = 'Y'
                   PERFORM ReleaseKit
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO Found-Prod
           MOVE 'N' TO Found-Size
           SEARCH ALL Product
           MOVE BT-CustFName(BOx) TO BP-CustFName
           MOVE BT-CustLName(BOx) TO BP-CustLName
           MOVE BT-CustNo(BOx)    TO BP-CustNo
           MOVE BT-CustPO(BOx)    TO BP-CustPO
           MOVE 'PICKED'          TO BP-Status
      *> 견적 전환 줄은 견적 단가와 할인율로 매긴다
           IF BT-QuoteNo(BOx) > 0
               COMPUTE BP-LineTotal ROUNDED =
                   BT-QPrice(BOx) * Rel-Qty
                   * (100 - BT-QDisc(BOx)) / 100
           ELSE
               COMPUTE BP-LineTotal ROUNDED =
                   Price(I, J) * Rel-Qty
           END-IF
           ADD BP-LineTotal TO Released-Total
           WRITE BoPick-Record
      *> 해제된 피킹을 고객 이력과 판매 이력에 올린다
               MOVE BT-Size(BOx)     TO SH-Size
               MOVE Rel-Qty          TO SH-Qty
               MOVE BP-LineTotal     TO SH-Revenue
               MOVE Pref-Whse        TO SH-Whse
               WRITE SaleHist-Record
           END-IF
           IF Journal-Status = '00'
                  INTO Rel-Line
           WRITE Rel-Line.

       ReleaseKit.
      *> 세트 백오더는 통째로만 푼다 - 구성품 전부가 있으면
      *> 한꺼번에 내리고, 하나라도 모자라면 그대로 대기다.
      *> 구성품은 값 0의 'KIT PART' 줄, 청구는 세트 줄이다
           MOVE 'Y' TO Kit-Ok
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx) OR Kit-Ok = 'N'
               PERFORM FindKitPart
               IF Found-Size = 'N'
                   MOVE 'N' TO Kit-Ok
               ELSE
                   IF QtyOnHand(I, J) < Part-Need
                       MOVE 'N' TO Kit-Ok
                   END-IF
               END-IF
           END-PERFORM
           IF Kit-Ok = 'N'
               PERFORM StillWaiting
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx)
               PERFORM FindKitPart
               PERFORM IssueKitPart
           END-PERFORM
           ADD 1 TO Released-Ctr
           MOVE SPACES TO BoPick-Record
           MOVE BT-ProdName(BOx)  TO BP-ProdName
           MOVE SPACE             TO BP-Size
           MOVE BT-Qty(BOx)       TO BP-Qty
           MOVE BT-CustFName(BOx) TO BP-CustFName
           MOVE BT-CustLName(BOx) TO BP-CustLName
           MOVE BT-CustNo(BOx)    TO BP-CustNo
           MOVE BT-CustPO(BOx)    TO BP-CustPO
           MOVE 'PICKED'          TO BP-Status
           COMPUTE BP-LineTotal ROUNDED =
               KT-Price(KTx) * BT-Qty(BOx)
           ADD BP-LineTotal TO Released-Total
           WRITE BoPick-Record
           IF OrdHist-Status = '00'
               MOVE SPACES TO OrdHist-Record
               MOVE FUNCTION CURRENT-DATE(1:8) TO OH-Date
               MOVE BT-CustNo(BOx)   TO OH-CustNo
               MOVE BT-ProdName(BOx) TO OH-ProdName
               MOVE SPACE            TO OH-Size
               MOVE BT-Qty(BOx)      TO OH-Qty
               MOVE BP-LineTotal     TO OH-LineTotal
               WRITE OrdHist-Record
           END-IF
           IF SaleHist-Status = '00'
               MOVE SPACES TO SaleHist-Record
               MOVE FUNCTION CURRENT-DATE(1:8) TO SH-Date
               MOVE BT-ProdName(BOx) TO SH-ProdName
               MOVE SPACE            TO SH-Size
               MOVE BT-Qty(BOx)      TO SH-Qty
               MOVE BP-LineTotal     TO SH-Revenue
               MOVE Pref-Whse        TO SH-Whse
               WRITE SaleHist-Record
           END-IF
           MOVE SPACES TO Rel-Line
           STRING "RELEASED KIT " DELIMITED BY SIZE
                  BT-ProdName(BOx) DELIMITED BY SIZE
                  " QTY "     DELIMITED BY SIZE
                  BT-Qty(BOx) DELIMITED BY SIZE
                  INTO Rel-Line
           WRITE Rel-Line
           MOVE 'Y' TO BT-Released(BOx).

       IssueKitPart.
      *> 구성품 하나 - 차감과 저널, 'KIT PART' 줄과
      *> 판매 이력 사용분(매출 0)
           MOVE QtyOnHand(I, J) TO Qty-Before
           SUBTRACT Part-Need FROM QtyOnHand(I, J)
           MOVE SPACES TO BoPick-Record
           MOVE ProdName(I)       TO BP-ProdName
           MOVE SizeType(I, J)    TO BP-Size
           MOVE Part-Need         TO BP-Qty
           MOVE BT-CustFName(BOx) TO BP-CustFName
           MOVE BT-CustLName(BOx) TO BP-CustLName
           MOVE BT-CustNo(BOx)    TO BP-CustNo
           MOVE BT-CustPO(BOx)    TO BP-CustPO
           MOVE 'KIT PART'        TO BP-Status
           MOVE 0                 TO BP-LineTotal
           WRITE BoPick-Record
           IF SaleHist-Status = '00'
               MOVE SPACES TO SaleHist-Record
               MOVE FUNCTION CURRENT-DATE(1:8) TO SH-Date
               MOVE ProdName(I)      TO SH-ProdName
               MOVE SizeType(I, J)   TO SH-Size
               MOVE Part-Need        TO SH-Qty
               MOVE 0                TO SH-Revenue
               MOVE Pref-Whse        TO SH-Whse
               WRITE SaleHist-Record
           END-IF
           IF Journal-Status = '00'
               MOVE SPACES TO Journal-Record
               MOVE ProdName(I)      TO JN-ProdName
               MOVE SizeType(I, J)   TO JN-Size
               MOVE Qty-Before       TO JN-Before
               MOVE QtyOnHand(I, J)  TO JN-After
               MOVE BT-Seq(BOx)      TO JN-OrderRef
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO JN-Date
               WRITE Journal-Record
           END-IF
           MOVE SPACES TO Rel-Line
           STRING "  KIT PART " DELIMITED BY SIZE
                  ProdName(I) DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  SizeType(I, J) DELIMITED BY SIZE
                  " QTY "     DELIMITED BY SIZE
                  Part-Need(4:3) DELIMITED BY SIZE
                  INTO Rel-Line
           WRITE Rel-Line.

       FindKitPart.
      *> 구성품의 상품/사이즈(I, J)와 필요량을 찾는다
           COMPUTE Part-Need = KT-CompQty(KTx, KPx) * BT-Qty(BOx)
           MOVE 'N' TO Found-Prod
           MOVE 'N' TO Found-Size
           IF Part-Need > 999
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL Product
               AT END CONTINUE
               WHEN ProdName(I) = KT-CompName(KTx, KPx)
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
           IF Found-Prod = 'Y'
               MOVE 0 TO Match-J
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                       OR Found-Size = 'Y'
                   IF SizeType(I, J) = KT-CompSize(KTx, KPx)
                       MOVE 'Y' TO Found-Size
                       MOVE J TO Match-J
                   END-IF
               END-PERFORM
               IF Found-Size = 'Y'
                   MOVE Match-J TO J
               END-IF
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

       LoadPref.
      *> 해제분은 창고 버킷을 나누지 않으므로 우선
      *> 창고에서 나간 것으로 본다
           OPEN INPUT WhsePref-File
           IF WhsePref-Status = '00'
               READ WhsePref-File
                   AT END CONTINUE
                   NOT AT END
                       IF WP-Whse NOT = SPACES
                           MOVE WP-Whse TO Pref-Whse
                       END-IF
               END-READ
               CLOSE WhsePref-File
           END-IF.

       StowKit.
           IF Num-Kits >= 50 OR KF-Price NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Num-Kits
           MOVE KF-KitCode TO KT-KitCode(Num-Kits)
           MOVE KF-Price   TO KT-Price(Num-Kits)
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

       FindKit.
      *> 백오더 줄의 상품명이 구성품이 있는 세트인가
           MOVE BT-ProdName(BOx) TO Kit-Name
           PERFORM FindKitCode
           IF Kit-Found = 'Y'
               IF KT-Parts(KTx) = 0
                   MOVE 'N' TO Kit-Found
               END-IF
           END-IF.

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

       StillWaiting.
           ADD 1 TO Waiting-Ctr
           MOVE SPACES TO Rel-Line
                   MOVE BT-CustFName(Ix) TO BO-CustFName
                   MOVE BT-CustLName(Ix) TO BO-CustLName
                   MOVE BT-CustNo(Ix)    TO BO-CustNo
                   MOVE BT-CustPO(Ix)    TO BO-CustPO
                   IF BT-QuoteNo(Ix) > 0
                       MOVE BT-QuoteNo(Ix) TO BO-QuoteNo
                       MOVE BT-QPrice(Ix)  TO BO-QPrice
                       MOVE BT-QDisc(Ix)   TO BO-QDisc
                   END-IF
                   WRITE BackOrd-Record
               END-IF
           END-PERFORM
                   MOVE ReorderPoint(I, 3) TO PM-Reord3
                   MOVE Price(I, 3)        TO PM-Price3
                   MOVE ProdStat(I)        TO PM-Status
                   MOVE ProdWgts(I)        TO PM-Weights
                   MOVE ProdCls(I)         TO PM-Classes
                   MOVE ProdSupp(I)        TO PM-Supply
                   MOVE ProdGrp(I)         TO PM-Group
                   WRITE Product-Record
               END-PERFORM
               CLOSE Product-File
