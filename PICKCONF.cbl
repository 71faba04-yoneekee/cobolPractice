           SELECT OrdCtl-File ASSIGN TO "ORDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdCtl-Status.
      *> 세트 상품 정의 - 세트 줄이 모자라면 구성품
      *> 재고를 되살린다
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Pick-File.
           02 PK-Bin        PIC X(4).
           02 PK-UnitPrice  PIC 9(5)V99.
           02 PK-DiscPct    PIC 9(2).
           02 PK-Lot        PIC X(10).
           02 PK-LotMore    PIC X.
      *> 고객 발주서 번호 - 선적 확인 줄과 백오더로 넘긴다
           02 PK-CustPO     PIC X(15).

       FD  Cnf-File.
       01  Cnf-Record.
           02 SH-Bin        PIC X(4).
           02 SH-UnitPrice  PIC 9(5)V99.
           02 SH-DiscPct    PIC 9(2).
           02 SH-Lot        PIC X(10).
           02 SH-LotMore    PIC X.
           02 SH-CustPO     PIC X(15).

       FD  Product-File.
       01  Product-Record.
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
      *> 견적 필드는 피킹 줄에 없으므로 빈칸으로 둔다
           02 BO-Quote      PIC X(15).
           02 BO-CustPO     PIC X(15).

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

       FD  Journal-File.
       01  Journal-Record.
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp PIC X(6).
               03 ProdGrp  PIC X(3).
       77 Num-Products PIC 9(3) VALUE 0.
       01 Hold-Product.
           02 Hold-ProdName PIC X(10).
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
       77 Match-J        PIC 9 VALUE 0.
       77 Qty-Before     PIC 9(5) VALUE 0.

      *> 세트 표 (24_ORDERENTRY.cbl과 같은 모양)
       77 Kit-Status     PIC XX.
       77 Kit-Eof        PIC X VALUE 'N'.
       77 Kit-Found      PIC X VALUE 'N'.
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
           PERFORM LoadProducts.
           PERFORM LoadConfirms.
           PERFORM LoadKits.
           PERFORM ProcessPicks.
           IF Short-Lines > 0
               PERFORM SaveProducts
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
           MOVE PK-CustFName TO BO-CustFName
           MOVE PK-CustLName TO BO-CustLName
           MOVE PK-CustNo    TO BO-CustNo
           MOVE PK-CustPO    TO BO-CustPO
           WRITE BackOrd-Record
           PERFORM RestoreStock.

       RestoreStock.
      *> 세트 줄이면 구성품마다 구성 수량 * 부족 수량을
      *> 되살린다 - 세트는 통째로 백오더로 돌아간다
           IF PK-Size = SPACE
               MOVE PK-ProdName TO Kit-Name
               PERFORM FindKitCode
               IF Kit-Found = 'Y'
                   PERFORM RestoreKitPart
                       VARYING KPx FROM 1 BY 1
                       UNTIL KPx > KT-Parts(KTx)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'N' TO Found-Prod
           MOVE 'N' TO Found-Size
           SEARCH ALL Product
               WRITE Journal-Record
           END-IF.

       RestoreKitPart.
           COMPUTE Part-Need = KT-CompQty(KTx, KPx) * Short-Qty
           MOVE 'N' TO Found-Prod
           MOVE 'N' TO Found-Size
           SEARCH ALL Product
               AT END CONTINUE
               WHEN ProdName(I) = KT-CompName(KTx, KPx)
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
           IF Found-Prod = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Match-J
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
                   OR Found-Size = 'Y'
               IF SizeType(I, J) = KT-CompSize(KTx, KPx)
                   MOVE 'Y' TO Found-Size
                   MOVE J TO Match-J
               END-IF
           END-PERFORM
           IF Found-Size = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE Match-J TO J
           MOVE QtyOnHand(I, J) TO Qty-Before
           ADD Part-Need TO QtyOnHand(I, J)
               ON SIZE ERROR
                   MOVE Qty-Before TO QtyOnHand(I, J)
           END-ADD
           IF Journal-Status = '00'
               MOVE SPACES TO Journal-Record
               MOVE ProdName(I)     TO JN-ProdName
               MOVE SizeType(I, J)  TO JN-Size
               MOVE Qty-Before      TO JN-Before
               MOVE QtyOnHand(I, J) TO JN-After
               MOVE Line-Seq        TO JN-OrderRef
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO JN-Date
               WRITE Journal-Record
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

       SaveProducts.
      *> 24_ORDERENTRY.cbl의 SaveProducts와 같은 되쓰기
           OPEN OUTPUT Product-File
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
