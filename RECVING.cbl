      *> QtyOnHand에 더하고, 안 맞는 줄은 RECVREJ.DAT로
      *> 걸러 내며, 입고 대장(RECVREG.RPT)을 찍는다.
      *> 출고쪽 STKMOVE.DAT 일지에 입고 내역도 같이
      *> 남겨 재고 루프를 닫는다. 로트 번호나 유효기한이
      *> 달린 입고는 로트별 재고(LOTSTK.DAT)에도 올려
      *> ORDENTRY가 기한이 먼저 오는 로트부터 피킹한다.
      *> 공급처가 밝혀진 입고는 날짜와 발주 약속일을
      *> 붙여 공급처 입고 이력(VENDRCV.DAT)에 덧붙인다 -
      *> 분기 공급처 평가(VENDSCOR)가 읽는다.
      *> 직송('D') 발주 줄은 창고로 오지 않으므로 대조에서
      *> 빼고, 공급처 선적 확인(DROPCONF)이 마감한다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
      *> 로트별 재고 - 상품/사이즈/로트/유효기한마다 한 줄
           SELECT Lot-File ASSIGN TO "LOTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Status.
      *> 공급처 입고 이력 - 입고 한 줄마다 덧붙인다
           SELECT VendRcv-File ASSIGN TO "VENDRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendRcv-Status.
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

       FD  Receipt-File.
       01  Receipt-Record.
      *> 발주/피드의 매입 단가 - 옛 행(빈칸)은 원가
      *> 갱신 없이 수량만 움직인다
           02 RC-Cost       PIC 9(5)V99.
      *> 공급처 로트 번호와 유효기한(YYYYMMDD) - 둘 다
      *> 빈칸인 옛 행은 로트 없이 총량만 움직인다
           02 RC-Lot        PIC X(10).
           02 RC-Expiry     PIC X(8).
           02 RC-ExpNum REDEFINES RC-Expiry PIC 9(8).

       FD  Rej-File.
       01  Rej-Record.
           02 FILLER        PIC X      VALUE SPACE.
      *> 'P'=상품 없음 'S'=사이즈 없음 'Q'=수량 오류
      *> 'N'=발주 없음 'O'=발주 초과
      *> 'E'=유효기한 오류(날짜 아님 또는 이미 지남)
           02 RJ-Reason     PIC X.

       FD  Register-File.
       01  Register-Line    PIC X(80).

       FD  Journal-File.
       01  Journal-Record.
           02 PO-ExpDate    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
      *> 발주 단가 - 0이면 단가 없이 낸 옛 발주
           02 PO-Price      PIC 9(5)V99.
      *> 직송 발주(ORDENTRY) - 'D'면 공급처가 고객에게
      *> 바로 보내므로 입고 대조에서 뺀다. 고객 쪽 필드는
      *> 되쓸 때 그대로 나른다
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Drop       PIC X.
           02 PO-DropData   PIC X(90).

       FD  Vendor-File.
       01  Vendor-Record.
           02 FILLER        PIC X      VALUE SPACE.
           02 PC-Cost       PIC 9(5)V99.

       FD  Lot-File.
       01  Lot-Record.
           02 LS-ProdName   PIC X(10).
           02 LS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 유효기한 - 0이면 기한 없음
           02 LS-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-RecvDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Qty        PIC 9(5).

       FD  VendRcv-File.
       01  VendRcv-Record.
           02 VR-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
      *> 대조된 발주 번호와 약속 입고일 - 발주 없이
      *> 받은 줄은 0
           02 VR-PoNo       PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-Promise    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-ProdName   PIC X(10).
           02 VR-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-Qty        PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-Lot        PIC X(10).

       WORKING-STORAGE SECTION.
       01 OrderTable.
           02 Product OCCURS 1 TO 50 TIMES
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp PIC X(6).
               03 ProdGrp  PIC X(3).

       77 Num-Products PIC 9(3) VALUE 0.
       77 Prod-Status  PIC XX.
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
               03 PT-Recvd    PIC 9(5).
               03 PT-ExpDate  PIC 9(8).
               03 PT-Status   PIC X.
               03 PT-Price    PIC 9(5)V99.
               03 PT-Drop     PIC X.
               03 PT-DropData PIC X(90).
       77 Po-Ix           PIC 9(3) VALUE 0.
       77 Po-Remain       PIC 9(5) VALUE 0.
       77 Work-Vendor     PIC X(5) VALUE SPACES.
       77 New-Cost       PIC 9(5)V99 VALUE 0.
       77 Cx             PIC 9(3) VALUE 0.

      *> 로트별 재고 표 - 파일이 없으면 빈 표로 시작한다
       77 Lot-Status      PIC XX.
       77 Lot-Eof         PIC X VALUE 'N'.
       77 Num-Lots        PIC 9(3) VALUE 0.
       01 LotTable.
           02 Lot-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON Num-Lots
                        INDEXED BY LOx.
               03 LO-ProdName PIC X(10).
               03 LO-Size     PIC A.
               03 LO-Lot      PIC X(10).
               03 LO-Expiry   PIC 9(8).
               03 LO-RecvDate PIC 9(8).
               03 LO-Qty      PIC 9(5).
       77 Lot-Found       PIC X VALUE 'N'.
       77 Lot-Chg         PIC 9(4) VALUE 0.
       77 Work-Expiry     PIC 9(8) VALUE 0.
       77 Recv-Date       PIC 9(8) VALUE 0.
       77 VendRcv-Status  PIC XX.

      *> 공급처 원부 대조 표
       77 Vend-Status     PIC XX.
       77 Vend-Eof        PIC X VALUE 'N'.
           02 FILLER        PIC X(2)  VALUE SPACES.
      *> 대조된 발주의 공급처 번호
           02 RG-Vendor     PIC X(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 RG-Lot        PIC X(10).
           02 FILLER        PIC X     VALUE SPACE.
           02 RG-Expiry     PIC X(8).

       PROCEDURE DIVISION.
       SiJak.
           PERFORM LoadVendors.
           PERFORM LoadWhse.
           PERFORM LoadCosts.
           PERFORM LoadLots.
           PERFORM ProcessReceipts.
           PERFORM SaveProducts.
           IF Po-Mode = 'Y' AND Po-Chg > 0
           IF Cost-Chg > 0
               PERFORM SaveCosts
           END-IF
           IF Lot-Chg > 0
               PERFORM SaveLots
           END-IF
           PERFORM Kkeut.

       LoadOpenPo.
                               TO PT-ExpDate(Po-Count)
                           MOVE PO-Status
                               TO PT-Status(Po-Count)
                           MOVE PO-Drop
                               TO PT-Drop(Po-Count)
                           MOVE PO-DropData
                               TO PT-DropData(Po-Count)
                           MOVE 0 TO PT-Price(Po-Count)
                           IF PO-Price IS NUMERIC
                               MOVE PO-Price
                                   TO PT-Price(Po-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           END-PERFORM
           CLOSE ProdCost-File.

       LoadLots.
           OPEN INPUT Lot-File
           IF Lot-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Lot-Eof = 'Y'
               READ Lot-File
                   AT END MOVE 'Y' TO Lot-Eof
                   NOT AT END
                       IF Num-Lots < 500
                           ADD 1 TO Num-Lots
                           SET LOx TO Num-Lots
                           MOVE LS-ProdName TO LO-ProdName(LOx)
                           MOVE LS-Size     TO LO-Size(LOx)
                           MOVE LS-Lot      TO LO-Lot(LOx)
                           MOVE LS-Expiry   TO LO-Expiry(LOx)
                           MOVE LS-RecvDate TO LO-RecvDate(LOx)
                           MOVE LS-Qty      TO LO-Qty(LOx)
                       ELSE
                           DISPLAY "** LOT TABLE FULL (500)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Lot-File.

       CheckExpiry.
      *> 유효기한이 있으면 날짜여야 하고 오늘 뒤여야
      *> 한다 - 기한이 지난 채 들어온 물건은 받지 않는다
           MOVE SPACE TO Work-Reason
           MOVE 0 TO Work-Expiry
           IF RC-Expiry = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RC-ExpNum IS NOT NUMERIC
               MOVE 'E' TO Work-Reason
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(RC-ExpNum) NOT = 0
              OR RC-ExpNum < Recv-Date
               MOVE 'E' TO Work-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE RC-ExpNum TO Work-Expiry.

       BookLot.
      *> 같은 상품/사이즈/로트/기한의 줄이 있으면 더하고
      *> 없으면 새 로트 줄을 단다
           IF RC-Lot = SPACES AND Work-Expiry = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Lot-Found
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots OR Lot-Found = 'Y'
               IF LO-ProdName(LOx) = RC-ProdName
                  AND LO-Size(LOx) = RC-Size
                  AND LO-Lot(LOx) = RC-Lot
                  AND LO-Expiry(LOx) = Work-Expiry
                   ADD RC-Qty TO LO-Qty(LOx)
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   MOVE 'Y' TO Lot-Found
               END-IF
           END-PERFORM
           IF Lot-Found = 'N'
               IF Num-Lots < 500
                   ADD 1 TO Num-Lots
                   SET LOx TO Num-Lots
                   MOVE RC-ProdName TO LO-ProdName(LOx)
                   MOVE RC-Size     TO LO-Size(LOx)
                   MOVE RC-Lot      TO LO-Lot(LOx)
                   MOVE Work-Expiry TO LO-Expiry(LOx)
                   MOVE Recv-Date   TO LO-RecvDate(LOx)
                   MOVE RC-Qty      TO LO-Qty(LOx)
               ELSE
                   DISPLAY "** LOT TABLE FULL - LOT NOT KEPT : "
                           RC-ProdName " " RC-Lot
               END-IF
           END-IF
           ADD 1 TO Lot-Chg.

       SaveLots.
           OPEN OUTPUT Lot-File
           IF Lot-Status NOT = '00'
               DISPLAY "** LOTSTK WRITE-BACK FAILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               MOVE SPACES TO Lot-Record
               MOVE LO-ProdName(LOx) TO LS-ProdName
               MOVE LO-Size(LOx)     TO LS-Size
               MOVE LO-Lot(LOx)      TO LS-Lot
               MOVE LO-Expiry(LOx)   TO LS-Expiry
               MOVE LO-RecvDate(LOx) TO LS-RecvDate
               MOVE LO-Qty(LOx)      TO LS-Qty
               WRITE Lot-Record
           END-PERFORM
           CLOSE Lot-File.

       BookWhse.
      *> 입고 수량을 본창고('01') 버킷에 더한다 - 버킷이
      *> 없으면 새로 단다
               MOVE PT-Recvd(Po-Ix)    TO PO-Recvd
               MOVE PT-ExpDate(Po-Ix)  TO PO-ExpDate
               MOVE PT-Status(Po-Ix)   TO PO-Status
               MOVE PT-Price(Po-Ix)    TO PO-Price
               MOVE PT-Drop(Po-Ix)     TO PO-Drop
               MOVE PT-DropData(Po-Ix) TO PO-DropData
               WRITE OpenPo-Record
           END-PERFORM
           CLOSE OpenPo-File.
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

       ProcessReceipts.
           MOVE 'N' TO Receipt-Eof
           MOVE FUNCTION CURRENT-DATE(1:8) TO Recv-Date
           OPEN INPUT Receipt-File
           IF Receipt-Status NOT = '00'
               DISPLAY "No receipts file - nothing to book"
               IF Journal-Status NOT = '00'
                   OPEN OUTPUT Journal-File
               END-IF
               OPEN EXTEND VendRcv-File
               IF VendRcv-Status NOT = '00'
                   OPEN OUTPUT VendRcv-File
               END-IF
               MOVE "=== RECEIVING REGISTER ===" TO Register-Line
               WRITE Register-Line
               PERFORM UNTIL Receipt-Eof = 'Y'
               CLOSE Rej-File
               CLOSE Register-File
               CLOSE Journal-File
               CLOSE VendRcv-File
           END-IF.

       BookOne.
                   IF RC-Qty IS NUMERIC AND RC-Qty > 0
      *> 미결 발주가 있으면 발주 줄과 대조한다 - 발주
      *> 없는 입고('N')와 초과 입고('O')는 거절한다
      *> 유효기한이 틀린 입고('E')는 발주에 닿기 전에 선다
                       PERFORM CheckExpiry
                       IF Work-Reason = SPACE
                           PERFORM MatchPo
                       END-IF
                       IF Work-Reason = SPACE
                           MOVE QtyOnHand(I, J) TO Qty-Before
                           ADD RC-Qty TO QtyOnHand(I, J)
               WHEN PT-ProdName(POx) = RC-ProdName
                    AND PT-Size(POx) = RC-Size
                    AND PT-Status(POx) = 'O'
                    AND PT-Drop(POx) NOT = 'D'
                   SET Po-Ix TO POx
           END-SEARCH
           IF Po-Ix = 0
           ADD 1 TO Lines-Booked
           PERFORM BookWhse
           PERFORM UpdateCost
           PERFORM BookLot
           MOVE SPACES TO Register-Detail
           MOVE RC-ProdName     TO RG-ProdName
           MOVE RC-Size         TO RG-Size
               PERFORM FindVendor
           END-IF
           MOVE Work-Vendor     TO RG-Vendor
           MOVE RC-Lot          TO RG-Lot
           MOVE RC-Expiry       TO RG-Expiry
           MOVE Register-Detail TO Register-Line
           WRITE Register-Line
      *> 출고쪽과 같은 일지에 입고도 남긴다 - 참조는
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO JN-Date
               WRITE Journal-Record
           END-IF
           IF Work-Vendor NOT = SPACES
               PERFORM WriteVendRcv
           END-IF.

       WriteVendRcv.
      *> 발주와 대조된 입고는 발주 번호와 약속일을
      *> 함께 남겨 납기 준수를 잴 수 있게 한다
           IF VendRcv-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VendRcv-Record
           MOVE Recv-Date   TO VR-Date
           MOVE Work-Vendor TO VR-Vendor
           MOVE 0 TO VR-PoNo
           MOVE 0 TO VR-Promise
           IF Po-Mode = 'Y' AND Po-Ix > 0
               MOVE PT-No(Po-Ix)      TO VR-PoNo
               MOVE PT-ExpDate(Po-Ix) TO VR-Promise
           END-IF
           MOVE RC-ProdName TO VR-ProdName
           MOVE RC-Size     TO VR-Size
           MOVE RC-Qty      TO VR-Qty
           MOVE RC-Lot      TO VR-Lot
           WRITE VendRcv-Record.

       WriteRej.
           ADD 1 TO Lines-Rejected
           MOVE SPACES TO Rej-Record
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
