           SELECT Hold-File ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
      *> 로트별 재고(RECVING 입고) - 기한이 먼저 오는
      *> 로트부터 피킹하고, 기한 지난 로트는 막는다
           SELECT Lot-File ASSIGN TO "LOTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Status.
      *> 로트 배정 내역 - 반품(RETURNS)이 원래 로트로
      *> 되돌릴 때 찾는다
           SELECT LotPick-File ASSIGN TO "LOTPICK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotPick-Status.
      *> 재고 차감 내역 - 소비한 주문까지 추적한다
           SELECT Journal-File ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
      *> 병합으로 물러난 고객 번호의 지금 번호
           SELECT Alias-File ASSIGN TO "CUSTALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alias-Status.
      *> 고객 미확인 주문 검토 파일
           SELECT Review-File ASSIGN TO "ORDREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
      *> 주기 청구 고객의 아직 청구 안 된 출하도 노출이다
           SELECT Unbilled-File ASSIGN TO "UNBILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Unbilled-Status.
      *> 발효일이 붙은 단가표 - 있으면 마스터 단가 대신
      *> 발효된 단가로 값을 매긴다
           SELECT Priceff-File ASSIGN TO "PRICEFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Priceff-Status.
      *> 세트 상품 정의 - 세트 코드별 구성품/수량과
      *> 세트 단가, 없으면 세트 없이 돈다
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
      *> 상품별 판매 이력 - 월별 분석용으로 쌓는다
           SELECT SaleHist-File ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT Reorder-File ASSIGN TO "REORDER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reorder-Status.
      *> 직송 품목 - 공급처 앞 직송 발주를 미결 발주에
      *> 덧붙이고 발주 번호는 POCONV와 같은 일련번호를 쓴다
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT PoSeq-File ASSIGN TO "POSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoSeq-Status.
      *> 마스터 되쓰기 전/후 원본 보관(UPDJRNL.DAT) -
      *> 중간에 죽어도 MSTRECOV가 한 번에 되돌린다
           SELECT UjIn-File ASSIGN TO Uj-Name
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

       FD  ProdIdx-File.
       01  ProdIdx-Record.
               03 PI-Reord    PIC 9(5).
               03 PI-Price    PIC 9(5)V99.
           02 PI-Status   PIC X.
           02 PI-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
           02 PI-Class    PIC X OCCURS 3 TIMES.
           02 PI-DropShip PIC X.
           02 PI-Vendor   PIC X(5).
           02 PI-Group    PIC X(3).

       FD  Order-File.
       01  Order-Record.
           02 OT-CustLName  PIC X(15).
      *> 고객 마스터(CM-CustNo)와 연결되는 고객 번호
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

       FD  OrdCtl-File.
       01  OrdCtl-Record.
      *> 고객 할인율(%) - 옛 행은 빈칸(할인 없음)
           02 CM-Disc   PIC 9(2).

       FD  Alias-File.
       COPY "CUSTALS.cbl".

       FD  Review-File.
       01  Review-Record.
           02 RV-ProdName   PIC X(10).
           02 CH-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 CH-Value      PIC 9(7)V99.
      *> 견적 전환 줄의 견적 필드(OT-Quote) 그대로
           02 CH-Quote      PIC X(15).
           02 CH-CustPO     PIC X(15).

       FD  CredPass-File.
       01  CredPass-Record.
           02 RG-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 RG-Amount     PIC 9(8)V99.
           02 FILLER        PIC X.
           02 RG-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 RG-Freight    PIC 9(7)V99.

       FD  Unbilled-File.
       01  Unbilled-Record.
           02 UB-CustNo     PIC 9(5).
           02 FILLER        PIC X(28).
           02 UB-Amount     PIC 9(7)V99.

       FD  Priceff-File.
       01  Priceff-Record.
           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Whse       PIC X(2).

       FD  OrdHist-File.
       01  OrdHist-Record.
           02 BO-CustLName  PIC X(15).
      *> 해제 시 이력/청구에 실을 고객 번호
           02 BO-CustNo     PIC 9(5).
      *> 견적 전환 줄의 견적 필드(OT-Quote) 그대로
           02 BO-Quote      PIC X(15).
           02 BO-CustPO     PIC X(15).

       FD  SuggPo-File.
       01  SuggPo-Record.
       FD  Reorder-File.
       01  Reorder-Line     PIC X(60).

       FD  OpenPo-File.
       01  OpenPo-Record.
           02 PO-No         PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-ProdName   PIC X(10).
           02 PO-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Qty        PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Recvd      PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-ExpDate    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Price      PIC 9(5)V99.
      *> 'D' = 직송 - 고객 발송지와 청구에 쓸 값을 싣는다
           02 FILLER        PIC X      VALUE SPACE.
           02 PO-Drop       PIC X.
           02 PO-DropData.
               03 PO-CustNo     PIC 9(5).
               03 PO-ShipAddr   PIC X(30).
               03 PO-ShipPost   PIC X(6).
               03 PO-OrdDate    PIC 9(8).
               03 PO-SellPrice  PIC 9(5)V99.
               03 PO-SellDisc   PIC 9(2).
               03 PO-SellTotal  PIC 9(7)V99.
               03 PO-CustPO     PIC X(15).
               03 PO-ShipDate   PIC 9(8).

       FD  PoSeq-File.
       01  PoSeq-Record.
           02 PQ-LastPo     PIC 9(6).

       FD  Pick-File.
       01  Pick-Record.
           02 PK-ProdName   PIC X(10).
      *> 적용 단가와 할인율 - 청구/이력이 같은 값을 쓴다
           02 PK-UnitPrice  PIC 9(5)V99.
           02 PK-DiscPct    PIC 9(2).
      *> 피킹할 로트 - 여러 로트에 걸치면 첫(기한이 가장
      *> 이른) 로트에 '+'를 단다, 나머지는 LOTPICK.DAT
           02 PK-Lot        PIC X(10).
           02 PK-LotMore    PIC X.
      *> 고객 발주서 번호 - 청구서에 찍는다
           02 PK-CustPO     PIC X(15).

       SD  Pick-Work-File.
       01  SWP-Record.
           02 SWP-Bin        PIC X(4).
           02 SWP-UnitPrice  PIC 9(5)V99.
           02 SWP-DiscPct    PIC 9(2).
           02 SWP-Lot        PIC X(10).
           02 SWP-LotMore    PIC X.
           02 SWP-CustPO     PIC X(15).

       FD  StkLoc-File.
       01  StkLoc-Record.
           02 FILLER        PIC X.
           02 HD-Expiry     PIC 9(12).

       FD  Lot-File.
       01  Lot-Record.
           02 LS-ProdName   PIC X(10).
           02 LS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-RecvDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Qty        PIC 9(5).

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

       FD  LotPick-File.
       01  LotPick-Record.
           02 LP-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-ProdName   PIC X(10).
           02 LP-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-Qty        PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 LP-OrderRef   PIC 9(5).

       FD  UjIn-File.
       01  UjIn-Line             PIC X(100).

       FD  UpdJrnl-File.
       01  UpdJrnl-Record.
      *> 'B' = 되쓰기 전, 'A' = 되쓰기 후
           02 UJ-Type       PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 UJ-Image      PIC X(100).

       WORKING-STORAGE SECTION.
      *> 전/후 원본 보관 작업영역
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp.
                   04 ProdDrop PIC X.
                   04 ProdVend PIC X(5).
               03 ProdGrp  PIC X(3).

      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
               03 Hold-ReorderPoint PIC 9(5).
               03 Hold-Price        PIC 9(5)V99.
           02 Hold-ProdStat PIC X.
           02 Hold-ProdWgts PIC X(15).
           02 Hold-ProdCls  PIC X(3).
           02 Hold-ProdSupp PIC X(6).
           02 Hold-ProdGrp  PIC X(3).
       77 Sort-Swapped PIC X VALUE 'N'.
       77 Order-Status PIC XX.
       77 Order-Eof    PIC X VALUE 'N'.
               03 CT-Expo   PIC 9(9)V99.
      *> 고객 할인율(%)
               03 CT-Disc   PIC 9(2).
      *> 발송 주소 - 직송 발주의 배송지
               03 CT-Addr   PIC X(30).
               03 CT-Postal PIC X(6).
      *> 고객 번호 별칭 - 병합 전 번호로 들어온
      *> 주문(옛 견적 전환, 전자 주문)을 지금 번호로
      *> 받는다
       77 Alias-Status   PIC XX.
       77 Alias-Eof      PIC X VALUE 'N'.
       77 Num-Aliases    PIC 9(3) VALUE 0.
       01 AliasTable.
           02 Alias-Entry OCCURS 0 TO 200 TIMES
                          DEPENDING ON Num-Aliases
                          INDEXED BY ALx.
               03 AT-OldNo  PIC 9(5).
               03 AT-NewNo  PIC 9(5).
       77 SuggPo-Status PIC XX.
       77 Reorder-Status PIC XX.
       77 Sugg-Qty      PIC 9(5) VALUE 0.
       77 Orders-Picked PIC 9(5) VALUE 0.
       77 Orders-Short  PIC 9(5) VALUE 0.
       77 Orders-Held   PIC 9(5) VALUE 0.
      *> 직송 발주 작업영역 - 예정일은 POCONV처럼 처리
      *> 기준일 + 7일(영업일 보정)
       77 Orders-Drop   PIC 9(5) VALUE 0.
       77 OpenPo-Status PIC XX.
       77 PoSeq-Status  PIC XX.
       77 Po-No-Ctr     PIC 9(6) VALUE 0.
       77 Drop-Vendor   PIC X(5) VALUE SPACES.
       77 Drop-ExpDate  PIC 9(8) VALUE 0.
       77 Drop-Int      PIC 9(8) VALUE 0.
       77 CredHold-Status PIC XX.
       77 ArOpen-Status PIC XX.
       77 ArOpen-Eof    PIC X VALUE 'N'.
       77 InvReg-Status PIC XX.
       77 InvReg-Eof    PIC X VALUE 'N'.
       77 Unbilled-Status PIC XX.
       77 Unbilled-Eof  PIC X VALUE 'N'.
       77 Hold-Flag     PIC X VALUE 'N'.
       77 Line-Value    PIC 9(7)V99 VALUE 0.
      *> 해제 통과권 테이블
               03 WH-Qty      PIC 9(5).
       77 Alloc-Left    PIC 9(5) VALUE 0.
       77 Take-Qty      PIC 9(5) VALUE 0.
      *> 판매 이력에 남길 출고 창고 - 줄마다 처음 내린 버킷
       77 Ship-Whse     PIC X(2) VALUE SPACES.
       77 First-Take    PIC X VALUE 'Y'.
       77 Wx            PIC 9(3) VALUE 0.
      *> 예약 수량 표 - 잡힌 수량은 가용에서 뺀다
       77 Hold-Status   PIC XX.
               03 HL-Size     PIC A.
               03 HL-Qty      PIC 9(3).
       77 Held-Qty      PIC 9(5) VALUE 0.
      *> 로트 표 - 파일이 없으면 로트 없이 총량만으로
      *> 돈다. 로트 합보다 많은 재고는 로트 없는 옛
      *> 재고로 보고 로트를 다 쓴 뒤에 내린다
       77 Lot-Status    PIC XX.
       77 LotPick-Status PIC XX.
       77 Lot-Eof       PIC X VALUE 'N'.
       77 Lot-Mode      PIC X VALUE 'N'.
       77 Lot-Done      PIC X VALUE 'N'.
       77 Num-Lots      PIC 9(3) VALUE 0.
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
       77 Expired-Qty   PIC 9(5) VALUE 0.
       77 Lot-Left      PIC 9(5) VALUE 0.
       77 Best-Lx       PIC 9(3) VALUE 0.
       77 Best-Exp      PIC 9(8) VALUE 0.
       77 Work-Exp      PIC 9(8) VALUE 0.
      *> 세트 표 - 세트 줄은 구성품 전부가 가용일 때만
      *> 한꺼번에 내리고, 아니면 세트째 백오더로 보낸다
       77 Kit-Status    PIC XX.
       77 Kit-Eof       PIC X VALUE 'N'.
       77 Kit-Found     PIC X VALUE 'N'.
       77 Kit-Ok        PIC X VALUE 'N'.
       77 Kit-Name      PIC X(10) VALUE SPACES.
       77 Kit-Qty       PIC 9(3) VALUE 0.
       77 Part-Need     PIC 9(6) VALUE 0.
       77 Part-OnHand   PIC 9(5) VALUE 0.
       77 Num-Kits      PIC 9(3) VALUE 0.
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
      *> MatchOrder의 사이즈 검색 루프가 찾은 실제 인덱스 - PERFORM
      *> VARYING는 조건이 참이 된 후에도 증분을 한 번 더 하므로,
      *> 루프 종료 시점의 J를 그대로 쓰면 매치된 다음 슬롯을 가리킨다.
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag.
           PERFORM LoadProducts.
           PERFORM LoadCustomers.
           PERFORM LoadAliases.
           PERFORM LoadExposure.
           PERFORM LoadUnbilled.
           PERFORM LoadPasses.
           PERFORM LoadPrices.
           PERFORM LoadWhse.
           PERFORM LoadHolds.
           PERFORM LoadLocations.
           PERFORM LoadLots.
           PERFORM LoadKits.
      *> 주문을 대응시키며 RELEASE한 피킹 줄을 구역/빈
      *> 걷는 순서로 정렬해 피킹 리스트로 내보낸다
           SORT Pick-Work-File
      *> 상품 마스터를 되써 놓는다
           PERFORM SaveProducts.
           PERFORM SaveWhse.
           PERFORM SaveLots.
           PERFORM SavePasses.
           PERFORM Kkeut.

                           MOVE PM-Size3  TO SizeType(Num-Products, 3)
                           MOVE PM-Qty3   TO QtyOnHand(Num-Products, 3)
                           MOVE PM-Price3 TO Price(Num-Products, 3)
                           MOVE PM-Weights TO ProdWgts(Num-Products)
                           MOVE PM-Classes TO ProdCls(Num-Products)
                           MOVE PM-Supply  TO ProdSupp(Num-Products)
                           MOVE PM-Group   TO ProdGrp(Num-Products)
                           MOVE PM-Reord3 TO
                               ReorderPoint(Num-Products, 3)
                           IF PM-Status = 'D'
                                   MOVE 0
                                       TO CT-Disc(Num-Custs)
                               END-IF
                               MOVE CM-Addr
                                   TO CT-Addr(Num-Custs)
                               MOVE CM-Postal
                                   TO CT-Postal(Num-Custs)
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "** CUSTMAST MISSING - NO CUST CHECK"
           END-IF.

       LoadAliases.
      *> 병합 별칭 (CUSTMRG가 남긴다) - 없으면 빈 표
           MOVE 0 TO Num-Aliases
           MOVE 'N' TO Alias-Eof
           OPEN INPUT Alias-File
           IF Alias-Status = '00'
               PERFORM UNTIL Alias-Eof = 'Y'
                   READ Alias-File
                       AT END MOVE 'Y' TO Alias-Eof
                       NOT AT END
                           IF Num-Aliases < 200
                               ADD 1 TO Num-Aliases
                               MOVE CA-OldNo
                                   TO AT-OldNo(Num-Aliases)
                               MOVE CA-NewNo
                                   TO AT-NewNo(Num-Aliases)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Alias-File
           END-IF.

       LoadExposure.
      *> 고객별 미결 노출 - ARAPPLY가 유지하는 미결 잔액
      *> (AROPEN.DAT)이 있으면 그 잔액의 합이고, 아직
           END-PERFORM
           CLOSE InvReg-File.

       LoadUnbilled.
      *> 주/월 주기 고객의 미청구 출하(BILLING이 모으고
      *> CYCLBILL이 마감일에 청구)를 노출에 더한다
           OPEN INPUT Unbilled-File
           IF Unbilled-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Unbilled-Eof = 'Y'
               READ Unbilled-File
                   AT END MOVE 'Y' TO Unbilled-Eof
                   NOT AT END
                       IF UB-Amount IS NUMERIC
                           SET CUx TO 1
                           SEARCH Cust-Entry
                               AT END CONTINUE
                               WHEN CT-CustNo(CUx) = UB-CustNo
                                   ADD UB-Amount TO CT-Expo(CUx)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Unbilled-File.

       TallyOpenExpo.
           SET CUx TO 1
           SEARCH Cust-Entry
           MOVE OT-CustLName TO CH-CustLName
           MOVE OT-CustNo    TO CH-CustNo
           MOVE Line-Value   TO CH-Value
           MOVE OT-Quote     TO CH-Quote
           MOVE OT-CustPO    TO CH-CustPO
           WRITE CredHold-Record.

       LoadPrices.
           END-IF.

       PriceLine.
      *> 발효 단가와 고객 할인율로 라인 값을 매긴다 -
      *> 견적 전환 줄은 견적 때 굳힌 단가와 할인율이다
           IF OT-QuoteNo IS NUMERIC AND OT-QuoteNo > 0
              AND OT-QPrice IS NUMERIC
              AND OT-QDisc IS NUMERIC
               MOVE OT-QPrice TO Eff-Price
               MOVE OT-QDisc  TO Work-Disc
           ELSE
               PERFORM FindPrice
               PERFORM FindDisc
           END-IF
           COMPUTE Line-Value ROUNDED =
               Eff-Price * OT-Qty * (100 - Work-Disc) / 100
               ON SIZE ERROR MOVE 0 TO Line-Value
      *> 피킹 수량을 우선 창고부터, 모자라면 다른
      *> 창고에서 차례로 내린다 - 총량은 마스터가
      *> 장부 원본이므로 버킷이 모자라도 피킹은 선다
           MOVE Pref-Whse TO Ship-Whse
           MOVE 'Y' TO First-Take
           IF Whse-Mode = 'N'
               EXIT PARAGRAPH
           END-IF
               MOVE WH-Qty(Wx) TO Take-Qty
           END-IF
           SUBTRACT Take-Qty FROM WH-Qty(Wx)
           SUBTRACT Take-Qty FROM Alloc-Left
           IF Take-Qty > 0 AND First-Take = 'Y'
               MOVE WH-Whse(Wx) TO Ship-Whse
               MOVE 'N' TO First-Take
           END-IF.

       SaveWhse.
           IF Whse-Mode = 'N'
           END-PERFORM
           CLOSE StkWhse-File.

       LoadLots.
           OPEN INPUT Lot-File
           IF Lot-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Lot-Mode
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

       FindExpired.
      *> 기한이 지난(기한일 < 처리일) 로트 수량은 가용
      *> 에서 뺀다 - LOTEXP가 격리로 걷기 전까지 막아 둔다
           MOVE 0 TO Expired-Qty
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               IF LO-ProdName(LOx) = OT-ProdName
                  AND LO-Size(LOx) = OT-Size
                  AND LO-Expiry(LOx) > 0
                  AND LO-Expiry(LOx) < Proc-Date
                   ADD LO-Qty(LOx) TO Expired-Qty
               END-IF
           END-PERFORM.

       AllocLots.
      *> 피킹 수량을 기한이 가장 이른 로트부터 내린다 -
      *> 기한 없는 로트는 맨 뒤, 로트가 모자라면 나머지는
      *> 로트 없는 옛 재고에서 나간 것으로 본다
           IF Lot-Mode = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE OT-Qty TO Lot-Left
           MOVE 'N' TO Lot-Done
           PERFORM UNTIL Lot-Left = 0 OR Lot-Done = 'Y'
               PERFORM FindFirstLot
               IF Best-Lx = 0
                   MOVE 'Y' TO Lot-Done
               ELSE
                   PERFORM TakeLot
               END-IF
           END-PERFORM.

       FindFirstLot.
           MOVE 0 TO Best-Lx
           MOVE 99999999 TO Best-Exp
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               IF LO-ProdName(LOx) = OT-ProdName
                  AND LO-Size(LOx) = OT-Size
                  AND LO-Qty(LOx) > 0
                  AND (LO-Expiry(LOx) = 0
                       OR LO-Expiry(LOx) >= Proc-Date)
                   IF LO-Expiry(LOx) = 0
                       MOVE 99999999 TO Work-Exp
                   ELSE
                       MOVE LO-Expiry(LOx) TO Work-Exp
                   END-IF
                   IF Best-Lx = 0 OR Work-Exp < Best-Exp
                       SET Best-Lx TO LOx
                       MOVE Work-Exp TO Best-Exp
                   END-IF
               END-IF
           END-PERFORM.

       TakeLot.
      *> 한 로트에서 내리고 배정 내역을 남긴다
           SET LOx TO Best-Lx
           IF LO-Qty(LOx) >= Lot-Left
               MOVE Lot-Left TO Take-Qty
           ELSE
               MOVE LO-Qty(LOx) TO Take-Qty
           END-IF
           SUBTRACT Take-Qty FROM LO-Qty(LOx)
           SUBTRACT Take-Qty FROM Lot-Left
           IF PK-Lot = SPACES AND PK-LotMore = SPACE
               MOVE LO-Lot(LOx) TO PK-Lot
           ELSE
               MOVE '+' TO PK-LotMore
           END-IF
           IF LotPick-Status = '00'
               MOVE SPACES TO LotPick-Record
               MOVE Proc-Date        TO LP-Date
               MOVE OT-CustNo        TO LP-CustNo
               MOVE OT-ProdName      TO LP-ProdName
               MOVE OT-Size          TO LP-Size
               MOVE LO-Lot(LOx)      TO LP-Lot
               MOVE LO-Expiry(LOx)   TO LP-Expiry
               MOVE Take-Qty         TO LP-Qty
               MOVE Orders-Read      TO LP-OrderRef
               WRITE LotPick-Record
           END-IF.

       SaveLots.
      *> 다 쓴 로트 줄은 떨군다 - 반품은 배정 내역으로
      *> 로트를 되살린다
           IF Lot-Mode = 'N'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Lot-File
           IF Lot-Status NOT = '00'
               DISPLAY "** LOTSTK WRITE-BACK FAILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               IF LO-Qty(LOx) > 0
                   MOVE SPACES TO Lot-Record
                   MOVE LO-ProdName(LOx) TO LS-ProdName
                   MOVE LO-Size(LOx)     TO LS-Size
                   MOVE LO-Lot(LOx)      TO LS-Lot
                   MOVE LO-Expiry(LOx)   TO LS-Expiry
                   MOVE LO-RecvDate(LOx) TO LS-RecvDate
                   MOVE LO-Qty(LOx)      TO LS-Qty
                   WRITE Lot-Record
               END-IF
           END-PERFORM
           CLOSE Lot-File.

       LoadKits.
      *> 세트 정의를 적재한다 - 머리('K')가 먼저 와야 하고,
      *> 같은 세트의 같은 구성품이 두 번 오면 수량을 합친다
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
           IF Num-Kits >= 50
               DISPLAY "** KIT TABLE FULL (50) : " KF-KitCode
               EXIT PARAGRAPH
           END-IF
           IF KF-Price NOT NUMERIC
               DISPLAY "** KIT PRICE NOT NUMERIC : " KF-KitCode
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
               DISPLAY "** KIT PART IGNORED : " KF-KitCode
                   " " KF-CompName
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
               DISPLAY "** KIT OVER 10 PARTS : " KF-KitCode
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO KT-Parts(KTx)
           SET KPx TO KT-Parts(KTx)
           MOVE KF-CompName TO KT-CompName(KTx, KPx)
           MOVE KF-CompSize TO KT-CompSize(KTx, KPx)
           MOVE KF-CompQty  TO KT-CompQty(KTx, KPx).

       FindKit.
      *> 주문 줄의 상품명이 구성품이 있는 세트인가
           MOVE OT-ProdName TO Kit-Name
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

       LoadLocations.
      *> 상품/사이즈별 구역과 빈을 적재한다 - 없으면
      *> 위치 없이(맨 뒤 구역) 내보낸다
           IF SaleHist-Status NOT = '00'
               OPEN OUTPUT SaleHist-File
           END-IF
           IF Lot-Mode = 'Y'
               OPEN EXTEND LotPick-File
               IF LotPick-Status NOT = '00'
                   OPEN OUTPUT LotPick-File
               END-IF
           END-IF
           PERFORM OpenDropPo
           IF Order-Status = '00'
               PERFORM UNTIL Order-Eof = 'Y'
                   READ Order-File
           CLOSE Review-File
           CLOSE CredHold-File
           CLOSE OrdHist-File
           CLOSE SaleHist-File
           IF Lot-Mode = 'Y'
               CLOSE LotPick-File
           END-IF
           IF OpenPo-Status = '00'
               CLOSE OpenPo-File
           END-IF
           IF Orders-Drop > 0
               PERFORM SavePoSeq
           END-IF.

       OpenDropPo.
      *> 직송 발주 파일과 번호를 열어 둔다 - 예정일은
      *> 한 번만 매긴다
           OPEN EXTEND OpenPo-File
           IF OpenPo-Status NOT = '00'
               OPEN OUTPUT OpenPo-File
           END-IF
           MOVE 0 TO Po-No-Ctr
           OPEN INPUT PoSeq-File
           IF PoSeq-Status = '00'
               READ PoSeq-File
                   AT END CONTINUE
                   NOT AT END
                       IF PQ-LastPo IS NUMERIC
                           MOVE PQ-LastPo TO Po-No-Ctr
                       END-IF
               END-READ
               CLOSE PoSeq-File
           END-IF
           COMPUTE Drop-Int =
               FUNCTION INTEGER-OF-DATE(Proc-Date) + 7
           MOVE FUNCTION DATE-OF-INTEGER(Drop-Int)
               TO Drop-ExpDate
           MOVE 'ISB' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Drop-ExpDate Bz-Flag
           IF Bz-Flag = 'N'
               MOVE 'NXT' TO Bz-Op
               CALL 'BIZDATE' USING Bz-Op Drop-ExpDate Bz-Flag
           END-IF.

       SavePoSeq.
           OPEN OUTPUT PoSeq-File
           IF PoSeq-Status = '00'
               MOVE Po-No-Ctr TO PQ-LastPo
               WRITE PoSeq-Record
               CLOSE PoSeq-File
           END-IF.

       WriteDropPo.
      *> 직송 한 줄 - 재고/피킹/백오더를 건드리지 않고
      *> 기본 공급처 앞 발주로 낸다. 고객 발송지(CUSTMAST
      *> 주소)와 청구에 쓸 값을 같이 실어 두면, 공급처
      *> 선적 확인(DROPCONF) 때 그대로 청구로 넘어간다
           IF OpenPo-Status NOT = '00'
               MOVE 'DROP PO FAILED' TO PK-Status
               ADD 1 TO Orders-Short
               PERFORM ReleasePick
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Po-No-Ctr
           ADD 1 TO Orders-Drop
           MOVE SPACES TO OpenPo-Record
           MOVE Po-No-Ctr    TO PO-No
           MOVE Drop-Vendor  TO PO-Vendor
           MOVE OT-ProdName  TO PO-ProdName
           MOVE OT-Size      TO PO-Size
           MOVE OT-Qty       TO PO-Qty
           MOVE 0            TO PO-Recvd
           MOVE Drop-ExpDate TO PO-ExpDate
           MOVE 'O'          TO PO-Status
           MOVE 0            TO PO-Price
           MOVE 'D'          TO PO-Drop
           MOVE OT-CustNo    TO PO-CustNo
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = OT-CustNo
                       MOVE CT-Addr(CUx)   TO PO-ShipAddr
                       MOVE CT-Postal(CUx) TO PO-ShipPost
               END-SEARCH
           END-IF
           MOVE Proc-Date    TO PO-OrdDate
           MOVE Eff-Price    TO PO-SellPrice
           MOVE Work-Disc    TO PO-SellDisc
           MOVE Line-Value   TO PO-SellTotal
           MOVE OT-CustPO    TO PO-CustPO
           MOVE 0            TO PO-ShipDate
           WRITE OpenPo-Record
           DISPLAY OT-ProdName ' ' OT-Size
               ' drop-ship PO ' Po-No-Ctr ' vendor ' Drop-Vendor.

       MatchOrder.
      *> 주문 상품명/사이즈를 OrderTable과 대응시켜 재고가 있으면
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> 세트 코드는 사이즈 없이 들어온다 - 구성품으로
      *> 풀어 한꺼번에 맞춘다 (두 모드 공통)
           IF OT-Size = SPACE AND Num-Kits > 0
               PERFORM FindKit
               IF Kit-Found = 'Y'
                   PERFORM MatchKit
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Idx-Mode = 'Y'
               PERFORM MatchOrderIdx
               EXIT PARAGRAPH
           MOVE OT-CustFName TO PK-CustFName
           MOVE OT-CustLName TO PK-CustLName
           MOVE OT-CustNo    TO PK-CustNo
           MOVE OT-CustPO    TO PK-CustPO
           MOVE 0 TO PK-LineTotal
           MOVE SPACES TO PK-Lot PK-LotMore
           IF Found-Prod = 'N'
               MOVE 'PRODUCT NOT FOUND' TO PK-Status
               ADD 1 TO Orders-Short
                       PERFORM WriteHold
                       EXIT PARAGRAPH
                   END-IF
      *> 직송 품목은 재고를 보지 않고 직송 발주로 돌린다
                   IF ProdDrop(I) = 'Y'
                       MOVE ProdVend(I) TO Drop-Vendor
                       PERFORM WriteDropPo
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM FindHeld
                   PERFORM FindExpired
                   IF QtyOnHand(I, J) - Held-Qty - Expired-Qty
                      >= OT-Qty
                       MOVE QtyOnHand(I, J) TO Qty-Before
                       SUBTRACT OT-Qty FROM QtyOnHand(I, J)
                       PERFORM WriteJournal
                       PERFORM AllocWhse
                       PERFORM AllocLots
                       MOVE 'PICKED' TO PK-Status
                       ADD 1 TO Orders-Picked
                       *> 라인 합계 = 발효 단가 * 수량 (할인 후)
           MOVE OT-CustFName TO PK-CustFName
           MOVE OT-CustLName TO PK-CustLName
           MOVE OT-CustNo    TO PK-CustNo
           MOVE OT-CustPO    TO PK-CustPO
           MOVE 0 TO PK-LineTotal
           MOVE SPACES TO PK-Lot PK-LotMore
           MOVE OT-ProdName TO PI-ProdName
           READ ProdIdx-File
               INVALID KEY
               PERFORM WriteHold
               EXIT PARAGRAPH
           END-IF
           IF PI-DropShip = 'Y'
               MOVE PI-Vendor TO Drop-Vendor
               PERFORM WriteDropPo
               EXIT PARAGRAPH
           END-IF
           PERFORM FindHeld
           PERFORM FindExpired
           IF PI-Qty(Pi-J) - Held-Qty - Expired-Qty >= OT-Qty
               MOVE PI-Qty(Pi-J) TO Qty-Before
               SUBTRACT OT-Qty FROM PI-Qty(Pi-J)
               REWRITE ProdIdx-Record
                               PI-ProdName
               END-REWRITE
               PERFORM AllocWhse
               PERFORM AllocLots
               MOVE 'PICKED' TO PK-Status
               ADD 1 TO Orders-Picked
               MOVE Line-Value TO PK-LineTotal
               DISPLAY OT-ProdName ' ' OT-Size
                   ' line total ' Dollar-LineTotal
               PERFORM WriteHistory
               PERFORM WriteJournalIdx
           ELSE
               MOVE 'INSUFFICIENT STOCK' TO PK-Status
               ADD 1 TO Orders-Short
           END-IF
           PERFORM ReleasePick.

       MatchKit.
      *> 세트 한 줄 - 세트 단가(순가, 고객 할인 없음)로
      *> 값을 매겨 여신을 보고, 구성품 전부가 가용일 때만
      *> 한꺼번에 내린다. 하나라도 모자라면 세트째 백오더
      *> 다. 구성품은 값 0의 'KIT PART' 줄로 피킹되고
      *> 청구는 세트 줄 하나로 한다
           MOVE OT-ProdName  TO PK-ProdName
           MOVE OT-Size      TO PK-Size
           MOVE OT-Qty       TO PK-Qty
           MOVE OT-CustFName TO PK-CustFName
           MOVE OT-CustLName TO PK-CustLName
           MOVE OT-CustNo    TO PK-CustNo
           MOVE OT-CustPO    TO PK-CustPO
           MOVE 0 TO PK-LineTotal
           MOVE SPACES TO PK-Lot PK-LotMore
           MOVE KT-Price(KTx) TO Eff-Price
           MOVE 0 TO Work-Disc
           COMPUTE Line-Value ROUNDED = Eff-Price * OT-Qty
               ON SIZE ERROR MOVE 0 TO Line-Value
           END-COMPUTE
           PERFORM CheckCredit
           IF Hold-Flag = 'Y'
               PERFORM WriteHold
               EXIT PARAGRAPH
           END-IF
           MOVE OT-ProdName TO Kit-Name
           MOVE OT-Qty      TO Kit-Qty
           MOVE 'Y' TO Kit-Ok
           PERFORM VARYING KPx FROM 1 BY 1
                   UNTIL KPx > KT-Parts(KTx) OR Kit-Ok = 'N'
               PERFORM KitPartAvail
           END-PERFORM
           IF Kit-Ok = 'Y'
               PERFORM VARYING KPx FROM 1 BY 1
                       UNTIL KPx > KT-Parts(KTx)
                   PERFORM KitPartIssue
               END-PERFORM
           END-IF
      *> OT 줄을 세트로 되돌려 세트 줄을 낸다
           MOVE Kit-Name TO OT-ProdName
           MOVE SPACE    TO OT-Size
           MOVE Kit-Qty  TO OT-Qty
           MOVE OT-ProdName TO PK-ProdName
           MOVE OT-Size     TO PK-Size
           MOVE OT-Qty      TO PK-Qty
           MOVE SPACES TO PK-Lot PK-LotMore
           IF Kit-Ok = 'N'
               ADD 1 TO Orders-Short
               IF PK-Status = 'INSUFFICIENT STOCK'
                   PERFORM WriteBackOrd
               END-IF
               PERFORM ReleasePick
               EXIT PARAGRAPH
           END-IF
           MOVE 'PICKED' TO PK-Status
           ADD 1 TO Orders-Picked
           MOVE Line-Value TO PK-LineTotal
           MOVE Eff-Price  TO PK-UnitPrice
           MOVE 0          TO PK-DiscPct
           ADD PK-LineTotal TO Order-Total
           MOVE PK-LineTotal TO Dollar-LineTotal
           DISPLAY OT-ProdName ' kit line total ' Dollar-LineTotal
           PERFORM WriteHistory
           PERFORM ReleasePick.

       KitPartAvail.
      *> 구성품 하나의 가용을 본다 - 필요량은 구성 수량 *
      *> 세트 수량이고, OT 줄을 잠시 구성품으로 바꿔 예약/
      *> 만료 차감을 낱개 주문과 똑같이 적용한다
           COMPUTE Part-Need = KT-CompQty(KTx, KPx) * Kit-Qty
           IF Part-Need > 999
               MOVE 'KIT QTY TOO BIG' TO PK-Status
               MOVE 'N' TO Kit-Ok
               EXIT PARAGRAPH
           END-IF
           MOVE KT-CompName(KTx, KPx) TO OT-ProdName
           MOVE KT-CompSize(KTx, KPx) TO OT-Size
           MOVE Part-Need TO OT-Qty
           PERFORM FindKitPart
           IF Found-Size = 'N'
               MOVE 'KIT DEF ERROR' TO PK-Status
               MOVE 'N' TO Kit-Ok
               EXIT PARAGRAPH
           END-IF
           PERFORM FindHeld
           PERFORM FindExpired
           IF Part-OnHand - Held-Qty - Expired-Qty < Part-Need
               MOVE 'INSUFFICIENT STOCK' TO PK-Status
               MOVE 'N' TO Kit-Ok
           END-IF.

       KitPartIssue.
      *> 구성품 하나를 내린다 - 차감과 저널, 창고/로트
      *> 배정, 값 0의 'KIT PART' 피킹 줄, 판매 이력 사용분
           COMPUTE Part-Need = KT-CompQty(KTx, KPx) * Kit-Qty
           MOVE KT-CompName(KTx, KPx) TO OT-ProdName
           MOVE KT-CompSize(KTx, KPx) TO OT-Size
           MOVE Part-Need TO OT-Qty
           PERFORM FindKitPart
           IF Idx-Mode = 'Y'
               MOVE PI-Qty(Pi-J) TO Qty-Before
               SUBTRACT OT-Qty FROM PI-Qty(Pi-J)
               REWRITE ProdIdx-Record
                   INVALID KEY
                       DISPLAY "** IDX REWRITE FAILED : "
                               PI-ProdName
               END-REWRITE
               PERFORM WriteJournalIdx
           ELSE
               MOVE QtyOnHand(I, J) TO Qty-Before
               SUBTRACT OT-Qty FROM QtyOnHand(I, J)
               PERFORM WriteJournal
           END-IF
           MOVE OT-ProdName TO PK-ProdName
           MOVE OT-Size     TO PK-Size
           MOVE OT-Qty      TO PK-Qty
           MOVE 'KIT PART'  TO PK-Status
           MOVE 0 TO PK-LineTotal
           MOVE 0 TO PK-UnitPrice
           MOVE 0 TO PK-DiscPct
           MOVE SPACES TO PK-Lot PK-LotMore
           PERFORM AllocWhse
           PERFORM AllocLots
           IF SaleHist-Status = '00'
               MOVE SPACES TO SaleHist-Record
               MOVE FUNCTION CURRENT-DATE(1:8) TO SH-Date
               MOVE OT-ProdName  TO SH-ProdName
               MOVE OT-Size      TO SH-Size
               MOVE OT-Qty       TO SH-Qty
               MOVE 0            TO SH-Revenue
               MOVE Ship-Whse    TO SH-Whse
               WRITE SaleHist-Record
           END-IF
           PERFORM ReleasePick.

       FindKitPart.
      *> 구성품의 상품/사이즈를 찾아 현재고를 건넨다 -
      *> 표 모드는 I/J, 색인 모드는 읽은 레코드와 Pi-J
           MOVE 'N' TO Found-Size
           MOVE 0 TO Match-J
           MOVE 0 TO Part-OnHand
           IF Idx-Mode = 'Y'
               MOVE OT-ProdName TO PI-ProdName
               READ ProdIdx-File
                   INVALID KEY EXIT PARAGRAPH
               END-READ
               PERFORM VARYING Pi-J FROM 1 BY 1 UNTIL Pi-J > 3
                   IF PI-Size(Pi-J) = OT-Size AND Match-J = 0
                       MOVE Pi-J TO Match-J
                   END-IF
               END-PERFORM
               IF Match-J > 0
                   MOVE Match-J TO Pi-J
                   MOVE PI-Qty(Pi-J) TO Part-OnHand
                   MOVE 'Y' TO Found-Size
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Found-Prod
           SEARCH ALL Product
               AT END CONTINUE
               WHEN ProdName(I) = OT-ProdName
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
           IF Found-Prod = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 3
               IF SizeType(I, J) = OT-Size AND Match-J = 0
                   MOVE J TO Match-J
               END-IF
           END-PERFORM
           IF Match-J > 0
               MOVE Match-J TO J
               MOVE QtyOnHand(I, J) TO Part-OnHand
               MOVE 'Y' TO Found-Size
           END-IF.

       ReleasePick.
      *> 위치를 달아 정렬 작업 파일로 내보낸다 - 위치
      *> 미등록 품목은 'ZZ' 구역으로 맨 뒤에 선다
               AT END CONTINUE
               WHEN CT-CustNo(CUx) = OT-CustNo
                   MOVE 'Y' TO Found-Cust
           END-SEARCH
           IF Found-Cust = 'N' AND Num-Aliases > 0
               PERFORM ResolveAlias
           END-IF.

       ResolveAlias.
      *> 병합으로 물러난 번호면 지금 번호로 바꿔
      *> 받는다 - 피킹, 이력, 여신 보류가 모두 지금
      *> 번호로 남는다
           SET ALx TO 1
           SEARCH Alias-Entry
               AT END CONTINUE
               WHEN AT-OldNo(ALx) = OT-CustNo
                   MOVE AT-NewNo(ALx) TO OT-CustNo
                   SET CUx TO 1
                   SEARCH Cust-Entry
                       AT END CONTINUE
                       WHEN CT-CustNo(CUx) = OT-CustNo
                           MOVE 'Y' TO Found-Cust
                   END-SEARCH
           END-SEARCH.

       WriteReview.
               MOVE OT-Size      TO SH-Size
               MOVE OT-Qty       TO SH-Qty
               MOVE PK-LineTotal TO SH-Revenue
               MOVE Ship-Whse    TO SH-Whse
               WRITE SaleHist-Record
           END-IF.

               MOVE OT-CustFName TO BO-CustFName
               MOVE OT-CustLName TO BO-CustLName
               MOVE OT-CustNo    TO BO-CustNo
               MOVE OT-Quote     TO BO-Quote
               MOVE OT-CustPO    TO BO-CustPO
               WRITE BackOrd-Record
           END-IF.

       WriteJournalIdx.
      *> 색인 모드 차감 - 읽어 둔 색인 레코드 기준
           IF Journal-Status = '00'
               MOVE SPACES TO Journal-Record
               MOVE PI-ProdName   TO JN-ProdName
               MOVE PI-Size(Pi-J) TO JN-Size
               MOVE Qty-Before    TO JN-Before
               MOVE PI-Qty(Pi-J)  TO JN-After
               MOVE Orders-Read   TO JN-OrderRef
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO JN-Date
               WRITE Journal-Record
           END-IF.

       WriteJournal.
      *> 차감마다 전/후 수량과 주문 순번을 남긴다
           IF Journal-Status = '00'
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
           PERFORM VARYING Pi-J FROM 1 BY 1 UNTIL Pi-J > 3
               IF PI-Size(Pi-J) NOT = SPACE
                  AND PI-Qty(Pi-J) <= PI-Reord(Pi-J)
                  AND PI-DropShip NOT = 'Y'
                   COMPUTE Sugg-Qty =
                       PI-Reord(Pi-J) * 2 - PI-Qty(Pi-J)
                   IF Sugg-Qty > 0

       ReplenSize.
      *> 재주문점 이하로 떨어진 사이즈만 제안한다 -
      *> 제안 수량은 재주문점의 두 배까지 채우는 양.
      *> 직송 품목은 재고를 두지 않으므로 빼 둔다
           IF SizeType(I, J) NOT = SPACE
              AND QtyOnHand(I, J) <= ReorderPoint(I, J)
              AND ProdDrop(I) NOT = 'Y'
               COMPUTE Sugg-Qty =
                   ReorderPoint(I, J) * 2 - QtyOnHand(I, J)
               IF Sugg-Qty > 0
           DISPLAY "Orders short  : " Orders-Short
           DISPLAY "Orders review : " Orders-Review
           DISPLAY "Orders held   : " Orders-Held
           DISPLAY "Orders drop   : " Orders-Drop
           DISPLAY "Order total   : " Dollar-OrderTotal
      *> 야간 배치 드라이버가 CALL로 실행할 수 있게
      *> STOP RUN 대신 GOBACK을 쓴다
