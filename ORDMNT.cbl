       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMNT.
       AUTHOR. YONEE.
      *> 주문 정정/취소 - ORDCAPT가 ORDTRANS.DAT에 덧붙인
      *> 줄을 다음 ORDENTRY 배치 전에 고친다. 고객 번호로
      *> 그 고객의 미처리 줄을 찾아 보여 주고, 줄마다
      *> 수량/사이즈 정정(C) 또는 사유 코드를 붙인 취소(X)
      *> 를 받는다. 정정은 ORDCAPT처럼 단종/사이즈/재고를
      *> 다시 확인하고(가용 = 장부 수량 - 남의 예약),
      *> ORDENTRY의 여신 확인과 같은 노출(미결 잔액 + 이
      *> 고객의 미처리 줄 값)로 한도를 넘으면 확인을 받는다.
      *> 늘어난 수량은 이 고객이 같은 상품/사이즈로 잡아 둔
      *> 예약(HOLDS.DAT)에서 먼저 빼 쓴다 - 미처리 줄은
      *> 장부를 잡지 않으므로 줄이거나 취소한 수량은 그대로
      *> 가용으로 돌아간다. 결정은 담당자 접속 번호와 함께
      *> AUDIT.DAT에 남고, 바뀐 것이 있으면 CREDREL처럼
      *> ORDTRANS.DAT 전체를 다시 세어 통제 기록을 맞춘다.
      *> 취소 줄은 취소 대장(ORDCANC.DAT)에 쌓이고, 끝날 때
      *> 오늘 취소분으로 일일 취소 보고서(ORDCANC.RPT)를
      *> 다시 찍는다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Order-File ASSIGN TO "ORDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Order-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT Hold-File ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
      *> 여신 노출 - ORDENTRY의 LoadExposure와 같은 원천
           SELECT ArOpen-File ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArOpen-Status.
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
      *> 취소 대장과 일일 취소 보고서
           SELECT Canc-File ASSIGN TO "ORDCANC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Canc-Status.
           SELECT CancRpt-File ASSIGN TO "ORDCANC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CancRpt-Status.
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
       FD  Order-File.
       01  Order-Record.
           02 OT-ProdName   PIC X(10).
           02 OT-Size       PIC A.
           02 OT-Qty        PIC 9(3).
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
           02 CM-CustNo PIC 9(5).
           02 CM-FName PIC X(15).
           02 CM-LName PIC X(15).
           02 CM-Addr   PIC X(30).
           02 CM-Phone  PIC X(13).
           02 CM-Postal PIC X(6).
           02 CM-CrLimit PIC 9(7).
           02 CM-Terms  PIC 9(3).
           02 CM-Disc   PIC 9(2).

       FD  Hold-File.
       01  Hold-Record.
           02 HD-Ref        PIC 9(5).
           02 FILLER        PIC X.
           02 HD-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 HD-ProdName   PIC X(10).
           02 HD-Size       PIC A.
           02 FILLER        PIC X.
           02 HD-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 HD-Expiry     PIC 9(12).

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

       FD  ArOpen-File.
       01  ArOpen-Record.
           02 AO-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 AO-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 AO-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 AO-Orig       PIC 9(8)V99.
           02 FILLER        PIC X.
           02 AO-Open       PIC 9(8)V99.

       FD  InvReg-File.
       01  InvReg-Record.
           02 RG-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 RG-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 RG-Amount     PIC 9(8)V99.
           02 FILLER        PIC X.
           02 RG-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 RG-Freight    PIC 9(7)V99.

       FD  Canc-File.
       01  Canc-Record.
           02 CX-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 CX-Time       PIC 9(4).
           02 FILLER        PIC X.
           02 CX-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 CX-ProdName   PIC X(10).
           02 CX-Size       PIC A.
           02 FILLER        PIC X.
           02 CX-Qty        PIC 9(3).
           02 FILLER        PIC X.
      *> 'C'=고객 요청 'S'=재고 없음 'D'=중복 입력
      *> 'P'=가격/여신 'O'=기타
           02 CX-Reason     PIC X.
           02 FILLER        PIC X.
           02 CX-Clerk      PIC X(3).
           02 FILLER        PIC X.
           02 CX-Value      PIC 9(7)V99.

       FD  CancRpt-File.
       01  CancRpt-Line     PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
       77 Audit-Status PIC XX.
       77 Order-Status PIC XX.
       77 Cust-Status  PIC XX.
       77 Prod-Status  PIC XX.
       77 Hold-Status  PIC XX.
       77 ArOpen-Status PIC XX.
       77 InvReg-Status PIC XX.
       77 Canc-Status  PIC XX.
       77 CancRpt-Status PIC XX.
       77 Order-Eof    PIC X VALUE 'N'.
       77 Cust-Eof     PIC X VALUE 'N'.
       77 Prod-Eof     PIC X VALUE 'N'.
       77 Hold-Eof     PIC X VALUE 'N'.
       77 ArOpen-Eof   PIC X VALUE 'N'.
       77 InvReg-Eof   PIC X VALUE 'N'.
       77 Canc-Eof     PIC X VALUE 'N'.

      *> 고객 테이블 (번호, 이름, 한도, 미결 노출)
       77 Num-Custs    PIC 9(3) VALUE 0.
       01 CustTable.
           02 Cust-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo PIC 9(5).
               03 CT-FName  PIC X(15).
               03 CT-Limit  PIC 9(7).
               03 CT-Expo   PIC 9(9)V99.

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
       77 Num-Products PIC 9(3) VALUE 0.
       01 Hold-Product.
           02 Hold-ProdName PIC X(10).
           02 Hold-ProdSize OCCURS 3 TIMES.
               03 Hold-SizeType     PIC A.
               03 Hold-QtyOnHand    PIC 9(5).
               03 Hold-ReorderPoint PIC 9(5).
               03 Hold-Price        PIC 9(5)V99.
           02 Hold-ProdStat PIC X.
       77 Sort-Swapped PIC X VALUE 'N'.

      *> 예약 테이블 (ORDCAPT와 같은 모양)
       77 Num-Holds    PIC 9(3) VALUE 0.
       01 HoldTable.
           02 Hold-Row OCCURS 0 TO 200 TIMES
                       DEPENDING ON Num-Holds
                       INDEXED BY HLx.
               03 HL-Ref      PIC 9(5).
               03 HL-CustNo   PIC 9(5).
               03 HL-ProdName PIC X(10).
               03 HL-Size     PIC A.
               03 HL-Qty      PIC 9(3).
               03 HL-Expiry   PIC 9(12).
       77 Hx           PIC 9(3) VALUE 0.
       77 Holds-Chgd   PIC X VALUE 'N'.

      *> 미처리 주문 줄 테이블 - 파일 전체를 들고 있다가
      *> 바뀐 것이 있으면 통째로 다시 쓴다
       77 Num-Orders   PIC 9(3) VALUE 0.
       77 Order-Over   PIC X VALUE 'N'.
       01 OrdTable.
           02 Ord-Row OCCURS 0 TO 500 TIMES
                      DEPENDING ON Num-Orders
                      INDEXED BY ORx.
               03 OR-ProdName  PIC X(10).
               03 OR-Size      PIC A.
               03 OR-Qty       PIC 9(3).
               03 OR-CustFName PIC X(15).
               03 OR-CustLName PIC X(15).
               03 OR-CustNo    PIC 9(5).
               03 OR-Quote     PIC X(15).
               03 OR-CustPO    PIC X(15).
               *> SPACE=그대로 'C'=정정 'X'=취소
               03 OR-Action    PIC X.
       77 Ox           PIC 9(3) VALUE 0.

      *> 콘솔 입력 작업영역
       77 Clerk-Id     PIC X(3) VALUE SPACES.
       77 Done-Flag    PIC X VALUE 'N'.
       77 Cust-Done    PIC X VALUE 'N'.
       77 In-CustNo-X  PIC X(5).
       77 In-CustNo    PIC 9(5) VALUE 0.
       77 In-Line-X    PIC X(3).
       77 In-Line      PIC 9(3) VALUE 0.
       77 In-Size      PIC A.
       77 In-Qty-X     PIC X(3).
       77 In-Qty       PIC 9(3) VALUE 0.
       77 In-Reason    PIC X.
       77 Choice       PIC X VALUE SPACE.
       77 Cust-Ix      PIC 9(3) VALUE 0.
       77 Cust-Lines   PIC 9(3) VALUE 0.
       77 Found-Prod   PIC X VALUE 'N'.
       77 Match-J      PIC 9 VALUE 0.
       77 Jx           PIC 9 VALUE 0.
       77 Dollar-Price PIC $$,$$9.99.
       77 Chg-Ctr      PIC 9(3) VALUE 0.
       77 Can-Ctr      PIC 9(3) VALUE 0.
      *> 정정 계산 작업영역
       77 Old-Qty      PIC 9(3) VALUE 0.
       77 Old-Size     PIC A.
       77 Need-Qty     PIC 9(3) VALUE 0.
       77 Left-Qty     PIC 9(3) VALUE 0.
       77 Take-Qty     PIC 9(3) VALUE 0.
       77 Held-All     PIC 9(5) VALUE 0.
       77 Held-Own     PIC 9(5) VALUE 0.
       77 Avail-Qty    PIC S9(6) VALUE 0.
       77 Avail-Disp   PIC ZZZZZ9.
       77 Line-Value   PIC 9(7)V99 VALUE 0.
       77 Cust-Value   PIC 9(9)V99 VALUE 0.
       77 Over-Amt     PIC 9(9)V99 VALUE 0.
       77 Val-Disp     PIC $$$$,$$9.99.
       77 Pj           PIC 9 VALUE 0.
      *> 일일 취소 보고서 작업영역
       77 Today        PIC 9(8) VALUE 0.
       77 Rpt-Ctr      PIC 9(5) VALUE 0.
       77 Rpt-Value    PIC 9(9)V99 VALUE 0.
       01 Canc-Detail.
           02 CD-Time      PIC 99B99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-CustNo    PIC 9(5).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-ProdName  PIC X(10).
           02 FILLER       PIC X VALUE SPACE.
           02 CD-Size      PIC A.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-Qty       PIC ZZ9.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-Value     PIC $$$$,$$9.99.
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-Reason    PIC X(12).
           02 FILLER       PIC X(2) VALUE SPACES.
           02 CD-Clerk     PIC X(3).
       01 Canc-Total.
           02 FILLER       PIC X(18) VALUE "Cancelled lines : ".
           02 CN-Ctr       PIC ZZZZ9.
           02 FILLER       PIC X(11) VALUE "   Value : ".
           02 CN-Value     PIC $$$,$$$,$$9.99.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
       77 Ct-Name        PIC X(14) VALUE SPACES.
       77 Ct-Rows        PIC 9(7) VALUE 0.
       77 Ct-Amt         PIC 9(11)V99 VALUE 0.
       77 Ct-Result      PIC X VALUE SPACE.
       77 Pre-Eof        PIC X VALUE 'N'.

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
           MOVE "ORDMNT"         TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "ORDMNT"         TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "ORDMNT 시작"    TO AL-Event
           PERFORM LogAudit
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today
           MOVE SG-Oper TO Clerk-Id
           PERFORM LoadOrders
           IF Order-Over = 'Y'
               DISPLAY "** ORDTRANS OVER 500 LINES - RUN ORDENTRY"
                   " FIRST" UPON TTY
               GO TO Kkeut
           END-IF
           IF Num-Orders = 0
               DISPLAY "** NO PENDING ORDERS" UPON TTY
               PERFORM CancReport
               GO TO Kkeut
           END-IF
           PERFORM LoadCustomers
           PERFORM LoadExposure
           PERFORM LoadProducts
           PERFORM LoadHolds
           PERFORM CustLoop UNTIL Done-Flag = 'Y'
           IF Chg-Ctr > 0 OR Can-Ctr > 0
               PERFORM SaveOrders
               PERFORM PostOrdCtl
           END-IF
           IF Holds-Chgd = 'Y'
               PERFORM SaveHolds
           END-IF
           PERFORM CancReport
           DISPLAY "정정 " Chg-Ctr " 건, 취소 " Can-Ctr
               " 건" UPON TTY
           GO TO Kkeut.

       LoadOrders.
           OPEN INPUT Order-File
           IF Order-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Order-Eof = 'Y'
               READ Order-File
                   AT END MOVE 'Y' TO Order-Eof
                   NOT AT END
                       IF Num-Orders < 500
                           ADD 1 TO Num-Orders
                           SET ORx TO Num-Orders
                           MOVE OT-ProdName  TO OR-ProdName(ORx)
                           MOVE OT-Size      TO OR-Size(ORx)
                           MOVE OT-Qty       TO OR-Qty(ORx)
                           MOVE OT-CustFName TO OR-CustFName(ORx)
                           MOVE OT-CustLName TO OR-CustLName(ORx)
                           MOVE OT-CustNo    TO OR-CustNo(ORx)
                           MOVE OT-Quote     TO OR-Quote(ORx)
                           MOVE OT-CustPO    TO OR-CustPO(ORx)
                           MOVE SPACE        TO OR-Action(ORx)
                       ELSE
      *> 다 들지 못하면 다시 쓸 때 줄을 잃으므로 손대지 않는다
                           MOVE 'Y' TO Order-Over
                           MOVE 'Y' TO Order-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Order-File.

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
                               IF CM-CrLimit IS NUMERIC
                                   MOVE CM-CrLimit
                                       TO CT-Limit(Num-Custs)
                               ELSE
                                   MOVE 0
                                       TO CT-Limit(Num-Custs)
                               END-IF
                               MOVE 0 TO CT-Expo(Num-Custs)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           ELSE
               DISPLAY "** NO CUSTOMER MASTER - NO CREDIT CHECK"
                   UPON TTY
           END-IF.

       LoadExposure.
      *> ORDENTRY의 LoadExposure와 같다 - AROPEN.DAT가 있으면
      *> 미결 잔액, 아직 A/R이 돌기 전이면 청구 대장 전체
           IF Num-Custs = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ArOpen-File
           IF ArOpen-Status = '00'
               PERFORM UNTIL ArOpen-Eof = 'Y'
                   READ ArOpen-File
                       AT END MOVE 'Y' TO ArOpen-Eof
                       NOT AT END
                           IF AO-Open IS NUMERIC
                              AND AO-Open > 0
                               PERFORM TallyOpenExpo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ArOpen-File
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT InvReg-File
           IF InvReg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL InvReg-Eof = 'Y'
               READ InvReg-File
                   AT END MOVE 'Y' TO InvReg-Eof
                   NOT AT END
                       IF RG-InvNo NOT = 999999
                          AND RG-Amount IS NUMERIC
                           PERFORM TallyExpo
                       END-IF
               END-READ
           END-PERFORM
           CLOSE InvReg-File.

       TallyOpenExpo.
           SET CUx TO 1
           SEARCH Cust-Entry
               AT END CONTINUE
               WHEN CT-CustNo(CUx) = AO-CustNo
                   ADD AO-Open TO CT-Expo(CUx)
           END-SEARCH.

       TallyExpo.
           SET CUx TO 1
           SEARCH Cust-Entry
               AT END CONTINUE
               WHEN CT-CustNo(CUx) = RG-CustNo
                   ADD RG-Amount TO CT-Expo(CUx)
           END-SEARCH.

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

       LoadHolds.
           MOVE 0 TO Num-Holds
           MOVE 'N' TO Hold-Eof
           OPEN INPUT Hold-File
           IF Hold-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hold-Eof = 'Y'
               READ Hold-File
                   AT END MOVE 'Y' TO Hold-Eof
                   NOT AT END
                       IF Num-Holds < 200
                           ADD 1 TO Num-Holds
                           MOVE HD-Ref
                               TO HL-Ref(Num-Holds)
                           MOVE HD-CustNo
                               TO HL-CustNo(Num-Holds)
                           MOVE HD-ProdName
                               TO HL-ProdName(Num-Holds)
                           MOVE HD-Size
                               TO HL-Size(Num-Holds)
                           MOVE HD-Qty
                               TO HL-Qty(Num-Holds)
                           MOVE HD-Expiry
                               TO HL-Expiry(Num-Holds)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hold-File.

       CustLoop.
           DISPLAY " " UPON TTY
           DISPLAY "Customer no (blank=end) ?" UPON TTY
           ACCEPT In-CustNo-X FROM TTY
           IF In-CustNo-X = SPACES
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(In-CustNo-X) NOT = 0
               DISPLAY "** CUSTOMER NO NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-CustNo-X) TO In-CustNo
           MOVE 0 TO Cust-Ix
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = In-CustNo
                       SET Cust-Ix TO CUx
                       DISPLAY "Customer : " CT-FName(CUx)
                           UPON TTY
               END-SEARCH
           END-IF
           PERFORM ListLines
           IF Cust-Lines = 0
               DISPLAY "** NO PENDING LINES FOR CUSTOMER" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Cust-Done
           PERFORM LineLoop UNTIL Cust-Done = 'Y'.

       ListLines.
      *> 이 고객의 살아 있는 줄을 파일 순번으로 보여 준다
           MOVE 0 TO Cust-Lines
           PERFORM VARYING Ox FROM 1 BY 1 UNTIL Ox > Num-Orders
               IF OR-CustNo(Ox) = In-CustNo
                  AND OR-Action(Ox) NOT = 'X'
                   ADD 1 TO Cust-Lines
                   DISPLAY "  Line " Ox "  " OR-ProdName(Ox)
                       " " OR-Size(Ox) "  Qty " OR-Qty(Ox)
                       UPON TTY
               END-IF
           END-PERFORM.

       LineLoop.
           DISPLAY "Line no (blank=next customer) ?" UPON TTY
           ACCEPT In-Line-X FROM TTY
           IF In-Line-X = SPACES
               MOVE 'Y' TO Cust-Done
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(In-Line-X) NOT = 0
               DISPLAY "** LINE NO NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Line-X) TO In-Line
           IF In-Line = 0 OR In-Line > Num-Orders
               DISPLAY "** NO SUCH LINE" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE In-Line TO Ox
           IF OR-CustNo(Ox) NOT = In-CustNo
               DISPLAY "** LINE BELONGS TO ANOTHER CUSTOMER"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF OR-Action(Ox) = 'X'
               DISPLAY "** LINE ALREADY CANCELLED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "C=change qty/size X=cancel ?" UPON TTY
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'C' WHEN 'c'
                   PERFORM ChangeLine
               WHEN 'X' WHEN 'x'
                   PERFORM CancelLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM ListLines.

       ChangeLine.
      *> ORDCAPT의 GetProduct/GetSize/GetQty와 같은 확인을
      *> 다시 하고 여신과 예약을 맞춘 뒤 줄을 고친다
      *> 세트 줄(사이즈 없음)은 취소하고 다시 받는다
           IF OR-Size(Ox) = SPACE
               DISPLAY "** KIT LINE - CANCEL AND RE-ENTER"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE OR-Qty(Ox)  TO Old-Qty
           MOVE OR-Size(Ox) TO Old-Size
           MOVE 'N' TO Found-Prod
           SEARCH ALL Product
               AT END
                   DISPLAY "** PRODUCT NOT FOUND" UPON TTY
               WHEN ProdName(I) = OR-ProdName(Ox)
                   MOVE 'Y' TO Found-Prod
           END-SEARCH
           IF Found-Prod = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Size (S/M/L, blank=" Old-Size ") ?" UPON TTY
           ACCEPT In-Size FROM TTY
           IF In-Size = SPACE
               MOVE Old-Size TO In-Size
           END-IF
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
           MOVE Price(I, Jx) TO Dollar-Price
           DISPLAY "Price " Dollar-Price
               "  On hand " QtyOnHand(I, Jx) UPON TTY
           DISPLAY "Qty ?" UPON TTY
           ACCEPT In-Qty-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Qty-X) NOT = 0
               DISPLAY "** QTY NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Qty-X) TO In-Qty
           IF In-Qty = 0
               DISPLAY "** QTY MUST BE NONZERO - USE X TO CANCEL"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF In-Size = Old-Size AND In-Qty = Old-Qty
               DISPLAY "** NO CHANGE" UPON TTY
               EXIT PARAGRAPH
           END-IF
      *> 새로 잡아야 할 수량 - 같은 사이즈면 늘어난 만큼,
      *> 사이즈를 바꾸면 새 사이즈의 수량 전부
           MOVE 0 TO Need-Qty
           IF In-Size = Old-Size
               IF In-Qty > Old-Qty
                   COMPUTE Need-Qty = In-Qty - Old-Qty
               END-IF
           ELSE
               MOVE In-Qty TO Need-Qty
           END-IF
      *> 단종 상품은 줄이기만 받는다 (ORDCAPT는 새 주문을 거절)
           IF ProdStat(I) = 'D' AND Need-Qty > 0
               DISPLAY "** DISCONTINUED - NO INCREASE OR SIZE"
                   " CHANGE" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Need-Qty > 0
               PERFORM FindAvail
               IF Need-Qty > Avail-Qty
                   MOVE Avail-Qty TO Avail-Disp
                   DISPLAY "** NOTE: EXCEEDS AVAILABLE ("
                       Avail-Disp " NET OF HOLDS)" UPON TTY
               END-IF
           END-IF
           PERFORM CheckCredit
           IF Over-Amt > 0
               MOVE Over-Amt TO Val-Disp
               DISPLAY "** OVER CREDIT LIMIT BY " Val-Disp
                   " - ORDENTRY WILL HOLD IT" UPON TTY
               DISPLAY "Apply anyway (Y/N) ?" UPON TTY
               ACCEPT Choice FROM TTY
               IF Choice NOT = 'Y' AND Choice NOT = 'y'
                   DISPLAY "Not changed" UPON TTY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Need-Qty > 0
               PERFORM ConsumeHolds
           END-IF
      *> 견적 단가는 견적한 사이즈에만 맞는다 - 사이즈를
      *> 바꾸면 견적을 떼고 ORDENTRY의 발효 단가로 간다
           IF In-Size NOT = Old-Size
              AND OR-Quote(Ox) NOT = SPACES
               MOVE SPACES TO OR-Quote(Ox)
               DISPLAY "NOTE - SIZE CHANGED, QUOTED PRICE DROPPED"
                   UPON TTY
           END-IF
           MOVE In-Size TO OR-Size(Ox)
           MOVE In-Qty  TO OR-Qty(Ox)
           MOVE 'C'     TO OR-Action(Ox)
           ADD 1 TO Chg-Ctr
           MOVE SPACES TO AL-Event
           STRING "정정 "        DELIMITED BY SIZE
                  In-CustNo      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  OR-ProdName(Ox) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  Old-Size       DELIMITED BY SIZE
                  Old-Qty        DELIMITED BY SIZE
                  ">"            DELIMITED BY SIZE
                  In-Size        DELIMITED BY SIZE
                  In-Qty         DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  Clerk-Id       DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           DISPLAY "Changed" UPON TTY.

       FindAvail.
      *> 가용 = 장부 수량 - 남이 잡은 예약 (RESERVE와 같은
      *> 셈). 이 고객 자신의 예약은 이 정정이 먼저 쓰므로
      *> 빼지 않는다
           MOVE 0 TO Held-All
           MOVE 0 TO Held-Own
           PERFORM VARYING Hx FROM 1 BY 1 UNTIL Hx > Num-Holds
               IF HL-Ref(Hx) NOT = 0
                  AND HL-ProdName(Hx) = OR-ProdName(Ox)
                  AND HL-Size(Hx) = In-Size
                   ADD HL-Qty(Hx) TO Held-All
                   IF HL-CustNo(Hx) = In-CustNo
                       ADD HL-Qty(Hx) TO Held-Own
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE Avail-Qty = QtyOnHand(I, Jx) - Held-All
                             + Held-Own
           IF Avail-Qty < 0
               MOVE 0 TO Avail-Qty
           END-IF.

       ConsumeHolds.
      *> 늘어난 수량만큼 이 고객의 같은 상품/사이즈 예약을
      *> 줄인다 - 다 쓴 예약(Ref 0)은 SaveHolds가 걷어 낸다
           MOVE Need-Qty TO Left-Qty
           PERFORM VARYING Hx FROM 1 BY 1
                   UNTIL Hx > Num-Holds OR Left-Qty = 0
               IF HL-Ref(Hx) NOT = 0
                  AND HL-CustNo(Hx) = In-CustNo
                  AND HL-ProdName(Hx) = OR-ProdName(Ox)
                  AND HL-Size(Hx) = In-Size
                   MOVE 'Y' TO Holds-Chgd
                   IF HL-Qty(Hx) > Left-Qty
                       MOVE Left-Qty TO Take-Qty
                   ELSE
                       MOVE HL-Qty(Hx) TO Take-Qty
                   END-IF
                   SUBTRACT Take-Qty FROM HL-Qty(Hx)
                   SUBTRACT Take-Qty FROM Left-Qty
                   IF HL-Qty(Hx) = 0
                       DISPLAY "Hold " HL-Ref(Hx) " used up"
                           UPON TTY
                   ELSE
                       DISPLAY "Hold " HL-Ref(Hx) " reduced to "
                           HL-Qty(Hx) UPON TTY
                   END-IF
                   PERFORM AuditHold
                   IF HL-Qty(Hx) = 0
                       MOVE 0 TO HL-Ref(Hx)
                   END-IF
               END-IF
           END-PERFORM.

       AuditHold.
           MOVE SPACES TO AL-Event
           STRING "예약차감 "     DELIMITED BY SIZE
                  HL-Ref(Hx)     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HL-ProdName(Hx) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  HL-Size(Hx)    DELIMITED BY SIZE
                  Take-Qty       DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  Clerk-Id       DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       CheckCredit.
      *> ORDENTRY의 CheckCredit과 같은 기준 - 미결 노출에
      *> 이 고객의 미처리 줄 값(정정 후)을 더해 한도와
      *> 견준다. 한도 0은 무제한(옛 고객 레코드)이다
           MOVE 0 TO Over-Amt
           IF Cust-Ix = 0
               EXIT PARAGRAPH
           END-IF
           IF CT-Limit(Cust-Ix) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE CT-Expo(Cust-Ix) TO Cust-Value
           PERFORM VARYING ORx FROM 1 BY 1 UNTIL ORx > Num-Orders
               IF OR-CustNo(ORx) = In-CustNo
                  AND OR-Action(ORx) NOT = 'X'
                   IF ORx = Ox
                       COMPUTE Line-Value ROUNDED =
                           In-Qty * Price(I, Jx)
                           ON SIZE ERROR MOVE 0 TO Line-Value
                       END-COMPUTE
                   ELSE
                       PERFORM PriceLine
                   END-IF
                   ADD Line-Value TO Cust-Value
               END-IF
           END-PERFORM
           IF Cust-Value > CT-Limit(Cust-Ix)
               COMPUTE Over-Amt = Cust-Value - CT-Limit(Cust-Ix)
           END-IF.

       PriceLine.
      *> 다른 줄의 값은 그 줄의 상품/사이즈 마스터 단가로
           MOVE 0 TO Line-Value
           SET K TO 1
           SEARCH Product VARYING K
               AT END CONTINUE
               WHEN ProdName(K) = OR-ProdName(ORx)
                   PERFORM VARYING Pj FROM 1 BY 1 UNTIL Pj > 3
                       IF SizeType(K, Pj) = OR-Size(ORx)
                           COMPUTE Line-Value ROUNDED =
                               OR-Qty(ORx) * Price(K, Pj)
                               ON SIZE ERROR MOVE 0 TO Line-Value
                           END-COMPUTE
                       END-IF
                   END-PERFORM
           END-SEARCH.

       CancelLine.
      *> 사유 코드를 받아 줄을 지우고 취소 대장에 남긴다
           DISPLAY "Reason C=customer S=stock D=duplicate"
               " P=price/credit O=other ?" UPON TTY
           ACCEPT In-Reason FROM TTY
           EVALUATE In-Reason
               WHEN 'C' WHEN 'c'
                   MOVE 'C' TO In-Reason
               WHEN 'S' WHEN 's'
                   MOVE 'S' TO In-Reason
               WHEN 'D' WHEN 'd'
                   MOVE 'D' TO In-Reason
               WHEN 'P' WHEN 'p'
                   MOVE 'P' TO In-Reason
               WHEN 'O' WHEN 'o'
                   MOVE 'O' TO In-Reason
               WHEN OTHER
                   DISPLAY "** BAD REASON CODE - NOT CANCELLED"
                       UPON TTY
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE Ox TO ORx
           PERFORM PriceLine
           MOVE 'X' TO OR-Action(Ox)
           ADD 1 TO Can-Ctr
           MOVE SPACES TO Canc-Record
           MOVE Today               TO CX-Date
           MOVE FUNCTION CURRENT-DATE(9:4) TO CX-Time
           MOVE OR-CustNo(Ox)       TO CX-CustNo
           MOVE OR-ProdName(Ox)     TO CX-ProdName
           MOVE OR-Size(Ox)         TO CX-Size
           MOVE OR-Qty(Ox)          TO CX-Qty
           MOVE In-Reason           TO CX-Reason
           MOVE Clerk-Id            TO CX-Clerk
           MOVE Line-Value          TO CX-Value
           OPEN EXTEND Canc-File
           IF Canc-Status NOT = '00'
               OPEN OUTPUT Canc-File
           END-IF
           WRITE Canc-Record
           CLOSE Canc-File
           MOVE SPACES TO AL-Event
           STRING "취소 "        DELIMITED BY SIZE
                  In-CustNo      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  OR-ProdName(Ox) DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  OR-Size(Ox)    DELIMITED BY SIZE
                  OR-Qty(Ox)     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  In-Reason      DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  Clerk-Id       DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           DISPLAY "Cancelled" UPON TTY.

       SaveOrders.
      *> 취소 줄을 뺀 나머지를 원래 순서대로 다시 쓴다
           OPEN OUTPUT Order-File
           IF Order-Status NOT = '00'
               DISPLAY "** ORDTRANS WRITE-BACK FAILED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ox FROM 1 BY 1 UNTIL Ox > Num-Orders
               IF OR-Action(Ox) NOT = 'X'
                   MOVE SPACES TO Order-Record
                   MOVE OR-ProdName(Ox)  TO OT-ProdName
                   MOVE OR-Size(Ox)      TO OT-Size
                   MOVE OR-Qty(Ox)       TO OT-Qty
                   MOVE OR-CustFName(Ox) TO OT-CustFName
                   MOVE OR-CustLName(Ox) TO OT-CustLName
                   MOVE OR-CustNo(Ox)    TO OT-CustNo
                   MOVE OR-Quote(Ox)     TO OT-Quote
                   MOVE OR-CustPO(Ox)    TO OT-CustPO
                   WRITE Order-Record
               END-IF
           END-PERFORM
           CLOSE Order-File.

       SaveHolds.
      *> 다 쓴 예약(Ref 0)을 뺀 나머지를 다시 쓴다
           OPEN OUTPUT Hold-File
           IF Hold-Status NOT = '00'
               DISPLAY "** HOLDS WRITE-BACK FAILED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Hx FROM 1 BY 1
                   UNTIL Hx > Num-Holds
               IF HL-Ref(Hx) NOT = 0
                   MOVE SPACES TO Hold-Record
                   MOVE HL-Ref(Hx)      TO HD-Ref
                   MOVE HL-CustNo(Hx)   TO HD-CustNo
                   MOVE HL-ProdName(Hx) TO HD-ProdName
                   MOVE HL-Size(Hx)     TO HD-Size
                   MOVE HL-Qty(Hx)      TO HD-Qty
                   MOVE HL-Expiry(Hx)   TO HD-Expiry
                   WRITE Hold-Record
               END-IF
           END-PERFORM
           CLOSE Hold-File.

       PostOrdCtl.
      *> ORDCAPT의 PostOrdCtl과 같은 전체 재계수
           MOVE 0 TO Ct-Rows
           MOVE 0 TO Ct-Amt
           MOVE 'N' TO Pre-Eof
           OPEN INPUT Order-File
           IF Order-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pre-Eof = 'Y'
               READ Order-File
                   AT END MOVE 'Y' TO Pre-Eof
                   NOT AT END
                       ADD 1 TO Ct-Rows
                       ADD OT-Qty TO Ct-Amt
               END-READ
           END-PERFORM
           CLOSE Order-File
           MOVE 'W' TO Ct-Op
           MOVE 'ORDTRANS.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       CancReport.
      *> 취소 대장에서 오늘 날짜분만 골라 일일 취소 보고서를
      *> 다시 찍는다 - 하루에 몇 번 돌아도 그날 전체가 나온다
           OPEN OUTPUT CancRpt-File
           IF CancRpt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CancRpt-Line
           STRING "DAILY ORDER CANCELLATIONS  " DELIMITED BY SIZE
                  Today DELIMITED BY SIZE
                  INTO CancRpt-Line
           WRITE CancRpt-Line
           MOVE "TIME   CUST   PRODUCT    SZ QTY        VALUE"
               TO CancRpt-Line
           MOVE "  REASON        CLK" TO CancRpt-Line(45:19)
           WRITE CancRpt-Line
           MOVE 0 TO Rpt-Ctr
           MOVE 0 TO Rpt-Value
           MOVE 'N' TO Canc-Eof
           OPEN INPUT Canc-File
           IF Canc-Status = '00'
               PERFORM UNTIL Canc-Eof = 'Y'
                   READ Canc-File
                       AT END MOVE 'Y' TO Canc-Eof
                       NOT AT END
                           IF CX-Date = Today
                               PERFORM CancLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Canc-File
           END-IF
           IF Rpt-Ctr = 0
               MOVE "No cancellations today" TO CancRpt-Line
               WRITE CancRpt-Line
           END-IF
           MOVE Rpt-Ctr   TO CN-Ctr
           MOVE Rpt-Value TO CN-Value
           MOVE Canc-Total TO CancRpt-Line
           WRITE CancRpt-Line
           CLOSE CancRpt-File.

       CancLine.
           ADD 1 TO Rpt-Ctr
           IF CX-Value IS NUMERIC
               ADD CX-Value TO Rpt-Value
               MOVE CX-Value TO CD-Value
           ELSE
               MOVE 0 TO CD-Value
           END-IF
           MOVE CX-Time     TO CD-Time
           MOVE CX-CustNo   TO CD-CustNo
           MOVE CX-ProdName TO CD-ProdName
           MOVE CX-Size     TO CD-Size
           MOVE CX-Qty      TO CD-Qty
           MOVE CX-Clerk    TO CD-Clerk
           EVALUATE CX-Reason
               WHEN 'C' MOVE "CUSTOMER"     TO CD-Reason
               WHEN 'S' MOVE "NO STOCK"     TO CD-Reason
               WHEN 'D' MOVE "DUPLICATE"    TO CD-Reason
               WHEN 'P' MOVE "PRICE/CREDIT" TO CD-Reason
               WHEN OTHER MOVE "OTHER"      TO CD-Reason
           END-EVALUATE
           MOVE Canc-Detail TO CancRpt-Line
           WRITE CancRpt-Line.

       CheckLock.
      *> 야간 체인이 잠금을 잡고 있으면 물러난다
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               MOVE 'Y' TO Lock-Held
           END-IF.

       Kkeut.
           MOVE "ORDMNT 종료"    TO AL-Event
           PERFORM LogAudit
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

       END PROGRAM ORDMNT.
