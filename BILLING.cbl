      *> 붙은 청구서(INVOICE.RPT)를 만들고, 청구 대장
      *> (INVREG.DAT)의 일계가 ORDENTRY의 주문 총액
      *> (ORDCTL.DAT)과 맞는지 대사한다. 청구서 일련
      *> 번호는 INVSEQ.DAT에 이어 둔다. SHIPRUN이 매긴
      *> 선적 운임(FREIGHT.DAT)은 청구서에 따로 한 줄로
      *> 싣고 세액과 합계에 넣는다 - 대장에도 운임을 따로
      *> 남기되, 주문 총액과 대사하는 일계는 상품 금액만.
      *> 전자 주문(POINTAKE) 줄은 고객 발주서 번호를 줄
      *> 끝에 찍는다. 공급처 직송(DROPCONF가 확인한
      *> DROPPICK.DAT) 줄도 같이 청구하고 파일을 비운다 -
      *> 직송분은 ORDCTL.DAT 주문 총액에 없으므로 빼고
      *> 대사한다. 청구한 상품 줄은 청구서 번호와 함께
      *> 청구 줄 이력(INVLINE.DAT)에 덧붙여 월 영업
      *> 수수료 계산(COMMRUN)이 마진을 낸다. 청구 주기가
      *> 주/월인 고객(CUSTMAST.DAT)의 줄과 운임은 청구하지
      *> 않고 미청구 출하(UNBILLED.DAT)에 모아 CYCLBILL이
      *> 마감일에 한 장으로 청구한다 - 모은 금액은 주문
      *> 총액 대사에서 따로 맞춘다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OrdCtl-File ASSIGN TO "ORDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdCtl-Status.
           SELECT Freight-File ASSIGN TO "FREIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Freight-Status.
      *> 청구 대장 뒤의 상품 줄 이력 - 날마다 덧붙인다
           SELECT InvLine-File ASSIGN TO "INVLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLine-Status.
      *> 고객 청구 주기와 주기 고객의 미청구 출하
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Unbilled-File ASSIGN TO "UNBILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Unbilled-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Pick-File.
      *> ORDENTRY가 매긴 적용 단가와 할인율
           02 PK-UnitPrice  PIC 9(5)V99.
           02 PK-DiscPct    PIC 9(2).
           02 PK-Lot        PIC X(10).
           02 PK-LotMore    PIC X.
      *> 고객 발주서 번호(전자 주문) - 청구서 줄에 찍는다
           02 PK-CustPO     PIC X(15).

       FD  Invoice-File.
       01  Invoice-Line     PIC X(80).

       FD  InvLine-File.
       01  InvLine-Record.
           02 IL-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-InvNo      PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-ProdName   PIC X(10).
           02 IL-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-LineTotal  PIC 9(7)V99.

       FD  Customer-File.
       01  Customer-Record.
           02 CM-CustNo     PIC 9(5).
           02 FILLER        PIC X(94).
      *> S/빈칸 = 출하마다, W = 주, M = 월
           02 CM-Cycle      PIC X.

      *> 주기 고객의 출하 줄('L')과 운임('F') - CYCLBILL이
      *> 마감일에 청구하고 지운다
       FD  Unbilled-File.
       01  Unbilled-Record.
           02 UB-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-ShipDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-Type       PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-ProdName   PIC X(10).
           02 UB-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-Amount     PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-ShipNo     PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 UB-CustPO     PIC X(15).
           02 UB-FName      PIC X(15).
           02 UB-LName      PIC X(15).

       FD  Register-File.
       01  Register-Record.
           02 RG-InvNo      PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
      *> 청구일 - 외상 대금 연령 분석(ARREPORT)용
           02 RG-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
      *> 금액 중 운임 - 일계(999999) 줄은 그날 운임 합계
           02 RG-Freight    PIC 9(7)V99.

       FD  Seq-File.
       01  Seq-Record.
           02 FILLER        PIC X.
           02 OC-Picked     PIC 9(5).

      *> SHIPRUN이 남긴 고객별 선적 운임
       FD  Freight-File.
       01  Freight-Record.
           02 FR-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 FR-ShipNo     PIC 9(6).
           02 FILLER        PIC X.
           02 FR-Parcels    PIC 9(3).
           02 FILLER        PIC X.
           02 FR-Weight     PIC 9(5)V99.
           02 FILLER        PIC X.
           02 FR-Freight    PIC 9(7)V99.
           02 FILLER        PIC X.
           02 FR-Zone       PIC X(2).

       WORKING-STORAGE SECTION.
       77 Pick-Status     PIC XX.
      *> 피킹 확인(PICKCONF)이 돌았으면 선적 확인 파일
       77 Register-Status PIC XX.
       77 Seq-Status      PIC XX.
       77 OrdCtl-Status   PIC XX.
       77 Freight-Status  PIC XX.
       77 Freight-Eof     PIC X VALUE 'N'.
       77 InvLine-Status  PIC XX.
       77 Cust-Status     PIC XX.
       77 Cust-Eof        PIC X VALUE 'N'.
       77 Unbilled-Status PIC XX.
       77 Pick-Eof        PIC X VALUE 'N'.

      *> PICKED 줄을 담는 테이블
               03 LT-Size       PIC A.
               03 LT-Qty        PIC 9(3).
               03 LT-LineTotal  PIC 9(7)V99.
               03 LT-CustPO     PIC X(15).
               03 LT-Billed     PIC X.

      *> 청구 주기가 주/월인 고객
       77 Cyc-Count     PIC 9(4) VALUE 0.
       01 Cyc-Table.
           02 Cyc-Entry OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Cyc-Count
                        INDEXED BY CYx.
               03 CY-CustNo     PIC 9(5).

      *> 고객별 운임 - 선적이 없는 고객은 운임 없음
       77 Frt-Count     PIC 9(3) VALUE 0.
       01 Frt-Table.
           02 Frt-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON Frt-Count
                        INDEXED BY FRx.
               03 FRT-CustNo    PIC 9(5).
               03 FRT-ShipNo    PIC 9(6).
               03 FRT-Amount    PIC 9(7)V99.

       77 Invoice-No    PIC 9(6) VALUE 0.
       77 Work-CustNo   PIC 9(5) VALUE 0.
       77 Inv-Subtotal  PIC 9(8)V99 VALUE 0.
       77 Inv-Freight   PIC 9(7)V99 VALUE 0.
       77 Inv-Tax       PIC 9(7)V99 VALUE 0.
       77 Inv-Total     PIC 9(8)V99 VALUE 0.
      *> 부가세율 10%
       77 Tax-Rate      PIC 9V99 VALUE 0.10.
       77 Daily-Total   PIC 9(9)V99 VALUE 0.
       77 Daily-Freight PIC 9(7)V99 VALUE 0.
      *> 직송 확인분 - 주문 총액 대사에서 뺀다
       77 Drop-Total    PIC 9(9)V99 VALUE 0.
       77 Drop-Ctr      PIC 9(5) VALUE 0.
       77 Goods-Total   PIC 9(9)V99 VALUE 0.
      *> 주기 고객 미청구분 - 주문 총액 대사의 따로 항목
       77 Unbill-Total  PIC 9(9)V99 VALUE 0.
       77 Unbill-Ctr    PIC 9(5) VALUE 0.
       77 Cycle-Flag    PIC X VALUE 'N'.
       77 Invoice-Ctr   PIC 9(5) VALUE 0.
       77 Ix            PIC 9(3) VALUE 0.
       77 Bill-Date     PIC 9(8) VALUE 0.
           02 ID-Qty        PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ID-Amount     PIC $$$$,$$9.99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 ID-PoTag      PIC X(8).
           02 ID-CustPO     PIC X(15).
       01 Inv-Frt.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FILLER        PIC X(14) VALUE "FREIGHT SHIP# ".
           02 IF-ShipNo     PIC 9(6).
           02 IF-Amount     PIC $$$$,$$9.99.
       01 Inv-Foot.
           02 FT-Caption    PIC X(12).
           02 FT-Amount     PIC $$,$$$,$$9.99.
           MOVE 'BOPICK.DAT' TO Pick-Name
           MOVE 'N' TO Pick-Eof
           PERFORM LoadPicks.
      *> 공급처가 고객에게 바로 보낸 직송 확인분
           MOVE 'DROPPICK.DAT' TO Pick-Name
           MOVE 'N' TO Pick-Eof
           PERFORM LoadPicks.
           IF Line-Count = 0
               DISPLAY "No picked lines to bill"
               GOBACK
           END-IF
           PERFORM LoadFreight.
           PERFORM LoadCycles.
           PERFORM GetInvSeq.
           OPEN OUTPUT Invoice-File
           OPEN OUTPUT Register-File
               DISPLAY "** BILLING OUTPUT OPEN FAILED"
               GOBACK
           END-IF
           OPEN EXTEND InvLine-File
           IF InvLine-Status NOT = '00'
               OPEN OUTPUT InvLine-File
           END-IF
           IF Cyc-Count > 0
               OPEN EXTEND Unbilled-File
               IF Unbilled-Status NOT = '00'
                   OPEN OUTPUT Unbilled-File
               END-IF
               IF Unbilled-Status NOT = '00'
      *> 모을 곳이 없으면 주기 고객도 오늘 청구한다
                   DISPLAY "** UNBILLED.DAT OPEN FAILED : "
                           Unbilled-Status
                           " - CYCLE CUSTOMERS BILLED TODAY"
                   MOVE 0 TO Cyc-Count
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM BillCustomers.
           IF Cyc-Count > 0
               CLOSE Unbilled-File
           END-IF
           IF InvLine-Status = '00'
               CLOSE InvLine-File
           ELSE
               DISPLAY "** INVLINE.DAT NOT WRITTEN : "
                       InvLine-Status
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteDaily.
           PERFORM SaveInvSeq.
           CLOSE Invoice-File
           CLOSE Register-File
           PERFORM CheckControl.
           PERFORM ClearDrops.
           DISPLAY "Invoices written : " Invoice-Ctr
           IF Unbill-Ctr > 0
               DISPLAY "Cycle lines held : " Unbill-Ctr
           END-IF
           GOBACK.

       LoadPicks.
                               IF Line-Count < 300
                                   ADD 1 TO Line-Count
                                   PERFORM StowLine
                                   IF Pick-Name = 'DROPPICK.DAT'
                                       ADD 1 TO Drop-Ctr
                                       ADD PK-LineTotal
                                           TO Drop-Total
                                   END-IF
                               ELSE
                                   IF Trunc-Flag = 'N'
                                       DISPLAY "** PICK TABLE"
           MOVE PK-Size      TO LT-Size(Line-Count)
           MOVE PK-Qty       TO LT-Qty(Line-Count)
           MOVE PK-LineTotal TO LT-LineTotal(Line-Count)
           MOVE PK-CustPO    TO LT-CustPO(Line-Count)
           MOVE 'N'          TO LT-Billed(Line-Count).

       LoadFreight.
      *> SHIPRUN이 돌지 않은 날은 운임 없이 청구한다
           OPEN INPUT Freight-File
           IF Freight-Status NOT = '00'
               DISPLAY "** NO FREIGHT FILE - NO FREIGHT BILLED"
           ELSE
               PERFORM UNTIL Freight-Eof = 'Y'
                   READ Freight-File
                       AT END MOVE 'Y' TO Freight-Eof
                       NOT AT END
                           IF FR-Freight IS NUMERIC
                              AND FR-Freight > 0
                              AND Frt-Count < 300
                               ADD 1 TO Frt-Count
                               SET FRx TO Frt-Count
                               MOVE FR-CustNo  TO FRT-CustNo(FRx)
                               MOVE FR-ShipNo  TO FRT-ShipNo(FRx)
                               MOVE FR-Freight TO FRT-Amount(FRx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Freight-File
           END-IF.

       LoadCycles.
      *> 주/월 청구 주기 고객 - 고객 마스터가 없으면
      *> 모두 출하마다 청구한다
           OPEN INPUT Customer-File
           IF Cust-Status = '00'
               PERFORM UNTIL Cust-Eof = 'Y'
                   READ Customer-File
                       AT END MOVE 'Y' TO Cust-Eof
                       NOT AT END
                           IF (CM-Cycle = 'W' OR CM-Cycle = 'M')
                              AND Cyc-Count < 2000
                               ADD 1 TO Cyc-Count
                               MOVE CM-CustNo
                                   TO CY-CustNo(Cyc-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           END-IF.

       GetInvSeq.
      *> 마지막 청구서 번호를 이어 받는다
           OPEN INPUT Seq-File
                   UNTIL Ix > Line-Count
               IF LT-Billed(Ix) = 'N'
                   MOVE LT-CustNo(Ix) TO Work-CustNo
                   PERFORM CheckCycle
                   IF Cycle-Flag = 'Y'
                       PERFORM HoldCycle
                   ELSE
                       PERFORM OneInvoice
                   END-IF
               END-IF
           END-PERFORM.

       CheckCycle.
           MOVE 'N' TO Cycle-Flag
           IF Cyc-Count > 0
               SET CYx TO 1
               SEARCH Cyc-Entry
                   AT END CONTINUE
                   WHEN CY-CustNo(CYx) = Work-CustNo
                       MOVE 'Y' TO Cycle-Flag
               END-SEARCH
           END-IF.

       HoldCycle.
      *> 주기 고객의 줄과 운임을 미청구 출하로 넘긴다
           PERFORM VARYING LNx FROM 1 BY 1
                   UNTIL LNx > Line-Count
               IF LT-Billed(LNx) = 'N'
                  AND LT-CustNo(LNx) = Work-CustNo
                   MOVE 'U' TO LT-Billed(LNx)
                   MOVE SPACES TO Unbilled-Record
                   MOVE Work-CustNo       TO UB-CustNo
                   MOVE Bill-Date         TO UB-ShipDate
                   MOVE 'L'               TO UB-Type
                   MOVE LT-ProdName(LNx)  TO UB-ProdName
                   MOVE LT-Size(LNx)      TO UB-Size
                   MOVE LT-Qty(LNx)       TO UB-Qty
                   MOVE LT-LineTotal(LNx) TO UB-Amount
                   MOVE 0                 TO UB-ShipNo
                   MOVE LT-CustPO(LNx)    TO UB-CustPO
                   MOVE LT-CustFName(LNx) TO UB-FName
                   MOVE LT-CustLName(LNx) TO UB-LName
                   WRITE Unbilled-Record
                   ADD 1 TO Unbill-Ctr
                   ADD LT-LineTotal(LNx) TO Unbill-Total
               END-IF
           END-PERFORM
           IF Frt-Count > 0
               SET FRx TO 1
               SEARCH Frt-Entry
                   AT END CONTINUE
                   WHEN FRT-CustNo(FRx) = Work-CustNo
                       MOVE SPACES TO Unbilled-Record
                       MOVE Work-CustNo     TO UB-CustNo
                       MOVE Bill-Date       TO UB-ShipDate
                       MOVE 'F'             TO UB-Type
                       MOVE 0               TO UB-Qty
                       MOVE FRT-Amount(FRx) TO UB-Amount
                       MOVE FRT-ShipNo(FRx) TO UB-ShipNo
                       WRITE Unbilled-Record
               END-SEARCH
           END-IF.

       OneInvoice.
           ADD 1 TO Invoice-No
           ADD 1 TO Invoice-Ctr
                   MOVE LT-Size(LNx)      TO ID-Size
                   MOVE LT-Qty(LNx)       TO ID-Qty
                   MOVE LT-LineTotal(LNx) TO ID-Amount
                   MOVE SPACES TO ID-PoTag ID-CustPO
                   IF LT-CustPO(LNx) NOT = SPACES
                       MOVE "YOUR PO " TO ID-PoTag
                       MOVE LT-CustPO(LNx) TO ID-CustPO
                   END-IF
                   MOVE Inv-Detail TO Invoice-Line
                   WRITE Invoice-Line
                   ADD LT-LineTotal(LNx) TO Inv-Subtotal
                   PERFORM WriteInvLine
               END-IF
           END-PERFORM
      *> 운임은 상품 줄 아래 따로 한 줄, 과세 대상이다
           MOVE 0 TO Inv-Freight
           IF Frt-Count > 0
               SET FRx TO 1
               SEARCH Frt-Entry
                   AT END CONTINUE
                   WHEN FRT-CustNo(FRx) = Work-CustNo
                       MOVE FRT-Amount(FRx) TO Inv-Freight
                       MOVE FRT-ShipNo(FRx) TO IF-ShipNo
                       MOVE FRT-Amount(FRx) TO IF-Amount
                       MOVE Inv-Frt TO Invoice-Line
                       WRITE Invoice-Line
               END-SEARCH
           END-IF
           COMPUTE Inv-Tax ROUNDED =
               (Inv-Subtotal + Inv-Freight) * Tax-Rate
           COMPUTE Inv-Total = Inv-Subtotal + Inv-Freight + Inv-Tax
           MOVE "SUBTOTAL  : " TO FT-Caption
           MOVE Inv-Subtotal   TO FT-Amount
           MOVE Inv-Foot TO Invoice-Line
           WRITE Invoice-Line
           IF Inv-Freight > 0
               MOVE "FREIGHT   : " TO FT-Caption
               MOVE Inv-Freight    TO FT-Amount
               MOVE Inv-Foot TO Invoice-Line
               WRITE Invoice-Line
           END-IF
           MOVE "TAX       : " TO FT-Caption
           MOVE Inv-Tax        TO FT-Amount
           MOVE Inv-Foot TO Invoice-Line
           MOVE Inv-Foot TO Invoice-Line
           WRITE Invoice-Line
           ADD Inv-Subtotal TO Daily-Total
           ADD Inv-Freight  TO Daily-Freight
           MOVE SPACES TO Register-Record
           MOVE Invoice-No  TO RG-InvNo
           MOVE Work-CustNo TO RG-CustNo
           MOVE Inv-Total   TO RG-Amount
           MOVE Bill-Date   TO RG-Date
           MOVE Inv-Freight TO RG-Freight
           WRITE Register-Record.

       WriteDaily.
           MOVE 0           TO RG-CustNo
           MOVE Daily-Total TO RG-Amount
           MOVE Bill-Date   TO RG-Date
           MOVE Daily-Freight TO RG-Freight
           WRITE Register-Record.

       CheckControl.
      *> 세전 일계가 ORDENTRY의 주문 총액과 맞아야 한다
      *> 직송 확인분은 주문 총액에 없으므로 빼고 보고,
      *> 주기 고객 미청구분은 청구된 것과 같이 더한다
           COMPUTE Goods-Total = Daily-Total + Unbill-Total
                               - Drop-Total
           OPEN INPUT OrdCtl-File
           IF OrdCtl-Status NOT = '00'
               DISPLAY "** NO ORDER CONTROL - SKIP CHECK"
                   AT END
                       DISPLAY "** ORDER CONTROL EMPTY"
                   NOT AT END
                       IF OC-OrderTotal NOT = Goods-Total
                           IF Trunc-Flag = 'Y'
                               DISPLAY "** BILLING SHORT -"
                                   " PICK TABLE OVERFLOW"
                           END-IF
                           DISPLAY "   ORDERS  : " OC-OrderTotal
                           DISPLAY "   BILLED  : " Daily-Total
                           DISPLAY "   UNBILLED: " Unbill-Total
                           DISPLAY "   DROPSHIP: " Drop-Total
                           MOVE 16 TO RETURN-CODE
                       ELSE
                           DISPLAY "Billing balances to orders"
                           IF Unbill-Total > 0
                               DISPLAY "   INCL. CYCLE UNBILLED : "
                                       Unbill-Total
                           END-IF
                       END-IF
               END-READ
               CLOSE OrdCtl-File
           END-IF.

       WriteInvLine.
           IF InvLine-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO InvLine-Record
           MOVE Bill-Date         TO IL-Date
           MOVE Invoice-No        TO IL-InvNo
           MOVE Work-CustNo       TO IL-CustNo
           MOVE LT-ProdName(LNx)  TO IL-ProdName
           MOVE LT-Size(LNx)      TO IL-Size
           MOVE LT-Qty(LNx)       TO IL-Qty
           MOVE LT-LineTotal(LNx) TO IL-LineTotal
           WRITE InvLine-Record.

       ClearDrops.
      *> 청구한 직송 확인분은 비워 다시 청구되지 않게
      *> 한다 - 표가 넘친 날은 남겨 둔다
           IF Drop-Ctr = 0 OR Trunc-Flag = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'DROPPICK.DAT' TO Pick-Name
           OPEN OUTPUT Pick-File
           IF Pick-Status = '00'
               CLOSE Pick-File
               DISPLAY "Drop-ship lines billed : " Drop-Ctr
           END-IF.

       END PROGRAM BILLING.
