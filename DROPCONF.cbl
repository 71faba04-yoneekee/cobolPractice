       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPCONF.
       AUTHOR. YONEE.
      *> 직송 선적 확인 - 공급처가 고객에게 바로 보냈다고
      *> 알려 온 확인(VENDSHIP.DAT: 발주 번호, 선적일,
      *> 공급처 송장/운송 참조)을 미결 발주(OPENPO.DAT)의
      *> 직송('D') 줄과 대조한다. 맞는 줄은 마감('C')하고
      *> 받은 수량을 채워 APENTRY 대조가 돌게 하며, 발주
      *> 때 실어 둔 청구 값으로 직송 청구 파일
      *> (DROPPICK.DAT, 피킹 줄 형식의 PICKED 줄)에 덧붙여
      *> BILLING이 청구한다. 재고(QtyOnHand)와 재고 일지
      *> (STKMOVE.DAT)는 건드리지 않는다. 고객/판매 이력과
      *> 공급처 입고 이력(VENDRCV.DAT - 납기 평가용)도
      *> 남긴다. 안 맞는 확인은 DROPCONF.RPT에 사유와
      *> 함께 싣고, 처리한 확인 파일은 비운다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Conf-File ASSIGN TO "VENDSHIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Conf-Status.
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT DropPick-File ASSIGN TO "DROPPICK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DropPick-Status.
           SELECT OrdHist-File ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdHist-Status.
           SELECT SaleHist-File ASSIGN TO "SALEHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SaleHist-Status.
           SELECT VendRcv-File ASSIGN TO "VENDRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendRcv-Status.
           SELECT Rpt-File ASSIGN TO "DROPCONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Conf-File.
       01  Conf-Record.
           02 VS-PoNo       PIC 9(6).
           02 FILLER        PIC X.
           02 VS-ShipDate   PIC 9(8).
           02 FILLER        PIC X.
           02 VS-Ref        PIC X(15).

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
      *> 'D' = 직송 - 고객 발송지와 청구에 쓸 값
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

       FD  Customer-File.
       01  Customer-Record.
           02 CM-CustNo     PIC 9(5).
           02 CM-FName      PIC X(15).
           02 CM-LName      PIC X(15).

       FD  DropPick-File.
      *> ORDENTRY 피킹 줄과 같은 배치 - BILLING이 그대로 읽는다
       01  Pick-Record.
           02 PK-ProdName   PIC X(10).
           02 PK-Size       PIC A.
           02 PK-Qty        PIC 9(3).
           02 PK-CustFName  PIC X(15).
           02 PK-CustLName  PIC X(15).
           02 PK-Status     PIC X(15).
           02 PK-LineTotal  PIC 9(7)V99.
           02 PK-CustNo     PIC 9(5).
           02 PK-Zone       PIC X(2).
           02 PK-Bin        PIC X(4).
           02 PK-UnitPrice  PIC 9(5)V99.
           02 PK-DiscPct    PIC 9(2).
           02 PK-Lot        PIC X(10).
           02 PK-LotMore    PIC X.
           02 PK-CustPO     PIC X(15).

       FD  OrdHist-File.
       01  OrdHist-Record.
           02 OH-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 OH-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 OH-ProdName   PIC X(10).
           02 OH-Size       PIC A.
           02 OH-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 OH-LineTotal  PIC 9(7)V99.

       FD  SaleHist-File.
       01  SaleHist-Record.
           02 SH-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-ProdName   PIC X(10).
           02 SH-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 SH-Whse       PIC X(2).

       FD  VendRcv-File.
       01  VendRcv-Record.
           02 VR-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 VR-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
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

       FD  Rpt-File.
       01  Rpt-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       77 Conf-Status     PIC XX.
       77 OpenPo-Status   PIC XX.
       77 Cust-Status     PIC XX.
       77 DropPick-Status PIC XX.
       77 OrdHist-Status  PIC XX.
       77 SaleHist-Status PIC XX.
       77 VendRcv-Status  PIC XX.
       77 Rpt-Status      PIC XX.
       77 Conf-Eof        PIC X VALUE 'N'.
       77 OpenPo-Eof      PIC X VALUE 'N'.
       77 Cust-Eof        PIC X VALUE 'N'.
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.
       77 Work-Reason     PIC X(20) VALUE SPACES.
       77 Conf-Ctr        PIC 9(5) VALUE 0.
       77 Rej-Ctr         PIC 9(5) VALUE 0.
       77 Billed-Total    PIC 9(9)V99 VALUE 0.
       77 Po-Ix           PIC 9(3) VALUE 0.
       77 Ship-Date       PIC 9(8) VALUE 0.

      *> 미결 발주 표 - 확인을 반영한 뒤 통째로 되쓴다
       77 Po-Count        PIC 9(3) VALUE 0.
       77 Po-Trunc        PIC X VALUE 'N'.
       01 Po-Table.
           02 Po-Entry OCCURS 0 TO 500 TIMES
                       DEPENDING ON Po-Count
                       INDEXED BY POx.
               03 PT-Line     PIC X(150).

      *> 고객 이름 표
       77 Num-Custs       PIC 9(3) VALUE 0.
       01 CustTable.
           02 Cust-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo   PIC 9(5).
               03 CT-FName    PIC X(15).
               03 CT-LName    PIC X(15).

      *> 보고서 인쇄 편집
       01 Conf-Detail.
           02 CD-PoNo       PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-CustNo     PIC 9(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-ProdName   PIC X(10).
           02 FILLER        PIC X     VALUE SPACE.
           02 CD-Size       PIC A.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-Qty        PIC ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-Amount     PIC $$$$,$$9.99.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-Note       PIC X(20).
       01 Conf-Total.
           02 FILLER        PIC X(22) VALUE "CONFIRMED / REJECTED: ".
           02 CF-Conf       PIC Z,ZZ9.
           02 FILLER        PIC X(3)  VALUE " / ".
           02 CF-Rej        PIC Z,ZZ9.
           02 FILLER        PIC X(10) VALUE "   BILLED ".
           02 CF-Billed     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           OPEN INPUT Conf-File
           IF Conf-Status NOT = '00'
               DISPLAY "No vendor shipment confirmations"
               GOBACK
           END-IF
           PERFORM LoadOpenPo
           IF Po-Count = 0
               DISPLAY "** NO OPEN PO FILE - NOTHING TO CONFIRM"
               CLOSE Conf-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *> 표가 넘치면 되쓰기에서 줄을 잃는다 - 손대지 않고 선다
           IF Po-Trunc = 'Y'
               DISPLAY "** OPEN PO TABLE LIMIT (500) EXCEEDED"
               CLOSE Conf-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCustomers
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** REPORT OPEN FAILED : " Rpt-Status
               CLOSE Conf-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND DropPick-File
           IF DropPick-Status NOT = '00'
               OPEN OUTPUT DropPick-File
           END-IF
           IF DropPick-Status NOT = '00'
               DISPLAY "** DROPPICK OPEN FAILED : "
                       DropPick-Status
               CLOSE Conf-File
               CLOSE Rpt-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND OrdHist-File
           IF OrdHist-Status NOT = '00'
               OPEN OUTPUT OrdHist-File
           END-IF
           OPEN EXTEND SaleHist-File
           IF SaleHist-Status NOT = '00'
               OPEN OUTPUT SaleHist-File
           END-IF
           OPEN EXTEND VendRcv-File
           IF VendRcv-Status NOT = '00'
               OPEN OUTPUT VendRcv-File
           END-IF
           MOVE "=== DROP-SHIP VENDOR CONFIRMATIONS ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "PO NO   CUST   PRODUCT   SZ  QTY       AMOUNT  NOTE"
               TO Rpt-Line
           WRITE Rpt-Line
           PERFORM ConfLoop UNTIL Conf-Eof = 'Y'
           CLOSE Conf-File
           CLOSE DropPick-File
           IF OrdHist-Status = '00'
               CLOSE OrdHist-File
           END-IF
           IF SaleHist-Status = '00'
               CLOSE SaleHist-File
           END-IF
           IF VendRcv-Status = '00'
               CLOSE VendRcv-File
           END-IF
           IF Conf-Ctr > 0
               PERFORM SaveOpenPo
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE Conf-Ctr     TO CF-Conf
           MOVE Rej-Ctr      TO CF-Rej
           MOVE Billed-Total TO CF-Billed
           MOVE Conf-Total   TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
      *> 처리한 확인은 비워 이중 청구를 막는다
           OPEN OUTPUT Conf-File
           IF Conf-Status = '00'
               CLOSE Conf-File
           END-IF
           DISPLAY "Drop-ship lines confirmed : " Conf-Ctr
                   " rejected : " Rej-Ctr
           IF Rej-Ctr > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LoadOpenPo.
           OPEN INPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OpenPo-Eof = 'Y'
               READ OpenPo-File
                   AT END MOVE 'Y' TO OpenPo-Eof
                   NOT AT END
                       IF Po-Count < 500
                           ADD 1 TO Po-Count
                           MOVE OpenPo-Record TO PT-Line(Po-Count)
                       ELSE
                           MOVE 'Y' TO Po-Trunc
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenPo-File.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "** CUSTMAST MISSING - NAMES BLANK"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Num-Custs < 200
                           ADD 1 TO Num-Custs
                           MOVE CM-CustNo TO CT-CustNo(Num-Custs)
                           MOVE CM-FName  TO CT-FName(Num-Custs)
                           MOVE CM-LName  TO CT-LName(Num-Custs)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       ConfLoop.
           READ Conf-File
               AT END MOVE 'Y' TO Conf-Eof
               NOT AT END
                   PERFORM OneConf
           END-READ.

       OneConf.
      *> 확인 한 줄 - 미결 직송 발주여야 받는다. 선적일이
      *> 없거나 틀리면 처리 기준일로 본다
           MOVE SPACES TO Work-Reason
           MOVE 0 TO Po-Ix
           IF VS-PoNo IS NOT NUMERIC
               MOVE "BAD PO NUMBER" TO Work-Reason
           ELSE
               PERFORM FindPo
           END-IF
           IF Work-Reason NOT = SPACES
               PERFORM WriteRej
               EXIT PARAGRAPH
           END-IF
           MOVE Proc-Date TO Ship-Date
           IF VS-ShipDate IS NUMERIC
              AND FUNCTION TEST-DATE-YYYYMMDD(VS-ShipDate) = 0
               MOVE VS-ShipDate TO Ship-Date
           END-IF
           MOVE PT-Line(Po-Ix) TO OpenPo-Record
           MOVE 'C'       TO PO-Status
           MOVE PO-Qty    TO PO-Recvd
           MOVE Ship-Date TO PO-ShipDate
           MOVE OpenPo-Record TO PT-Line(Po-Ix)
           ADD 1 TO Conf-Ctr
           PERFORM WriteDropPick
           PERFORM WriteHistory
           PERFORM WriteVendRcv
           ADD PK-LineTotal TO Billed-Total
           MOVE PO-No        TO CD-PoNo
           MOVE PO-CustNo    TO CD-CustNo
           MOVE PO-ProdName  TO CD-ProdName
           MOVE PO-Size      TO CD-Size
           MOVE PK-Qty       TO CD-Qty
           MOVE PK-LineTotal TO CD-Amount
           MOVE VS-Ref       TO CD-Note
           MOVE Conf-Detail  TO Rpt-Line
           WRITE Rpt-Line.

       FindPo.
           MOVE "PO NOT ON FILE" TO Work-Reason
           PERFORM VARYING POx FROM 1 BY 1 UNTIL POx > Po-Count
               MOVE PT-Line(POx) TO OpenPo-Record
               IF PO-No = VS-PoNo
                   EVALUATE TRUE
                       WHEN PO-Drop NOT = 'D'
                           MOVE "NOT A DROP-SHIP PO"
                               TO Work-Reason
                       WHEN PO-Status NOT = 'O'
                           MOVE "ALREADY CONFIRMED"
                               TO Work-Reason
                       WHEN OTHER
                           MOVE SPACES TO Work-Reason
                           SET Po-Ix TO POx
                           SET POx TO Po-Count
                   END-EVALUATE
               END-IF
           END-PERFORM.

       WriteDropPick.
      *> 발주 때 굳힌 단가/할인/금액 그대로 PICKED 줄을
      *> 낸다 - 구역/빈과 로트는 없다
           MOVE SPACES TO Pick-Record
           MOVE PO-ProdName  TO PK-ProdName
           MOVE PO-Size      TO PK-Size
           MOVE PO-Qty       TO PK-Qty
           MOVE 'PICKED'     TO PK-Status
           MOVE 0            TO PK-LineTotal
           IF PO-SellTotal IS NUMERIC
               MOVE PO-SellTotal TO PK-LineTotal
           END-IF
           MOVE PO-CustNo    TO PK-CustNo
           MOVE 0            TO PK-UnitPrice PK-DiscPct
           IF PO-SellPrice IS NUMERIC
               MOVE PO-SellPrice TO PK-UnitPrice
           END-IF
           IF PO-SellDisc IS NUMERIC
               MOVE PO-SellDisc  TO PK-DiscPct
           END-IF
           MOVE PO-CustPO    TO PK-CustPO
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = PO-CustNo
                       MOVE CT-FName(CUx) TO PK-CustFName
                       MOVE CT-LName(CUx) TO PK-CustLName
               END-SEARCH
           END-IF
           WRITE Pick-Record.

       WriteHistory.
      *> 피킹된 주문과 같이 고객/상품 이력에 덧붙인다
           IF OrdHist-Status = '00'
               MOVE SPACES TO OrdHist-Record
               MOVE Ship-Date    TO OH-Date
               MOVE PO-CustNo    TO OH-CustNo
               MOVE PO-ProdName  TO OH-ProdName
               MOVE PO-Size      TO OH-Size
               MOVE PK-Qty       TO OH-Qty
               MOVE PK-LineTotal TO OH-LineTotal
               WRITE OrdHist-Record
           END-IF
           IF SaleHist-Status = '00'
               MOVE SPACES TO SaleHist-Record
               MOVE Ship-Date    TO SH-Date
               MOVE PO-ProdName  TO SH-ProdName
               MOVE PO-Size      TO SH-Size
               MOVE PK-Qty       TO SH-Qty
               MOVE PK-LineTotal TO SH-Revenue
      *> 창고를 거치지 않은 공급처 직송분
               MOVE 'DS'         TO SH-Whse
               WRITE SaleHist-Record
           END-IF.

       WriteVendRcv.
      *> 공급처 납기 평가(VENDSCOR)가 직송도 재게 선적일을
      *> 입고일 자리에 남긴다
           IF VendRcv-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VendRcv-Record
           MOVE Ship-Date   TO VR-Date
           MOVE PO-Vendor   TO VR-Vendor
           MOVE PO-No       TO VR-PoNo
           MOVE PO-ExpDate  TO VR-Promise
           MOVE PO-ProdName TO VR-ProdName
           MOVE PO-Size     TO VR-Size
           MOVE PO-Qty      TO VR-Qty
           WRITE VendRcv-Record.

       WriteRej.
           ADD 1 TO Rej-Ctr
           DISPLAY "** CONFIRMATION REJECTED : " VS-PoNo
                   " " Work-Reason
           MOVE SPACES TO Conf-Detail
           MOVE 0 TO CD-CustNo CD-Qty CD-Amount
           MOVE SPACES TO CD-ProdName CD-Size
           IF VS-PoNo IS NUMERIC
               MOVE VS-PoNo TO CD-PoNo
           ELSE
               MOVE 0 TO CD-PoNo
           END-IF
           MOVE Work-Reason TO CD-Note
           MOVE Conf-Detail TO Rpt-Line
           WRITE Rpt-Line.

       SaveOpenPo.
           OPEN OUTPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               DISPLAY "** OPENPO WRITE-BACK FAILED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING POx FROM 1 BY 1 UNTIL POx > Po-Count
               MOVE PT-Line(POx) TO OpenPo-Record
               WRITE OpenPo-Record
           END-PERFORM
           CLOSE OpenPo-File.

       END PROGRAM DROPCONF.
