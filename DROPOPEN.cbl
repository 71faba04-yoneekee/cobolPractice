       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROPOPEN.
       AUTHOR. YONEE.
      *> 미결 직송 보고 - 미결 발주(OPENPO.DAT) 가운데
      *> ORDENTRY가 낸 직송('D') 줄로 아직 공급처 선적
      *> 확인(DROPCONF)을 받지 못한 미결('O') 줄을
      *> DROPOPEN.RPT에 싣는다. 고객, 주문일, 예정일과
      *> 기다린 날 수를 같이 찍고, 예정일이 지난 줄에는
      *> '*'를 달아 구매 담당이 공급처를 독촉하게 한다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT Rpt-File ASSIGN TO "DROPOPEN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  OpenPo-File.
       01  OpenPo-Record.
           02 PO-No         PIC 9(6).
           02 FILLER        PIC X.
           02 PO-Vendor     PIC X(5).
           02 FILLER        PIC X.
           02 PO-ProdName   PIC X(10).
           02 PO-Size       PIC A.
           02 FILLER        PIC X.
           02 PO-Qty        PIC 9(5).
           02 FILLER        PIC X.
           02 PO-Recvd      PIC 9(5).
           02 FILLER        PIC X.
           02 PO-ExpDate    PIC 9(8).
           02 FILLER        PIC X.
           02 PO-Status     PIC X.
           02 FILLER        PIC X.
           02 PO-Price      PIC 9(5)V99.
      *> 'D' = 직송 - 고객 발송지와 청구에 쓸 값
           02 FILLER        PIC X.
           02 PO-Drop       PIC X.
           02 PO-CustNo     PIC 9(5).
           02 PO-ShipAddr   PIC X(30).
           02 PO-ShipPost   PIC X(6).
           02 PO-OrdDate    PIC 9(8).
           02 PO-SellPrice  PIC 9(5)V99.
           02 PO-SellDisc   PIC 9(2).
           02 PO-SellTotal  PIC 9(7)V99.
           02 PO-CustPO     PIC X(15).
           02 PO-ShipDate   PIC 9(8).

       FD  Rpt-File.
       01  Rpt-Line         PIC X(80).

       WORKING-STORAGE SECTION.
       77 OpenPo-Status PIC XX.
       77 Rpt-Status    PIC XX.
       77 OpenPo-Eof    PIC X VALUE 'N'.
       77 Open-Ctr      PIC 9(4) VALUE 0.
       77 Late-Ctr      PIC 9(4) VALUE 0.
       77 Open-Value    PIC 9(9)V99 VALUE 0.
       77 Bz-Op         PIC X(3) VALUE SPACES.
       77 Bz-Flag       PIC X VALUE SPACE.
       77 Proc-Date     PIC 9(8) VALUE 0.
       77 Wait-Days     PIC 9(5) VALUE 0.

      *> 보고서 인쇄 편집
       01 Drop-Detail.
           02 DD-Late       PIC X.
           02 DD-No         PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Vendor     PIC X(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-CustNo     PIC 9(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-ProdName   PIC X(10).
           02 FILLER        PIC X     VALUE SPACE.
           02 DD-Size       PIC A.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Qty        PIC ZZ,ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-OrdDate    PIC 9(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-ExpDate    PIC 9(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 DD-Wait       PIC ZZ,ZZ9.
       01 Drop-Total.
           02 FILLER        PIC X(20) VALUE "OPEN LINES / LATE : ".
           02 DT-Open       PIC Z,ZZ9.
           02 FILLER        PIC X(3)  VALUE " / ".
           02 DT-Late       PIC Z,ZZ9.
           02 FILLER        PIC X(10) VALUE "   VALUE ".
           02 DT-Value      PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           OPEN INPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               DISPLAY "No open PO file"
               GOBACK
           END-IF
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** REPORT OPEN FAILED : " Rpt-Status
               CLOSE OpenPo-File
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "=== OPEN DROP-SHIP LINES (AWAITING VENDOR) ==="
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE " PO NO   VEND   CUST   PRODUCT   SZ    QTY"
               TO Rpt-Line
           MOVE "ORDERED   EXPECTED   DAYS" TO Rpt-Line(46:25)
           WRITE Rpt-Line
           PERFORM ScanPo UNTIL OpenPo-Eof = 'Y'
           CLOSE OpenPo-File
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE Open-Ctr   TO DT-Open
           MOVE Late-Ctr   TO DT-Late
           MOVE Open-Value TO DT-Value
           MOVE Drop-Total TO Rpt-Line
           WRITE Rpt-Line
           MOVE "(* = PAST EXPECTED DATE)" TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
           DISPLAY "Open drop-ship lines : " Open-Ctr
                   " late : " Late-Ctr
           GOBACK.

       ScanPo.
           READ OpenPo-File
               AT END MOVE 'Y' TO OpenPo-Eof
               NOT AT END
                   IF PO-Status = 'O' AND PO-Drop = 'D'
                       PERFORM ListDrop
                   END-IF
           END-READ.

       ListDrop.
           ADD 1 TO Open-Ctr
           IF PO-SellTotal IS NUMERIC
               ADD PO-SellTotal TO Open-Value
           END-IF
           MOVE SPACE TO DD-Late
           IF PO-ExpDate IS NUMERIC
              AND PO-ExpDate < Proc-Date
               MOVE '*' TO DD-Late
               ADD 1 TO Late-Ctr
           END-IF
      *> 기다린 날 수 - 주문일부터 처리 기준일까지
           MOVE 0 TO Wait-Days
           IF PO-OrdDate IS NUMERIC
              AND PO-OrdDate > 0
              AND PO-OrdDate <= Proc-Date
               COMPUTE Wait-Days =
                   FUNCTION INTEGER-OF-DATE(Proc-Date)
                 - FUNCTION INTEGER-OF-DATE(PO-OrdDate)
           END-IF
           MOVE PO-No       TO DD-No
           MOVE PO-Vendor   TO DD-Vendor
           MOVE PO-CustNo   TO DD-CustNo
           MOVE PO-ProdName TO DD-ProdName
           MOVE PO-Size     TO DD-Size
           MOVE PO-Qty      TO DD-Qty
           MOVE PO-OrdDate  TO DD-OrdDate
           MOVE PO-ExpDate  TO DD-ExpDate
           MOVE Wait-Days   TO DD-Wait
           MOVE Drop-Detail TO Rpt-Line
           WRITE Rpt-Line.

       END PROGRAM DROPOPEN.
