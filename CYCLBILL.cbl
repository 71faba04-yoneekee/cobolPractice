       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLBILL.
       AUTHOR. YONEE.
       REMARKS. 주기 청구 마감. 청구 주기가 주(W)나 월(M)인 고객
                (CUSTMAST.DAT)의 출하는 BILLING이 청구하지 않고
                미청구 출하(UNBILLED.DAT)에 모아 둔다. 이 작업은
                처리 기준일이 그 고객의 마감일인 고객 - 주 주기는
                마감 요일(1=월 ... 7=일), 월 주기는 마감일(그 달에
                없는 날이면 말일) - 의 모든 출하 줄과 운임을 청구서
                한 장(CYCINV.RPT)에 싣는다. 청구 번호는 BILLING과
                같은 INVSEQ.DAT에서 잇고 청구 대장(INVREG.DAT) 끝에
                덧붙여 ARAPPLY가 미결 청구로 올리며, 상품 줄은
                청구 줄 이력(INVLINE.DAT)에 덧붙여 수수료 계산이
                읽는다. 주기를 출하마다로 바꿨거나 마스터에서
                빠진 고객의 남은 줄은 바로 청구한다. 청구한 줄은
                미청구 출하에서 지우고 나머지는 그대로 남긴다.
                BILLING이 INVREG.DAT를 새로 쓰므로 그 뒤에 돈다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           *> BILLING이 모은 주기 고객의 미청구 출하
           SELECT Unbilled-File ASSIGN TO "UNBILLED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Unbilled-Status.
           SELECT Seq-File ASSIGN TO "INVSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Seq-Status.
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
           SELECT InvLine-File ASSIGN TO "INVLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLine-Status.
           SELECT Invoice-File ASSIGN TO "CYCINV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Invoice-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  FILLER            PIC X(13).
           02  CM-Postal         PIC X(6).
           02  FILLER            PIC X(15).
           *> S/빈칸 = 출하마다, W = 주, M = 월
           02  CM-Cycle          PIC X.
           02  CM-CycleDay       PIC 9(2).

       FD  Unbilled-File.
       01  Unbilled-Record.
           02  UB-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  UB-ShipDate       PIC 9(8).
           02  FILLER            PIC X.
           *> 'L' 출하 줄, 'F' 운임
           02  UB-Type           PIC X.
           02  FILLER            PIC X.
           02  UB-ProdName       PIC X(10).
           02  UB-Size           PIC A.
           02  FILLER            PIC X.
           02  UB-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  UB-Amount         PIC 9(7)V99.
           02  FILLER            PIC X.
           02  UB-ShipNo         PIC 9(6).
           02  FILLER            PIC X.
           02  UB-CustPO         PIC X(15).
           02  UB-FName          PIC X(15).
           02  UB-LName          PIC X(15).

       FD  Seq-File.
       01  Seq-Record.
           02  SQ-LastInv        PIC 9(6).

       FD  InvReg-File.
       01  InvReg-Record.
           02  RG-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  RG-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  RG-Amount         PIC 9(8)V99.
           02  FILLER            PIC X.
           02  RG-Date           PIC 9(8).
           02  FILLER            PIC X.
           *> 금액 중 선적 운임 (BILLING)
           02  RG-Freight        PIC 9(7)V99.

       FD  InvLine-File.
       01  InvLine-Record.
           02  IL-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  IL-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  IL-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  IL-ProdName       PIC X(10).
           02  IL-Size           PIC A.
           02  FILLER            PIC X.
           02  IL-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  IL-LineTotal      PIC 9(7)V99.

       FD  Invoice-File.
       01  Invoice-Line          PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Cust-Status       PIC XX.
       77  Unbilled-Status   PIC XX.
       77  Seq-Status        PIC XX.
       77  InvReg-Status     PIC XX.
       77  InvLine-Status    PIC XX.
       77  Invoice-Status    PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.

      *> ----- 처리일과 마감 판정 -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Proc-Int          PIC 9(7)    VALUE 0.
       77  Next-Date         PIC 9(8)    VALUE 0.
      *> 1=월 ... 7=일
       77  Week-Day          PIC 9       VALUE 0.
       77  Proc-Day          PIC 9(2)    VALUE 0.
       77  Month-End         PIC X       VALUE 'N'.
      *> 부가세율 10% - BILLING과 같다
       77  Tax-Rate          PIC 9V99    VALUE 0.10.

      *> ----- 고객 마스터 -----
      *> CT-Due - 'Y' 오늘 마감, 'N' 아직
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-FName      PIC X(15).
               03  CT-LName      PIC X(15).
               03  CT-Addr       PIC X(30).
               03  CT-Postal     PIC X(6).
               03  CT-Cycle      PIC X.
               03  CT-Due        PIC X.

      *> ----- 미청구 출하 (파일 그대로) -----
      *> UT-Done - 'Y' 이번에 청구, 'N' 남김
       77  Ub-Count          PIC 9(4)    VALUE 0.
       01  Ub-Table.
           02  Ub-Entry OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Ub-Count
                        INDEXED BY UBx.
               03  UT-CustNo     PIC 9(5).
               03  UT-ShipDate   PIC 9(8).
               03  UT-Type       PIC X.
               03  UT-ProdName   PIC X(10).
               03  UT-Size       PIC A.
               03  UT-Qty        PIC 9(3).
               03  UT-Amount     PIC 9(7)V99.
               03  UT-ShipNo     PIC 9(6).
               03  UT-CustPO     PIC X(15).
               03  UT-FName      PIC X(15).
               03  UT-LName      PIC X(15).
               03  UT-Done       PIC X.
       77  Ub-Full           PIC X       VALUE 'N'.

      *> ----- 청구서 한 장 -----
       77  Invoice-No        PIC 9(6)    VALUE 0.
       77  Work-CustNo       PIC 9(5)    VALUE 0.
       77  Work-Due          PIC X       VALUE 'N'.
       77  Found-Cust        PIC X       VALUE 'N'.
       77  First-Ship        PIC 9(8)    VALUE 0.
       77  Inv-Subtotal      PIC 9(8)V99 VALUE 0.
       77  Inv-Freight       PIC 9(7)V99 VALUE 0.
       77  Inv-Tax           PIC 9(7)V99 VALUE 0.
       77  Inv-Total         PIC 9(8)V99 VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.

      *> ----- 합계 -----
       77  Inv-Ctr           PIC 9(5)    VALUE 0.
       77  Line-Ctr          PIC 9(5)    VALUE 0.
       77  Bill-Sum          PIC 9(9)V99 VALUE 0.
       77  Left-Ctr          PIC 9(5)    VALUE 0.
       77  Left-Sum          PIC 9(9)V99 VALUE 0.

      *> ----- 청구서 인쇄 편집 -----
       01  Inv-Detail.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-ShipDate       PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-ProdName       PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Size           PIC A.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Qty            PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-Amount         PIC $$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ID-PoTag          PIC X(8).
           02  ID-CustPO         PIC X(15).
       01  Inv-Frt.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IF-ShipDate       PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  FILLER            PIC X(14)  VALUE "FREIGHT SHIP# ".
           02  IF-ShipNo         PIC 9(6).
           02  IF-Amount         PIC $$$$,$$9.99.
       01  Inv-Foot.
           02  FT-Caption        PIC X(12).
           02  FT-Amount         PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CYCLBILL"       TO AL-Program
           MOVE "CYCLBILL 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM SetCalendar-P
           PERFORM LoadCust-P
           PERFORM LoadUnbilled-P
           IF Ub-Full = 'Y'
               DISPLAY "** 미청구 출하 표 한도(3000) 초과"
                       " - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           IF Ub-Count = 0
               DISPLAY "미청구 출하 없음"
               GO TO Keut-P
           END-IF
           PERFORM GetInvSeq-P
           PERFORM BillAll-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM SaveInvSeq-P
           PERFORM SaveUnbilled-P
           DISPLAY "주기 청구서 : " Inv-Ctr "  줄 : " Line-Ctr
                   "  금액 : " Bill-Sum
           DISPLAY "남은 미청구 줄 : " Left-Ctr
                   "  금액 : " Left-Sum
           MOVE SPACES TO AL-Event
           STRING "주기 청구 "  DELIMITED BY SIZE
                  Inv-Ctr       DELIMITED BY SIZE
                  "장"          DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       SetCalendar-P.
          *> 1601-01-01(정수 날짜 1)이 월요일이다. 내일이
          *> 다음 달이면 오늘이 말일이다
           COMPUTE Proc-Int = FUNCTION INTEGER-OF-DATE(Proc-Date)
           COMPUTE Week-Day = FUNCTION MOD(Proc-Int - 1, 7) + 1
           MOVE Proc-Date(7:2) TO Proc-Day
           MOVE FUNCTION DATE-OF-INTEGER(Proc-Int + 1)
               TO Next-Date
           IF Next-Date(5:2) NOT = Proc-Date(5:2)
               MOVE 'Y' TO Month-End
           END-IF.

       LoadCust-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "** 고객 마스터 없음 - "
                       "남은 줄 모두 청구"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Cust-Count < 2000
                          AND CM-CustNo IS NUMERIC
                           PERFORM StowCust-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       StowCust-P.
          *> 마감일 판정 - 요일/날이 비었으면 주는 월요일,
          *> 월은 말일로 본다
           ADD 1 TO Cust-Count
           SET CUx TO Cust-Count
           MOVE CM-CustNo TO CT-CustNo(CUx)
           MOVE CM-FName  TO CT-FName(CUx)
           MOVE CM-LName  TO CT-LName(CUx)
           MOVE CM-Addr   TO CT-Addr(CUx)
           MOVE CM-Postal TO CT-Postal(CUx)
           MOVE CM-Cycle  TO CT-Cycle(CUx)
           IF CM-CycleDay IS NOT NUMERIC
               MOVE 0 TO CM-CycleDay
           END-IF
           EVALUATE CM-Cycle
               WHEN 'W'
                   IF CM-CycleDay < 1 OR CM-CycleDay > 7
                       MOVE 1 TO CM-CycleDay
                   END-IF
                   IF CM-CycleDay = Week-Day
                       MOVE 'Y' TO CT-Due(CUx)
                   ELSE
                       MOVE 'N' TO CT-Due(CUx)
                   END-IF
               WHEN 'M'
                   IF CM-CycleDay < 1
                       MOVE 31 TO CM-CycleDay
                   END-IF
                   IF CM-CycleDay = Proc-Day
                      OR (Month-End = 'Y'
                          AND CM-CycleDay > Proc-Day)
                       MOVE 'Y' TO CT-Due(CUx)
                   ELSE
                       MOVE 'N' TO CT-Due(CUx)
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO CT-Due(CUx)
           END-EVALUATE.

       LoadUnbilled-P.
          *> 통째로 싣는다 - 다 싣지 못하면 되쓸 수 없으므로
          *> 아무것도 청구하지 않는다
           OPEN INPUT Unbilled-File
           IF Unbilled-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Unbilled-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Ub-Count < 3000
                           ADD 1 TO Ub-Count
                           SET UBx TO Ub-Count
                           MOVE UB-CustNo   TO UT-CustNo(UBx)
                           MOVE UB-ShipDate TO UT-ShipDate(UBx)
                           MOVE UB-Type     TO UT-Type(UBx)
                           MOVE UB-ProdName TO UT-ProdName(UBx)
                           MOVE UB-Size     TO UT-Size(UBx)
                           MOVE UB-Qty      TO UT-Qty(UBx)
                           MOVE UB-Amount   TO UT-Amount(UBx)
                           MOVE UB-ShipNo   TO UT-ShipNo(UBx)
                           MOVE UB-CustPO   TO UT-CustPO(UBx)
                           MOVE UB-FName    TO UT-FName(UBx)
                           MOVE UB-LName    TO UT-LName(UBx)
                           MOVE 'N'         TO UT-Done(UBx)
                       ELSE
                           MOVE 'Y' TO Ub-Full
                           MOVE 'Y' TO In-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Unbilled-File.

       GetInvSeq-P.
          *> 청구 번호는 BILLING과 한 줄로 잇는다 - ARAPPLY가
          *> 번호로 미결 청구를 가리므로 겹치면 안 된다
           OPEN INPUT Seq-File
           IF Seq-Status = '00'
               READ Seq-File
                   AT END CONTINUE
                   NOT AT END
                       IF SQ-LastInv IS NUMERIC
                           MOVE SQ-LastInv TO Invoice-No
                       END-IF
               END-READ
               CLOSE Seq-File
           END-IF.

       SaveInvSeq-P.
           OPEN OUTPUT Seq-File
           IF Seq-Status = '00'
               MOVE Invoice-No TO SQ-LastInv
               WRITE Seq-Record
               CLOSE Seq-File
           END-IF.

       BillAll-P.
          *> 아직 청구 안 된 첫 줄의 고객이 오늘 마감이면
          *> 그 고객의 줄을 모두 한 장으로 청구한다
           OPEN OUTPUT Invoice-File
           IF Invoice-Status NOT = '00'
               DISPLAY "** 청구서 파일 열기 실패 : "
                       Invoice-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND InvReg-File
           IF InvReg-Status NOT = '00'
               OPEN OUTPUT InvReg-File
           END-IF
           IF InvReg-Status NOT = '00'
               DISPLAY "** 청구 대장 열기 실패 : "
                       InvReg-Status
               CLOSE Invoice-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND InvLine-File
           IF InvLine-Status NOT = '00'
               OPEN OUTPUT InvLine-File
           END-IF
           IF InvLine-Status NOT = '00'
               DISPLAY "** 청구 줄 이력 쓰기 실패 : "
                       InvLine-Status
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Ub-Count
               IF UT-Done(Ix) = 'N'
                   MOVE UT-CustNo(Ix) TO Work-CustNo
                   PERFORM CheckDue-P
                   IF Work-Due = 'Y'
                       PERFORM OneInvoice-P
                   END-IF
               END-IF
           END-PERFORM
           IF InvLine-Status = '00'
               CLOSE InvLine-File
           END-IF
           CLOSE InvReg-File
           CLOSE Invoice-File.

       CheckDue-P.
          *> 마스터에 없는 고객은 주기가 없으니 바로 청구한다
           MOVE 'Y' TO Work-Due
           MOVE 'N' TO Found-Cust
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = Work-CustNo
                       MOVE 'Y' TO Found-Cust
                       MOVE CT-Due(CUx) TO Work-Due
               END-SEARCH
           END-IF.

       OneInvoice-P.
           ADD 1 TO Invoice-No
           ADD 1 TO Inv-Ctr
           MOVE 0 TO Inv-Subtotal Inv-Freight
           MOVE UT-ShipDate(Ix) TO First-Ship
           MOVE SPACES TO Invoice-Line
           WRITE Invoice-Line
           MOVE "===== 정기 청구서 =====" TO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "청구번호 : " DELIMITED BY SIZE
                  Invoice-No      DELIMITED BY SIZE
                  "  고객번호 : " DELIMITED BY SIZE
                  Work-CustNo     DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           IF Found-Cust = 'Y'
               STRING "수신 : "        DELIMITED BY SIZE
                      CT-FName(CUx)    DELIMITED BY '  '
                      " "              DELIMITED BY SIZE
                      CT-LName(CUx)    DELIMITED BY '  '
                      INTO Invoice-Line
               WRITE Invoice-Line
               MOVE SPACES TO Invoice-Line
               STRING "주소 : "        DELIMITED BY SIZE
                      CT-Addr(CUx)     DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      CT-Postal(CUx)   DELIMITED BY SIZE
                      INTO Invoice-Line
           ELSE
               STRING "수신 : "        DELIMITED BY SIZE
                      UT-FName(Ix)     DELIMITED BY '  '
                      " "              DELIMITED BY SIZE
                      UT-LName(Ix)     DELIMITED BY '  '
                      INTO Invoice-Line
           END-IF
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "기간 : "  DELIMITED BY SIZE
                  First-Ship DELIMITED BY SIZE
                  " - "      DELIMITED BY SIZE
                  Proc-Date  DELIMITED BY SIZE
                  INTO Invoice-Line
           WRITE Invoice-Line
           MOVE SPACES TO Invoice-Line
           STRING "  출하일    상품"
                  DELIMITED BY SIZE
                  "        규격  수량      금액"
                  DELIMITED BY SIZE
               INTO Invoice-Line
           WRITE Invoice-Line
           PERFORM VARYING UBx FROM Ix BY 1 UNTIL UBx > Ub-Count
               IF UT-Done(UBx) = 'N'
                  AND UT-CustNo(UBx) = Work-CustNo
                   PERFORM InvLine-P
               END-IF
           END-PERFORM
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
           WRITE Invoice-Line
           MOVE "TOTAL     : " TO FT-Caption
           MOVE Inv-Total      TO FT-Amount
           MOVE Inv-Foot TO Invoice-Line
           WRITE Invoice-Line
           ADD Inv-Subtotal TO Bill-Sum
           MOVE SPACES TO InvReg-Record
           MOVE Invoice-No  TO RG-InvNo
           MOVE Work-CustNo TO RG-CustNo
           MOVE Inv-Total   TO RG-Amount
           MOVE Proc-Date   TO RG-Date
           MOVE Inv-Freight TO RG-Freight
           WRITE InvReg-Record.

       InvLine-P.
          *> 출하 줄은 날짜 순(BILLING이 덧붙인 순)으로,
          *> 운임은 그 선적의 줄로 찍는다
           MOVE 'Y' TO UT-Done(UBx)
           IF UT-Type(UBx) = 'F'
               MOVE UT-ShipDate(UBx) TO IF-ShipDate
               MOVE UT-ShipNo(UBx)   TO IF-ShipNo
               MOVE UT-Amount(UBx)   TO IF-Amount
               MOVE Inv-Frt TO Invoice-Line
               WRITE Invoice-Line
               ADD UT-Amount(UBx) TO Inv-Freight
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Line-Ctr
           MOVE UT-ShipDate(UBx) TO ID-ShipDate
           MOVE UT-ProdName(UBx) TO ID-ProdName
           MOVE UT-Size(UBx)     TO ID-Size
           MOVE UT-Qty(UBx)      TO ID-Qty
           MOVE UT-Amount(UBx)   TO ID-Amount
           MOVE SPACES TO ID-PoTag ID-CustPO
           IF UT-CustPO(UBx) NOT = SPACES
               MOVE "YOUR PO " TO ID-PoTag
               MOVE UT-CustPO(UBx) TO ID-CustPO
           END-IF
           MOVE Inv-Detail TO Invoice-Line
           WRITE Invoice-Line
           ADD UT-Amount(UBx) TO Inv-Subtotal
           IF InvLine-Status = '00'
               MOVE SPACES TO InvLine-Record
               MOVE Proc-Date        TO IL-Date
               MOVE Invoice-No       TO IL-InvNo
               MOVE Work-CustNo      TO IL-CustNo
               MOVE UT-ProdName(UBx) TO IL-ProdName
               MOVE UT-Size(UBx)     TO IL-Size
               MOVE UT-Qty(UBx)      TO IL-Qty
               MOVE UT-Amount(UBx)   TO IL-LineTotal
               WRITE InvLine-Record
           END-IF.

       SaveUnbilled-P.
          *> 청구하지 않은 줄만 남긴다
           OPEN OUTPUT Unbilled-File
           IF Unbilled-Status NOT = '00'
               DISPLAY "** 미청구 출하 되쓰기 실패 : "
                       Unbilled-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING UBx FROM 1 BY 1 UNTIL UBx > Ub-Count
               IF UT-Done(UBx) = 'N'
                   MOVE SPACES TO Unbilled-Record
                   MOVE UT-CustNo(UBx)   TO UB-CustNo
                   MOVE UT-ShipDate(UBx) TO UB-ShipDate
                   MOVE UT-Type(UBx)     TO UB-Type
                   MOVE UT-ProdName(UBx) TO UB-ProdName
                   MOVE UT-Size(UBx)     TO UB-Size
                   MOVE UT-Qty(UBx)      TO UB-Qty
                   MOVE UT-Amount(UBx)   TO UB-Amount
                   MOVE UT-ShipNo(UBx)   TO UB-ShipNo
                   MOVE UT-CustPO(UBx)   TO UB-CustPO
                   MOVE UT-FName(UBx)    TO UB-FName
                   MOVE UT-LName(UBx)    TO UB-LName
                   WRITE Unbilled-Record
                   ADD 1 TO Left-Ctr
                   IF UT-Type(UBx) = 'L'
                       ADD UT-Amount(UBx) TO Left-Sum
                   END-IF
               END-IF
           END-PERFORM
           CLOSE Unbilled-File.

       Keut-P.
           MOVE "CYCLBILL 종료"  TO AL-Event
           PERFORM LogAudit-P
           GOBACK.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM CYCLBILL.
