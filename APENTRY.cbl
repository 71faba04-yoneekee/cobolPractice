       IDENTIFICATION DIVISION.
       PROGRAM-ID. APENTRY.
       AUTHOR. YONEE.
      *> 공급처 송장 등록과 3자 대조 - 송장 머리(공급처,
      *> 송장 번호, 송장일)와 줄(발주 번호, 수량, 단가)을
      *> 콘솔로 받아 줄마다 미결 발주 줄(OPENPO.DAT)과
      *> RECVING이 그 줄에 채운 입고 수량을 맞춘다.
      *>   수량 - 입고 수량에서 이미 청구된 수량(APLINES
      *>     .DAT)을 뺀 청구 가능 수량 + 허용 % 안
      *>   단가 - 발주 단가(없으면 현재 매입 원가,
      *>     PRODCOST.DAT) ± 허용 % 안
      *> 모든 줄이 맞으면 송장은 미지급 원장(APOPEN.DAT)에
      *> 오르고 줄은 청구 이력(APLINES.DAT)에 남으며,
      *> 재고/외상매입금 분개가 GLPOST.DAT 끝에 붙는다.
      *> 한 줄이라도 어긋나면 송장 전체가 예외 대기열
      *> (APEXCPT.DAT)로 가서 사유 코드와 함께 기다린다 -
      *> 입고가 더 들어오면 R로 다시 대조하고, 공급처에
      *> 돌려보낼 송장은 D로 지운다. 허용치는 RUNPARMS
      *> (APENTRY.PRICETOL=, .QTYTOL=, 기본 2.0/0.0 %).
      *> 지급은 APPAYRUN이 지급 조건 일수대로 한다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
      *> 대조를 통과한 송장 줄 이력 - 청구된 수량과
      *> 중복 송장을 이 파일로 가린다
           SELECT InvLine-File ASSIGN TO "APLINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLine-Status.
           SELECT ApOpen-File ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApOpen-Status.
           SELECT Excpt-File ASSIGN TO "APEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Excpt-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
      *> 키워드=값 실행 매개변수 (APENTRY.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 원장을 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-File.
       01  Vendor-Record.
           02 VN-VendNo     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 VN-Name       PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 VN-Addr       PIC X(30).
           02 FILLER        PIC X      VALUE SPACE.
           02 VN-Terms      PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 VN-Active     PIC X.

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

       FD  ProdCost-File.
       01  ProdCost-Record.
           02 PC-ProdName   PIC X(10).
           02 PC-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 PC-Cost       PIC 9(5)V99.

       FD  InvLine-File.
       01  InvLine-Record.
           02 IL-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-InvNo      PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-InvDate    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-PoNo       PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-ProdName   PIC X(10).
           02 IL-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-Qty        PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 IL-Price      PIC 9(5)V99.
           02 FILLER        PIC X      VALUE SPACE.
      *> 대조 통과일
           02 IL-Date       PIC 9(8).

       FD  ApOpen-File.
       01  ApOpen-Record.
           02 AO-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 AO-InvNo      PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 AO-InvDate    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 AO-Amount     PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 AO-Lines      PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
      *> 'O'=미지급
           02 AO-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 AO-EntDate    PIC 9(8).

       FD  Excpt-File.
       01  Excpt-Record.
           02 XQ-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-InvNo      PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-InvDate    PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-PoNo       PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-ProdName   PIC X(10).
           02 XQ-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-Qty        PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 XQ-Price      PIC 9(5)V99.
           02 FILLER        PIC X      VALUE SPACE.
      *> 사유 - 'P' 발주 줄 없음, 'V' 다른 공급처 발주,
      *> 'R' 입고보다 많음, 'C' 단가 허용치 밖,
      *> 'U' 대조할 단가 없음, 공백 = 이 줄은 맞음
           02 XQ-Reason     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
      *> 대기열에 오른 날
           02 XQ-Date       PIC 9(8).

       FD  GL-File.
       01  GL-Line          PIC X(60).

       FD  Parm-File.
       01  Parm-Line        PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status     PIC XX.
       77 Lock-Held       PIC X VALUE 'N'.
       77 Audit-Status    PIC XX.
       77 Vend-Status     PIC XX.
       77 OpenPo-Status   PIC XX.
       77 ProdCost-Status PIC XX.
       77 InvLine-Status  PIC XX.
       77 ApOpen-Status   PIC XX.
       77 Excpt-Status    PIC XX.
       77 GL-Status       PIC XX.
       77 Vend-Eof        PIC X VALUE 'N'.
       77 OpenPo-Eof      PIC X VALUE 'N'.
       77 ProdCost-Eof    PIC X VALUE 'N'.
       77 InvLine-Eof     PIC X VALUE 'N'.
       77 Excpt-Eof       PIC X VALUE 'N'.

      *> 처리 기준일
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.

      *> 허용치 (%)
       77 Price-Tol       PIC 9(3)V9 VALUE 2.0.
       77 Qty-Tol         PIC 9(3)V9 VALUE 0.0.
       77 Parm-Name       PIC X(30) VALUE 'RUNPARMS.DAT'.
       77 Parm-Status     PIC XX.
       77 Parm-Eof        PIC X VALUE 'N'.
       77 Parm-Pfx        PIC X(10) VALUE SPACES.
       77 Parm-Key        PIC X(12) VALUE SPACES.
       77 Parm-Val        PIC X(30) VALUE SPACES.
       77 Parm-Ptr        PIC 9(3) VALUE 0.
       77 Parm-Len        PIC 9(3) VALUE 0.
       77 Parm-Work       PIC X(60) VALUE SPACES.
       01 Echo-Price      PIC ZZ9.9.
       01 Echo-Qty        PIC ZZ9.9.

      *> 공급처 테이블
       77 Num-Vendors     PIC 9(3) VALUE 0.
       01 VendTable.
           02 Vend-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Num-Vendors
                         INDEXED BY VNx.
               03 VT-VendNo PIC X(5).
               03 VT-Active PIC X.

      *> 발주 줄 테이블
       77 Po-Count        PIC 9(3) VALUE 0.
       01 Po-Table.
           02 Po-Entry OCCURS 0 TO 500 TIMES
                       DEPENDING ON Po-Count
                       INDEXED BY POx.
               03 PT-No       PIC 9(6).
               03 PT-Vendor   PIC X(5).
               03 PT-ProdName PIC X(10).
               03 PT-Size     PIC A.
               03 PT-Recvd    PIC 9(5).
               03 PT-Price    PIC 9(5)V99.

      *> 원가 표 (발주 단가가 없는 옛 발주용)
       77 Num-Costs       PIC 9(3) VALUE 0.
       01 CostTable.
           02 Cost-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Costs
                         INDEXED BY CSx.
               03 CO-ProdName PIC X(10).
               03 CO-Size     PIC A.
               03 CO-Cost     PIC 9(5)V99.

      *> 발주 줄별 기청구 수량
       77 Bill-Count      PIC 9(3) VALUE 0.
       01 Bill-Table.
           02 Bill-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Bill-Count
                         INDEXED BY BLx.
               03 BL-PoNo     PIC 9(6).
               03 BL-Qty      PIC 9(6).

      *> 대조를 통과한 송장 키 (중복 송장 검사)
       77 Key-Count       PIC 9(4) VALUE 0.
       01 Key-Table.
           02 Key-Entry OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Key-Count
                        INDEXED BY IKx.
               03 IK-Vendor   PIC X(5).
               03 IK-InvNo    PIC X(10).

      *> 예외 대기열 (파일 그대로)
       77 Xq-Count        PIC 9(3) VALUE 0.
       01 Xq-Table.
           02 Xq-Entry OCCURS 0 TO 500 TIMES
                       DEPENDING ON Xq-Count
                       INDEXED BY XQx.
               03 QT-Vendor   PIC X(5).
               03 QT-InvNo    PIC X(10).
               03 QT-InvDate  PIC 9(8).
               03 QT-PoNo     PIC 9(6).
               03 QT-ProdName PIC X(10).
               03 QT-Size     PIC A.
               03 QT-Qty      PIC 9(5).
               03 QT-Price    PIC 9(5)V99.
               03 QT-Reason   PIC X.
               03 QT-Date     PIC 9(8).
               *> 'Y' = 처리되어 대기열에서 빠짐
               03 QT-Done     PIC X.
               03 QT-Seen     PIC X.

      *> 대조 중인 송장 한 장
       77 Inv-Vendor      PIC X(5) VALUE SPACES.
       77 Inv-No          PIC X(10) VALUE SPACES.
       77 Inv-Date        PIC 9(8) VALUE 0.
       77 Inv-Amount      PIC 9(7)V99 VALUE 0.
       77 Inv-Bad         PIC 9(3) VALUE 0.
       77 Iw-Count        PIC 9(3) VALUE 0.
       01 Iw-Table.
           02 Iw-Entry OCCURS 0 TO 20 TIMES
                       DEPENDING ON Iw-Count
                       INDEXED BY IWx.
               03 IW-PoNo     PIC 9(6).
               03 IW-ProdName PIC X(10).
               03 IW-Size     PIC A.
               03 IW-Qty      PIC 9(5).
               03 IW-Price    PIC 9(5)V99.
               03 IW-Reason   PIC X.
               *> 대기열에서 다시 대조할 때 그 줄의 자리
               03 IW-Row      PIC 9(3).

      *> 줄 대조 작업영역
       77 Line-Ix         PIC 9(3) VALUE 0.
       77 Billed-Qty      PIC 9(6) VALUE 0.
       77 Billable        PIC S9(6) VALUE 0.
       77 Qty-Limit       PIC S9(7) VALUE 0.
       77 Basis-Price     PIC 9(5)V99 VALUE 0.
       77 Price-Diff      PIC 9(5)V99 VALUE 0.
       77 Tol-Amt         PIC 9(5)V999 VALUE 0.
       77 Line-Amt        PIC 9(7)V99 VALUE 0.
       77 Found-Po        PIC X VALUE 'N'.
       77 Found-Vend      PIC X VALUE 'N'.
       77 Found-Ix        PIC 9(3) VALUE 0.
       77 Dup-Flag        PIC X VALUE 'N'.
       77 Work-Reason     PIC X VALUE SPACE.
       77 Reason-Text     PIC X(20) VALUE SPACES.
       77 Xq-Ix           PIC 9(3) VALUE 0.

      *> 매입 분개 (GLPOST 규약) - 재고 차변/외상매입금 대변
       77 Acct-Inventory  PIC X(4) VALUE '1300'.
       77 Acct-Payable    PIC X(4) VALUE '2100'.
       01 Header-Line.
           02 FILLER        PIC X      VALUE 'H'.
           02 FILLER        PIC X      VALUE SPACE.
           02 GH-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 GH-Mode       PIC X      VALUE 'L'.
      *> 출처 표시와 배치 참조(공급처+송장번호) - 같은 날
      *> 금액이 같은 송장도 GLAPPLY가 따로 반영한다
           02 FILLER        PIC X      VALUE SPACE.
           02 GH-Tag        PIC X(6)   VALUE 'APENTR'.
           02 FILLER        PIC X      VALUE SPACE.
           02 GH-Ref.
               03 GH-Vendor PIC X(5).
               03 GH-InvNo  PIC X(10).
               03 FILLER    PIC X      VALUE SPACE.
       01 GL-Detail.
           02 FILLER        PIC X      VALUE 'D'.
           02 FILLER        PIC X      VALUE SPACE.
           02 GD-AcctNo     PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 GD-Period     PIC 999    VALUE 0.
           02 FILLER        PIC X      VALUE SPACE.
           02 GD-GLCode     PIC X(4).
           02 FILLER        PIC X      VALUE SPACE.
           02 GD-DrCr       PIC X(2).
           02 FILLER        PIC X      VALUE SPACE.
           02 GD-Amount     PIC 9(7)V99.
       01 Trailer-Line.
           02 FILLER        PIC X      VALUE 'T'.
           02 FILLER        PIC X      VALUE SPACE.
           02 GT-Count      PIC 9(7).
           02 FILLER        PIC X      VALUE SPACE.
           02 GT-AmtHash    PIC 9(11)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 GT-AcctHash   PIC 9(12).
       77 Acct-Num        PIC 9(10) VALUE 0.

      *> 콘솔 입력 작업영역
       77 Menu-Choice     PIC X VALUE SPACE.
       77 Done-Flag       PIC X VALUE 'N'.
       77 In-VendNo       PIC X(5).
       77 In-InvNo        PIC X(10).
       77 In-Date-X       PIC X(8).
       77 In-PoNo-X       PIC X(6).
       77 In-Qty-X        PIC X(5).
       77 In-Price-X      PIC X(9).
       77 In-PoNo         PIC 9(6) VALUE 0.
       77 Entry-Done      PIC X VALUE 'N'.
       77 Posted-Ctr      PIC 9(4) VALUE 0.
       77 Held-Ctr        PIC 9(4) VALUE 0.
       77 Ix              PIC 9(3) VALUE 0.
       01 Amt-Edit        PIC Z,ZZZ,ZZ9.99.
       01 Price-Edit      PIC ZZ,ZZ9.99.

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
           MOVE "APENTRY"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "APENTRY"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "APENTRY 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM ReadParms.
           PERFORM LoadVendors.
           PERFORM LoadOpenPo.
           PERFORM LoadCosts.
           PERFORM LoadInvLines.
           PERFORM LoadQueue.
           PERFORM MenuLoop UNTIL Done-Flag = 'Y'.
           MOVE SPACES TO AL-Event
           STRING "APENTRY 종료 등록 " DELIMITED BY SIZE
                  Posted-Ctr          DELIMITED BY SIZE
                  " 보류 "            DELIMITED BY SIZE
                  Held-Ctr            DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           GOBACK.

       ReadParms.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status = '00'
               PERFORM UNTIL Parm-Eof = 'Y'
                   READ Parm-File
                       AT END MOVE 'Y' TO Parm-Eof
                       NOT AT END
                           PERFORM ParseParm
                   END-READ
               END-PERFORM
               CLOSE Parm-File
           END-IF
      *> 적용된 허용치를 실행 기록에 남긴다
           MOVE Price-Tol TO Echo-Price
           MOVE Qty-Tol   TO Echo-Qty
           MOVE SPACES TO AL-Event
           STRING "허용치 단가 " DELIMITED BY SIZE
                  Echo-Price     DELIMITED BY SIZE
                  "% 수량 "      DELIMITED BY SIZE
                  Echo-Qty       DELIMITED BY SIZE
                  "%"            DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       ParseParm.
      *> APENTRY.KEY=VALUE 줄만 본다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'APENTRY'
               EXIT PARAGRAPH
           END-IF
           COMPUTE Parm-Len = 61 - Parm-Ptr
           IF Parm-Len < 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Work
           MOVE Parm-Line(Parm-Ptr:Parm-Len) TO Parm-Work
           UNSTRING Parm-Work DELIMITED BY '='
               INTO Parm-Key Parm-Val
           EVALUATE Parm-Key
               WHEN 'PRICETOL'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Price-Tol
                   END-IF
               WHEN 'QTYTOL'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Qty-Tol
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN PARM : " Parm-Key
                       UPON TTY
           END-EVALUATE.

       LoadVendors.
           OPEN INPUT Vendor-File
           IF Vend-Status = '00'
               PERFORM UNTIL Vend-Eof = 'Y'
                   READ Vendor-File
                       AT END MOVE 'Y' TO Vend-Eof
                       NOT AT END
                           IF Num-Vendors < 100
                               ADD 1 TO Num-Vendors
                               MOVE VN-VendNo
                                   TO VT-VendNo(Num-Vendors)
                               MOVE VN-Active
                                   TO VT-Active(Num-Vendors)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Vendor-File
           END-IF.

       LoadOpenPo.
           OPEN INPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               DISPLAY "** NO OPEN PO FILE - NOTHING WILL MATCH"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OpenPo-Eof = 'Y'
               READ OpenPo-File
                   AT END MOVE 'Y' TO OpenPo-Eof
                   NOT AT END
                       IF Po-Count < 500
                           ADD 1 TO Po-Count
                           MOVE PO-No     TO PT-No(Po-Count)
                           MOVE PO-Vendor TO PT-Vendor(Po-Count)
                           MOVE PO-ProdName
                               TO PT-ProdName(Po-Count)
                           MOVE PO-Size   TO PT-Size(Po-Count)
                           MOVE PO-Recvd  TO PT-Recvd(Po-Count)
                           MOVE 0 TO PT-Price(Po-Count)
                           IF PO-Price IS NUMERIC
                               MOVE PO-Price
                                   TO PT-Price(Po-Count)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenPo-File.

       LoadCosts.
           OPEN INPUT ProdCost-File
           IF ProdCost-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ProdCost-Eof = 'Y'
               READ ProdCost-File
                   AT END MOVE 'Y' TO ProdCost-Eof
                   NOT AT END
                       IF Num-Costs < 150
                           ADD 1 TO Num-Costs
                           MOVE PC-ProdName
                               TO CO-ProdName(Num-Costs)
                           MOVE PC-Size TO CO-Size(Num-Costs)
                           MOVE PC-Cost TO CO-Cost(Num-Costs)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProdCost-File.

       LoadInvLines.
      *> 청구 이력에서 발주 줄별 기청구 수량과 송장 키를
      *> 모은다
           OPEN INPUT InvLine-File
           IF InvLine-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL InvLine-Eof = 'Y'
               READ InvLine-File
                   AT END MOVE 'Y' TO InvLine-Eof
                   NOT AT END
                       PERFORM AddBilled
                       MOVE IL-Vendor TO Inv-Vendor
                       MOVE IL-InvNo  TO Inv-No
                       PERFORM AddKey
               END-READ
           END-PERFORM
           CLOSE InvLine-File
           MOVE SPACES TO Inv-Vendor Inv-No.

       AddBilled.
           SET BLx TO 1
           SEARCH Bill-Entry
               AT END
                   IF Bill-Count < 500
                       ADD 1 TO Bill-Count
                       SET BLx TO Bill-Count
                       MOVE IL-PoNo TO BL-PoNo(BLx)
                       MOVE IL-Qty  TO BL-Qty(BLx)
                   END-IF
               WHEN BL-PoNo(BLx) = IL-PoNo
                   ADD IL-Qty TO BL-Qty(BLx)
           END-SEARCH.

       AddKey.
           PERFORM FindKey
           IF Dup-Flag = 'N' AND Key-Count < 3000
               ADD 1 TO Key-Count
               MOVE Inv-Vendor TO IK-Vendor(Key-Count)
               MOVE Inv-No     TO IK-InvNo(Key-Count)
           END-IF.

       FindKey.
           MOVE 'N' TO Dup-Flag
           IF Key-Count > 0
               SET IKx TO 1
               SEARCH Key-Entry
                   AT END CONTINUE
                   WHEN IK-Vendor(IKx) = Inv-Vendor
                        AND IK-InvNo(IKx) = Inv-No
                       MOVE 'Y' TO Dup-Flag
               END-SEARCH
           END-IF.

       LoadQueue.
           OPEN INPUT Excpt-File
           IF Excpt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Excpt-Eof = 'Y'
               READ Excpt-File
                   AT END MOVE 'Y' TO Excpt-Eof
                   NOT AT END
                       IF Xq-Count < 500
                           ADD 1 TO Xq-Count
                           SET XQx TO Xq-Count
                           MOVE XQ-Vendor   TO QT-Vendor(XQx)
                           MOVE XQ-InvNo    TO QT-InvNo(XQx)
                           MOVE XQ-InvDate  TO QT-InvDate(XQx)
                           MOVE XQ-PoNo     TO QT-PoNo(XQx)
                           MOVE XQ-ProdName TO QT-ProdName(XQx)
                           MOVE XQ-Size     TO QT-Size(XQx)
                           MOVE XQ-Qty      TO QT-Qty(XQx)
                           MOVE XQ-Price    TO QT-Price(XQx)
                           MOVE XQ-Reason   TO QT-Reason(XQx)
                           MOVE XQ-Date     TO QT-Date(XQx)
                           MOVE 'N' TO QT-Done(XQx) QT-Seen(XQx)
                       ELSE
                           DISPLAY "** EXCEPTION QUEUE OVER 500"
                               " ROWS - CLEAR IT FIRST" UPON TTY
                           MOVE 'Y' TO Done-Flag
                           MOVE 'Y' TO Excpt-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Excpt-File.

       MenuLoop.
           DISPLAY " " UPON TTY
           DISPLAY "E=ENTER INVOICE R=RETRY QUEUE L=LIST QUEUE"
               " D=DROP X=END" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'E' WHEN 'e' PERFORM EnterInvoice
               WHEN 'R' WHEN 'r' PERFORM RetryQueue
               WHEN 'L' WHEN 'l' PERFORM ListQueue
               WHEN 'D' WHEN 'd' PERFORM DropInvoice
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       EnterInvoice.
           DISPLAY "Vendor no ?" UPON TTY
           ACCEPT In-VendNo FROM TTY
           PERFORM FindVend
           IF Found-Vend = 'N'
               DISPLAY "** VENDOR NOT ON VENDMAST" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF VT-Active(Found-Ix) = 'D'
               DISPLAY "NOTE - VENDOR IS DEACTIVATED" UPON TTY
           END-IF
           DISPLAY "Invoice no ?" UPON TTY
           ACCEPT In-InvNo FROM TTY
           IF In-InvNo = SPACES
               DISPLAY "** INVOICE NO REQUIRED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE In-VendNo TO Inv-Vendor
           MOVE In-InvNo  TO Inv-No
           PERFORM FindKey
           IF Dup-Flag = 'Y'
               DISPLAY "** DUPLICATE - INVOICE ALREADY MATCHED"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM FindQueued
           IF Dup-Flag = 'Y'
               DISPLAY "** INVOICE IS IN THE EXCEPTION QUEUE"
                   " - USE R TO RETRY" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Invoice date YYYYMMDD (blank=today) ?"
               UPON TTY
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE Proc-Date TO Inv-Date
           ELSE
               IF In-Date-X IS NOT NUMERIC
                   DISPLAY "** DATE NOT NUMERIC" UPON TTY
                   EXIT PARAGRAPH
               END-IF
               MOVE In-Date-X TO Inv-Date
               IF FUNCTION TEST-DATE-YYYYMMDD(Inv-Date) NOT = 0
                  OR Inv-Date > Proc-Date
                   DISPLAY "** INVALID OR FUTURE DATE" UPON TTY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 0 TO Iw-Count
           MOVE 'N' TO Entry-Done
           PERFORM GetLine UNTIL Entry-Done = 'Y'
           IF Iw-Count = 0
               DISPLAY "NO LINES - NOTHING ENTERED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM MatchInvoice
           PERFORM ShowMatch
           IF Inv-Bad = 0
               PERFORM PostInvoice
           ELSE
               PERFORM QueueInvoice
           END-IF.

       GetLine.
      *> 송장 한 줄 - 발주 번호가 공백이면 끝
           IF Iw-Count >= 20
               DISPLAY "20 LINES - INVOICE CLOSED" UPON TTY
               MOVE 'Y' TO Entry-Done
               EXIT PARAGRAPH
           END-IF
           DISPLAY "PO no (blank=end) ?" UPON TTY
           ACCEPT In-PoNo-X FROM TTY
           IF In-PoNo-X = SPACES
               MOVE 'Y' TO Entry-Done
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(In-PoNo-X) NOT = 0
               DISPLAY "** PO NO NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-PoNo-X) TO In-PoNo
           DISPLAY "Quantity ?" UPON TTY
           ACCEPT In-Qty-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Qty-X) NOT = 0
               DISPLAY "** QUANTITY NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unit price ?" UPON TTY
           ACCEPT In-Price-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Price-X) NOT = 0
               DISPLAY "** PRICE NOT NUMERIC" UPON TTY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Iw-Count
           SET IWx TO Iw-Count
           MOVE In-PoNo TO IW-PoNo(IWx)
           MOVE FUNCTION NUMVAL(In-Qty-X)   TO IW-Qty(IWx)
           MOVE FUNCTION NUMVAL(In-Price-X) TO IW-Price(IWx)
           MOVE SPACES TO IW-ProdName(IWx) IW-Size(IWx)
           MOVE SPACE  TO IW-Reason(IWx)
           MOVE 0      TO IW-Row(IWx)
           PERFORM FindPo
           IF Found-Po = 'Y'
               MOVE PT-ProdName(POx) TO IW-ProdName(IWx)
               MOVE PT-Size(POx)     TO IW-Size(IWx)
               DISPLAY "  " PT-ProdName(POx) " " PT-Size(POx)
                   UPON TTY
           ELSE
               DISPLAY "  (PO LINE NOT FOUND)" UPON TTY
           END-IF.

       FindVend.
           MOVE 'N' TO Found-Vend
           MOVE 0 TO Found-Ix
           IF Num-Vendors > 0
               SET VNx TO 1
               SEARCH Vend-Entry
                   AT END CONTINUE
                   WHEN VT-VendNo(VNx) = In-VendNo
                       MOVE 'Y' TO Found-Vend
                       SET Found-Ix TO VNx
               END-SEARCH
           END-IF.

       FindQueued.
           MOVE 'N' TO Dup-Flag
           PERFORM VARYING XQx FROM 1 BY 1
                   UNTIL XQx > Xq-Count OR Dup-Flag = 'Y'
               IF QT-Done(XQx) = 'N'
                  AND QT-Vendor(XQx) = Inv-Vendor
                  AND QT-InvNo(XQx) = Inv-No
                   MOVE 'Y' TO Dup-Flag
               END-IF
           END-PERFORM.

       FindPo.
           MOVE 'N' TO Found-Po
           IF Po-Count > 0
               SET POx TO 1
               SEARCH Po-Entry
                   AT END CONTINUE
                   WHEN PT-No(POx) = IW-PoNo(IWx)
                       MOVE 'Y' TO Found-Po
               END-SEARCH
           END-IF.

       MatchInvoice.
      *> 송장의 모든 줄을 대조하고 어긋난 줄을 센다
           MOVE 0 TO Inv-Bad Inv-Amount
           PERFORM MatchLine VARYING Line-Ix FROM 1 BY 1
               UNTIL Line-Ix > Iw-Count.

       MatchLine.
           SET IWx TO Line-Ix
           MOVE SPACE TO IW-Reason(IWx)
           COMPUTE Line-Amt ROUNDED =
               IW-Qty(IWx) * IW-Price(IWx)
           ADD Line-Amt TO Inv-Amount
           PERFORM FindPo
           IF Found-Po = 'N'
               MOVE 'P' TO IW-Reason(IWx)
               ADD 1 TO Inv-Bad
               EXIT PARAGRAPH
           END-IF
           MOVE PT-ProdName(POx) TO IW-ProdName(IWx)
           MOVE PT-Size(POx)     TO IW-Size(IWx)
           IF PT-Vendor(POx) NOT = Inv-Vendor
               MOVE 'V' TO IW-Reason(IWx)
               ADD 1 TO Inv-Bad
               EXIT PARAGRAPH
           END-IF
      *> 청구 가능 수량 = 입고 - 기청구 - 이 송장 앞 줄
           MOVE 0 TO Billed-Qty
           IF Bill-Count > 0
               SET BLx TO 1
               SEARCH Bill-Entry
                   AT END CONTINUE
                   WHEN BL-PoNo(BLx) = IW-PoNo(IWx)
                       MOVE BL-Qty(BLx) TO Billed-Qty
               END-SEARCH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix >= Line-Ix
               IF IW-PoNo(Ix) = IW-PoNo(IWx)
                   ADD IW-Qty(Ix) TO Billed-Qty
               END-IF
           END-PERFORM
           COMPUTE Billable = PT-Recvd(POx) - Billed-Qty
           IF Billable < 0
               MOVE 0 TO Billable
           END-IF
           COMPUTE Qty-Limit =
               Billable + (Billable * Qty-Tol / 100)
           IF IW-Qty(IWx) > Qty-Limit
               MOVE 'R' TO IW-Reason(IWx)
               ADD 1 TO Inv-Bad
               EXIT PARAGRAPH
           END-IF
      *> 단가 기준 - 발주 단가, 없으면 현재 매입 원가
           MOVE PT-Price(POx) TO Basis-Price
           IF Basis-Price = 0 AND Num-Costs > 0
               SET CSx TO 1
               SEARCH Cost-Entry
                   AT END CONTINUE
                   WHEN CO-ProdName(CSx) = PT-ProdName(POx)
                        AND CO-Size(CSx) = PT-Size(POx)
                       MOVE CO-Cost(CSx) TO Basis-Price
               END-SEARCH
           END-IF
           IF Basis-Price = 0
               MOVE 'U' TO IW-Reason(IWx)
               ADD 1 TO Inv-Bad
               EXIT PARAGRAPH
           END-IF
           IF IW-Price(IWx) > Basis-Price
               COMPUTE Price-Diff = IW-Price(IWx) - Basis-Price
           ELSE
               COMPUTE Price-Diff = Basis-Price - IW-Price(IWx)
           END-IF
           COMPUTE Tol-Amt = Basis-Price * Price-Tol / 100
           IF Price-Diff > Tol-Amt
               MOVE 'C' TO IW-Reason(IWx)
               ADD 1 TO Inv-Bad
           END-IF.

       ShowMatch.
           PERFORM VARYING IWx FROM 1 BY 1 UNTIL IWx > Iw-Count
               MOVE IW-Reason(IWx) TO Work-Reason
               PERFORM SetReasonText
               MOVE IW-Price(IWx) TO Price-Edit
               DISPLAY IW-PoNo(IWx) " " IW-ProdName(IWx) " "
                       IW-Size(IWx) " " IW-Qty(IWx) " "
                       Price-Edit " " Reason-Text UPON TTY
           END-PERFORM
           MOVE Inv-Amount TO Amt-Edit
           DISPLAY "INVOICE TOTAL " Amt-Edit UPON TTY.

       SetReasonText.
           EVALUATE Work-Reason
               WHEN 'P' MOVE "NO PO LINE"          TO Reason-Text
               WHEN 'V' MOVE "PO OF OTHER VENDOR"  TO Reason-Text
               WHEN 'R' MOVE "QTY OVER RECEIVED"   TO Reason-Text
               WHEN 'C' MOVE "PRICE OUT OF TOL"    TO Reason-Text
               WHEN 'U' MOVE "NO PRICE TO MATCH"   TO Reason-Text
               WHEN OTHER MOVE "OK"                TO Reason-Text
           END-EVALUATE.

       PostInvoice.
      *> 대조 통과 - 청구 이력, 미지급 원장, 분개 한 배치
           OPEN EXTEND InvLine-File
           IF InvLine-Status NOT = '00'
               OPEN OUTPUT InvLine-File
           END-IF
           IF InvLine-Status NOT = '00'
               DISPLAY "** APLINES OPEN FAILED : " InvLine-Status
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IWx FROM 1 BY 1 UNTIL IWx > Iw-Count
               MOVE SPACES TO InvLine-Record
               MOVE Inv-Vendor       TO IL-Vendor
               MOVE Inv-No           TO IL-InvNo
               MOVE Inv-Date         TO IL-InvDate
               MOVE IW-PoNo(IWx)     TO IL-PoNo
               MOVE IW-ProdName(IWx) TO IL-ProdName
               MOVE IW-Size(IWx)     TO IL-Size
               MOVE IW-Qty(IWx)      TO IL-Qty
               MOVE IW-Price(IWx)    TO IL-Price
               MOVE Proc-Date        TO IL-Date
               PERFORM AddBilled
               WRITE InvLine-Record
           END-PERFORM
           CLOSE InvLine-File
           PERFORM AddKey
           OPEN EXTEND ApOpen-File
           IF ApOpen-Status NOT = '00'
               OPEN OUTPUT ApOpen-File
           END-IF
           IF ApOpen-Status NOT = '00'
               DISPLAY "** APOPEN OPEN FAILED : " ApOpen-Status
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ApOpen-Record
           MOVE Inv-Vendor TO AO-Vendor
           MOVE Inv-No     TO AO-InvNo
           MOVE Inv-Date   TO AO-InvDate
           MOVE Inv-Amount TO AO-Amount
           MOVE Iw-Count   TO AO-Lines
           MOVE 'O'        TO AO-Status
           MOVE Proc-Date  TO AO-EntDate
           WRITE ApOpen-Record
           CLOSE ApOpen-File
           PERFORM PostGl
           ADD 1 TO Posted-Ctr
           MOVE SPACES TO AL-Event
           STRING "송장등록 " DELIMITED BY SIZE
                  Inv-Vendor  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Inv-No      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           DISPLAY "MATCHED - POSTED TO AP OPEN ITEMS" UPON TTY.

       PostGl.
      *> 재고 차변 / 외상매입금 대변 - 계좌 자리는 공급처
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** GLPOST OPEN FAILED : " GL-Status
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE Proc-Date TO GH-Date
           MOVE Inv-Vendor TO GH-Vendor
           MOVE Inv-No TO GH-InvNo
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           MOVE Inv-Vendor TO GD-AcctNo
           MOVE Inv-Amount TO GD-Amount
           MOVE Acct-Inventory TO GD-GLCode
           MOVE 'DR' TO GD-DrCr
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           MOVE Acct-Payable TO GD-GLCode
           MOVE 'CR' TO GD-DrCr
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
      *> 계좌번호 해시 - 공급처 번호가 숫자가 아니면 0으로
           IF Inv-Vendor IS NUMERIC
               MOVE Inv-Vendor TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           MOVE 2 TO GT-Count
           COMPUTE GT-AmtHash = Inv-Amount * 2
           COMPUTE GT-AcctHash = Acct-Num * 2
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File.

       QueueInvoice.
      *> 어긋난 송장은 줄째로 예외 대기열에 올린다
           IF Xq-Count + Iw-Count > 500
               DISPLAY "** EXCEPTION QUEUE FULL - NOT SAVED"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING IWx FROM 1 BY 1 UNTIL IWx > Iw-Count
               ADD 1 TO Xq-Count
               SET XQx TO Xq-Count
               MOVE Inv-Vendor       TO QT-Vendor(XQx)
               MOVE Inv-No           TO QT-InvNo(XQx)
               MOVE Inv-Date         TO QT-InvDate(XQx)
               MOVE IW-PoNo(IWx)     TO QT-PoNo(XQx)
               MOVE IW-ProdName(IWx) TO QT-ProdName(XQx)
               MOVE IW-Size(IWx)     TO QT-Size(XQx)
               MOVE IW-Qty(IWx)      TO QT-Qty(XQx)
               MOVE IW-Price(IWx)    TO QT-Price(XQx)
               MOVE IW-Reason(IWx)   TO QT-Reason(XQx)
               MOVE Proc-Date        TO QT-Date(XQx)
               MOVE 'N' TO QT-Done(XQx) QT-Seen(XQx)
           END-PERFORM
           PERFORM SaveQueue
           ADD 1 TO Held-Ctr
           MOVE SPACES TO AL-Event
           STRING "송장보류 " DELIMITED BY SIZE
                  Inv-Vendor  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Inv-No      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           DISPLAY "MISMATCH - " Inv-Bad
               " LINE(S), INVOICE HELD IN EXCEPTION QUEUE"
               UPON TTY.

       RetryQueue.
      *> 대기 중인 송장을 송장 단위로 다시 대조한다 -
      *> 이제 맞으면 등록하고 대기열에서 뺀다
           PERFORM VARYING XQx FROM 1 BY 1 UNTIL XQx > Xq-Count
               MOVE 'N' TO QT-Seen(XQx)
           END-PERFORM
           PERFORM VARYING Xq-Ix FROM 1 BY 1
                   UNTIL Xq-Ix > Xq-Count
               IF QT-Done(Xq-Ix) = 'N'
                  AND QT-Seen(Xq-Ix) = 'N'
                   PERFORM RetryOne
               END-IF
           END-PERFORM
           PERFORM SaveQueue.

       RetryOne.
           MOVE QT-Vendor(Xq-Ix)  TO Inv-Vendor
           MOVE QT-InvNo(Xq-Ix)   TO Inv-No
           MOVE QT-InvDate(Xq-Ix) TO Inv-Date
           MOVE 0 TO Iw-Count
           PERFORM VARYING XQx FROM Xq-Ix BY 1
                   UNTIL XQx > Xq-Count
               IF QT-Done(XQx) = 'N'
                  AND QT-Vendor(XQx) = Inv-Vendor
                  AND QT-InvNo(XQx) = Inv-No
                  AND Iw-Count < 20
                   MOVE 'Y' TO QT-Seen(XQx)
                   ADD 1 TO Iw-Count
                   SET IWx TO Iw-Count
                   MOVE QT-PoNo(XQx)     TO IW-PoNo(IWx)
                   MOVE QT-ProdName(XQx) TO IW-ProdName(IWx)
                   MOVE QT-Size(XQx)     TO IW-Size(IWx)
                   MOVE QT-Qty(XQx)      TO IW-Qty(IWx)
                   MOVE QT-Price(XQx)    TO IW-Price(IWx)
                   SET IW-Row(IWx)       TO XQx
               END-IF
           END-PERFORM
           DISPLAY " " UPON TTY
           DISPLAY "VENDOR " Inv-Vendor " INVOICE " Inv-No
               UPON TTY
      *> 대기 중에 다른 경로로 이미 등록된 송장은 빼기만 한다
           PERFORM FindKey
           IF Dup-Flag = 'Y'
               DISPLAY "ALREADY MATCHED - REMOVED FROM QUEUE"
                   UPON TTY
               PERFORM MarkDone
               EXIT PARAGRAPH
           END-IF
           PERFORM MatchInvoice
           PERFORM ShowMatch
           IF Inv-Bad = 0
               PERFORM PostInvoice
               PERFORM MarkDone
           ELSE
               PERFORM VARYING IWx FROM 1 BY 1
                       UNTIL IWx > Iw-Count
                   MOVE IW-Reason(IWx)
                       TO QT-Reason(IW-Row(IWx))
               END-PERFORM
               DISPLAY "STILL HELD - " Inv-Bad " LINE(S)"
                   UPON TTY
           END-IF.

       MarkDone.
           PERFORM VARYING IWx FROM 1 BY 1 UNTIL IWx > Iw-Count
               MOVE 'Y' TO QT-Done(IW-Row(IWx))
           END-PERFORM.

       ListQueue.
           IF Xq-Count = 0
               DISPLAY "EXCEPTION QUEUE EMPTY" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XQx FROM 1 BY 1 UNTIL XQx > Xq-Count
               IF QT-Done(XQx) = 'N'
                   MOVE QT-Reason(XQx) TO Work-Reason
                   PERFORM SetReasonText
                   MOVE QT-Price(XQx) TO Price-Edit
                   DISPLAY QT-Vendor(XQx) " " QT-InvNo(XQx) " "
                           QT-PoNo(XQx) " " QT-ProdName(XQx)
                           QT-Size(XQx) " " QT-Qty(XQx) " "
                           Price-Edit " " Reason-Text UPON TTY
               END-IF
           END-PERFORM.

       DropInvoice.
      *> 공급처에 돌려보낼 송장을 대기열에서 지운다
           DISPLAY "Vendor no ?" UPON TTY
           ACCEPT In-VendNo FROM TTY
           DISPLAY "Invoice no ?" UPON TTY
           ACCEPT In-InvNo FROM TTY
           MOVE In-VendNo TO Inv-Vendor
           MOVE In-InvNo  TO Inv-No
           PERFORM FindQueued
           IF Dup-Flag = 'N'
               DISPLAY "** NOT IN EXCEPTION QUEUE" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XQx FROM 1 BY 1 UNTIL XQx > Xq-Count
               IF QT-Vendor(XQx) = Inv-Vendor
                  AND QT-InvNo(XQx) = Inv-No
                   MOVE 'Y' TO QT-Done(XQx)
               END-IF
           END-PERFORM
           PERFORM SaveQueue
           MOVE SPACES TO AL-Event
           STRING "송장반려 " DELIMITED BY SIZE
                  Inv-Vendor  DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  Inv-No      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
           DISPLAY "DROPPED" UPON TTY.

       SaveQueue.
      *> 바뀔 때마다 대기열을 통째로 되쓴다
           OPEN OUTPUT Excpt-File
           IF Excpt-Status NOT = '00'
               DISPLAY "** APEXCPT WRITE-BACK FAILED : "
                       Excpt-Status UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING XQx FROM 1 BY 1 UNTIL XQx > Xq-Count
               IF QT-Done(XQx) = 'N'
                   MOVE SPACES TO Excpt-Record
                   MOVE QT-Vendor(XQx)   TO XQ-Vendor
                   MOVE QT-InvNo(XQx)    TO XQ-InvNo
                   MOVE QT-InvDate(XQx)  TO XQ-InvDate
                   MOVE QT-PoNo(XQx)     TO XQ-PoNo
                   MOVE QT-ProdName(XQx) TO XQ-ProdName
                   MOVE QT-Size(XQx)     TO XQ-Size
                   MOVE QT-Qty(XQx)      TO XQ-Qty
                   MOVE QT-Price(XQx)    TO XQ-Price
                   MOVE QT-Reason(XQx)   TO XQ-Reason
                   MOVE QT-Date(XQx)     TO XQ-Date
                   WRITE Excpt-Record
               END-IF
           END-PERFORM
           CLOSE Excpt-File.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       CheckLock.
      *> 야간 체인이 잠금을 잡고 있으면 물러난다
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               MOVE 'Y' TO Lock-Held
           END-IF.

       END PROGRAM APENTRY.
