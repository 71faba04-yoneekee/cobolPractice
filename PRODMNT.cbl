       PROGRAM-ID. PRODMNT.
       AUTHOR. YONEE.
      *> 상품 마스터 유지보수 - 편집기 대신 검증을
      *> 거쳐 등록/정정/단종/단위 무게를 받는다. 이름 중복,
      *> 사이즈 문자(S/M/L), 0 아닌 단가, 재주문점
      *> 상한을 확인해 고정 배치로 되쓰며, 변경마다
      *> AUDIT.DAT에 남긴다. 단종 상품은 'D' 표시로 남아
      *> 이력은 보존되고 새 주문만 막힌다. 직송 품목은
      *> 직송 표시와 기본 공급처(VENDMAST에 있는 활성
      *> 공급처)를 받는다. 상품군(G)은 영업 수수료율의
      *> 구분으로 COMMRUN이 쓴다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT UpdJrnl-File ASSIGN TO "UPDJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UpdJrnl-Status.
      *> 공급처 마스터 - 직송 기본 공급처 확인용
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Product-File.
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

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
       01  Lock-Record           PIC X(14).

       FD  UjIn-File.
       01  UjIn-Line             PIC X(100).

       FD  UpdJrnl-File.
       01  UpdJrnl-Record.
      *> 'B' = 되쓰기 전, 'A' = 되쓰기 후
           02 UJ-Type       PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 UJ-Image      PIC X(100).

       FD  Vendor-File.
       01  Vendor-Record.
           02 VN-VendNo     PIC X(5).
           02 FILLER        PIC X.
           02 VN-Name       PIC X(10).
           02 FILLER        PIC X.
           02 VN-Addr       PIC X(30).
           02 FILLER        PIC X.
           02 VN-Terms      PIC 9(3).
           02 FILLER        PIC X.
           02 VN-Active     PIC X.

       WORKING-STORAGE SECTION.
      *> 전/후 원본 보관 작업영역
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdWgt REDEFINES ProdWgts
                          PIC 9(3)V99 OCCURS 3 TIMES.
               03 ProdCls  PIC X(3).
               03 ProdSupp.
                   04 ProdDrop PIC X.
                   04 ProdVend PIC X(5).
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
       77 In-Qty       PIC 9(5) VALUE 0.
       77 In-Reord     PIC 9(5) VALUE 0.
       77 In-Price     PIC 9(5)V99 VALUE 0.
       77 In-Wgt       PIC 9(3)V99 VALUE 0.
       77 Valid-Flag   PIC X VALUE 'Y'.
       77 Found-Prod   PIC X VALUE 'N'.
       77 Chg-Count    PIC 9(4) VALUE 0.
       77 Priceff-Status PIC XX.
       77 In-EffDate-X  PIC X(8).
       77 In-EffDate    PIC 9(8) VALUE 0.
      *> 직송/기본 공급처 입력 작업영역
       77 Vend-Status   PIC XX.
       77 Vend-Eof      PIC X VALUE 'N'.
       77 Found-Vend    PIC X VALUE 'N'.
       77 In-Drop       PIC X VALUE SPACE.
       77 In-Vendor     PIC X(5) VALUE SPACES.
       77 In-Group      PIC X(3) VALUE SPACES.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "PRODMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "PRODMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "PRODMNT 시작"   TO AL-Event
           PERFORM LogAudit
      *> 민감 변경의 신청자는 접속한 운전원 번호
           MOVE SG-Oper TO Maker-Id
           PERFORM LoadProducts.
           PERFORM MenuLoop UNTIL Done-Flag = 'Y'.
           IF Chg-Count > 0
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
       MenuLoop.
           DISPLAY " " UPON TTY
           DISPLAY "A=ADD M=AMEND D=DISCONTINUE P=PRICE"
               " W=WEIGHT S=SUPPLY G=GROUP L=LIST X=END"
               UPON TTY
           ACCEPT Menu-Choice FROM TTY
           IF Menu-Choice NOT = SPACE AND Menu-Choice NOT = 'X'
              AND Menu-Choice NOT = 'x'
               MOVE 'FNC'       TO SG-Op
               MOVE Menu-Choice TO SG-Func
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddProd
               WHEN 'M' WHEN 'm' PERFORM AmendProd
               WHEN 'D' WHEN 'd' PERFORM DiscProd
               WHEN 'P' WHEN 'p' PERFORM EffPrice
               WHEN 'W' WHEN 'w' PERFORM WeightProd
               WHEN 'S' WHEN 's' PERFORM SupplyProd
               WHEN 'G' WHEN 'g' PERFORM GroupProd
               WHEN 'L' WHEN 'l' PERFORM ListProds
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           SET I TO Num-Products
           MOVE In-ProdName TO ProdName(I)
           MOVE 'A' TO ProdStat(I)
           MOVE ZEROS TO ProdWgts(I)
           MOVE SPACES TO ProdCls(I)
           MOVE SPACES TO ProdSupp(I)
           MOVE SPACES TO ProdGrp(I)
           PERFORM GetSizes
           IF Valid-Flag = 'Y'
               PERFORM GetWeights
               PERFORM SortProducts
               ADD 1 TO Chg-Count
               PERFORM AuditChange
           PERFORM LogAudit
           DISPLAY "PRICE QUEUED" UPON TTY.

       WeightProd.
      *> 사이즈별 단위 무게 - SHIPRUN이 소포 무게와 운임을
      *> 여기서 매긴다. 단가가 아니므로 승인 대기 없이
      *> 바로 반영한다
           DISPLAY "Product name ?" UPON TTY
           ACCEPT In-ProdName FROM TTY
           PERFORM FindProd
           IF Found-Prod = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF ProdWgts(I) NOT NUMERIC
               MOVE ZEROS TO ProdWgts(I)
           END-IF
           PERFORM GetWeights
           ADD 1 TO Chg-Count
           PERFORM AuditChange
           DISPLAY "WEIGHTS SET" UPON TTY.

       GetWeights.
           PERFORM GetOneWgt
               VARYING Jx FROM 1 BY 1 UNTIL Jx > 3.

       GetOneWgt.
      *> 빈칸이면 그대로 둔다 - 쓰지 않는 슬롯은 묻지 않는다
           IF SizeType(I, Jx) = SPACE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Unit weight kg size " SizeType(I, Jx)
               " (now " ProdWgt(I, Jx) ", blank=keep) ?" UPON TTY
           ACCEPT In-Num-X FROM TTY
           IF In-Num-X = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(In-Num-X) = 0
               MOVE FUNCTION NUMVAL(In-Num-X) TO In-Price
               IF In-Price > 999.99
                   DISPLAY "** WEIGHT TOO BIG - KEPT" UPON TTY
               ELSE
                   MOVE In-Price TO In-Wgt
                   MOVE In-Wgt TO ProdWgt(I, Jx)
               END-IF
           ELSE
               DISPLAY "** NOT NUMERIC - KEPT" UPON TTY
           END-IF.

       SupplyProd.
      *> 직송 표시와 기본 공급처 - 'Y'인 품목은 ORDENTRY가
      *> 재고를 보지 않고 이 공급처 앞 직송 발주로 돌린다.
      *> 단가가 아니므로 승인 대기 없이 바로 반영한다
           DISPLAY "Product name ?" UPON TTY
           ACCEPT In-ProdName FROM TTY
           PERFORM FindProd
           IF Found-Prod = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Drop-ship (Y/N, now " ProdDrop(I) ") ?"
               UPON TTY
           ACCEPT In-Drop FROM TTY
           IF In-Drop = 'y'
               MOVE 'Y' TO In-Drop
           END-IF
           IF In-Drop NOT = 'Y' AND In-Drop NOT = 'N'
              AND In-Drop NOT = 'n'
               DISPLAY "** MUST BE Y OR N" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Default vendor (now " ProdVend(I)
               ", blank=none) ?" UPON TTY
           ACCEPT In-Vendor FROM TTY
           IF In-Vendor NOT = SPACES
               PERFORM FindVendor
               IF Found-Vend = 'N'
                   DISPLAY "** VENDOR NOT ON FILE OR INACTIVE"
                       UPON TTY
                   EXIT PARAGRAPH
               END-IF
           END-IF
      *> 직송은 보낼 공급처가 있어야 한다
           IF In-Drop = 'Y' AND In-Vendor = SPACES
               DISPLAY "** DROP-SHIP NEEDS A VENDOR" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF In-Drop = 'Y'
               MOVE 'Y' TO ProdDrop(I)
           ELSE
               MOVE SPACE TO ProdDrop(I)
           END-IF
           MOVE In-Vendor TO ProdVend(I)
           ADD 1 TO Chg-Count
           PERFORM AuditChange
           DISPLAY "SUPPLY SET" UPON TTY.

       GroupProd.
      *> 상품군 - 월 수수료 계산(COMMRUN)이 영업 사원별
      *> 요율을 가르는 묶음이다. 빈칸이면 기본 요율을 쓴다
           DISPLAY "Product name ?" UPON TTY
           ACCEPT In-ProdName FROM TTY
           PERFORM FindProd
           IF Found-Prod = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product group (now " ProdGrp(I)
               ", blank=none) ?" UPON TTY
           ACCEPT In-Group FROM TTY
           MOVE In-Group TO ProdGrp(I)
           ADD 1 TO Chg-Count
           PERFORM AuditChange
           DISPLAY "GROUP SET" UPON TTY.

       FindVendor.
           MOVE 'N' TO Found-Vend
           MOVE 'N' TO Vend-Eof
           OPEN INPUT Vendor-File
           IF Vend-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Vend-Eof = 'Y'
               READ Vendor-File
                   AT END MOVE 'Y' TO Vend-Eof
                   NOT AT END
                       IF VN-VendNo = In-Vendor
                          AND VN-Active NOT = 'D'
                           MOVE 'Y' TO Found-Vend
                           MOVE 'Y' TO Vend-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Vendor-File.

       ListProds.
           PERFORM ListOne
               VARYING I FROM 1 BY 1 UNTIL I > Num-Products.

       ListOne.
           DISPLAY ProdName(I) " " ProdStat(I) " " ProdDrop(I)
               " " ProdVend(I) " " ProdGrp(I) UPON TTY.

       AuditChange.
           MOVE SPACES TO AL-Event
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
