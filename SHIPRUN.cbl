       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPRUN.
       AUTHOR. YONEE.
      *> 선적 작업 - PICKCONF(와 BORELEAS) 뒤, BILLING 앞에서
      *> 돈다. BILLING과 똑같은 원천(SHIPCONF.DAT, 없으면
      *> PICKLIST.DAT, 그리고 BOPICK.DAT)의 PICKED 줄을
      *> 고객별로 모아 고객 마스터의 주소로 보내는 선적
      *> 한 건씩 만든다. 무게는 상품 마스터의 사이즈별 단위
      *> 무게 x 수량이고, 운임은 운임표(FRTRATE.DAT)의 우편
      *> 번호 -> 지역 대응('Z' 줄)과 지역별 무게 구간 요율
      *> ('R' 줄)로 매긴다. 가장 큰 구간보다 무거우면 그
      *> 구간 무게로 소포를 나눈다. 운송사 인계 목록
      *> (SHIPMAN.RPT), 소포마다 한 장씩 붙일 주소표
      *> (SHIPLBL.RPT), BILLING이 청구서에 운임 줄로 싣는
      *> 운임 파일(FREIGHT.DAT)을 남긴다. 선적 번호는
      *> SHIPSEQ.DAT에 이어 둔다. 무게 없는 상품, 지역이나
      *> 요율을 못 찾은 선적은 목록에 표시하고 RC 4 -
      *> 야간 체인은 경고만 내고 청구로 넘어간다.
      *>
      *> 운임표 (FRTRATE.DAT)
      *>   Z pppppp zz       우편번호 앞자리 pppppp(뒤 빈칸은
      *>                     자리 수만큼만 비교, 가장 긴 것이
      *>                     이긴다, 전부 빈칸이면 기본 지역)
      *>   R zz wwwwww cccccc 지역 zz, 이 무게(kg, 9(4)V99)
      *>                     까지의 소포 한 개 운임(9(4)V99)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> BILLING과 같은 순서로 정규 피킹과 백오더 해제
      *> 피킹을 읽는다
           SELECT Pick-File ASSIGN TO Pick-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pick-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT Rate-File ASSIGN TO "FRTRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rate-Status.
           SELECT Seq-File ASSIGN TO "SHIPSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Seq-Status.
           SELECT Manifest-File ASSIGN TO "SHIPMAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Manifest-Status.
           SELECT Label-File ASSIGN TO "SHIPLBL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Label-Status.
           SELECT Freight-File ASSIGN TO "FREIGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Freight-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Pick-File.
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

       FD  Rate-File.
       01  Rate-Record.
           02 RT-Type       PIC X.
           02 FILLER        PIC X.
           02 RT-Body       PIC X(30).
           02 RT-ZoneLine REDEFINES RT-Body.
               03 RT-Prefix     PIC X(6).
               03 FILLER        PIC X.
               03 RT-MapZone    PIC X(2).
               03 FILLER        PIC X(21).
           02 RT-BandLine REDEFINES RT-Body.
               03 RT-Zone       PIC X(2).
               03 FILLER        PIC X.
               03 RT-MaxWgt     PIC 9(4)V99.
               03 FILLER        PIC X.
               03 RT-Charge     PIC 9(4)V99.
               03 FILLER        PIC X(14).

       FD  Seq-File.
       01  Seq-Record.
           02 SQ-LastShip   PIC 9(6).

       FD  Manifest-File.
       01  Manifest-Line    PIC X(80).

       FD  Label-File.
       01  Label-Line       PIC X(80).

      *> BILLING이 고객별 운임 줄로 읽는다
       FD  Freight-File.
       01  Freight-Record.
           02 FR-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 FR-ShipNo     PIC 9(6).
           02 FILLER        PIC X      VALUE SPACE.
           02 FR-Parcels    PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 FR-Weight     PIC 9(5)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 FR-Freight    PIC 9(7)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 FR-Zone       PIC X(2).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Pick-Status     PIC XX.
       77 Pick-Name       PIC X(14) VALUE 'SHIPCONF.DAT'.
       77 Pick-Open       PIC X VALUE 'N'.
       77 Pick-Eof        PIC X VALUE 'N'.
       77 Cust-Status     PIC XX.
       77 Cust-Eof        PIC X VALUE 'N'.
       77 Prod-Status     PIC XX.
       77 Prod-Eof        PIC X VALUE 'N'.
       77 Rate-Status     PIC XX.
       77 Rate-Eof        PIC X VALUE 'N'.
       77 Seq-Status      PIC XX.
       77 Manifest-Status PIC XX.
       77 Label-Status    PIC XX.
       77 Freight-Status  PIC XX.
       77 Audit-Status    PIC XX.

      *> 고객 주소 표
       77 Num-Custs    PIC 9(3) VALUE 0.
       01 CustTable.
           02 Cust-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo PIC 9(5).
               03 CT-FName  PIC X(15).
               03 CT-LName  PIC X(15).
               03 CT-Addr   PIC X(30).
               03 CT-Postal PIC X(6).

      *> 상품별 사이즈/단위 무게 표
       77 Num-Products PIC 9(3) VALUE 0.
       01 WgtTable.
           02 Wgt-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON Num-Products
                        INDEXED BY PWx.
               03 PW-ProdName PIC X(10).
               03 PW-Slot OCCURS 3 TIMES.
                   04 PW-Size     PIC A.
                   04 PW-Wgt      PIC 9(3)V99.

      *> 운임표 - 지역 대응과 무게 구간
       77 Num-Maps     PIC 9(3) VALUE 0.
       01 MapTable.
           02 Map-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON Num-Maps
                        INDEXED BY ZMx.
               03 ZM-Prefix PIC X(6).
               03 ZM-Len    PIC 9.
               03 ZM-Zone   PIC X(2).
       77 Num-Bands    PIC 9(3) VALUE 0.
       01 BandTable.
           02 Band-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Bands
                         INDEXED BY BDx.
               03 BD-Zone   PIC X(2).
               03 BD-MaxWgt PIC 9(4)V99.
               03 BD-Charge PIC 9(4)V99.

      *> 선적 표 - 고객 하나에 한 건
       77 Num-Ships    PIC 9(3) VALUE 0.
       77 Ship-Over    PIC X VALUE 'N'.
       01 ShipTable.
           02 Ship-Entry OCCURS 0 TO 300 TIMES
                         DEPENDING ON Num-Ships
                         INDEXED BY SPx.
               03 SP-CustNo   PIC 9(5).
               03 SP-FName    PIC X(15).
               03 SP-LName    PIC X(15).
               03 SP-Lines    PIC 9(3).
               03 SP-Weight   PIC 9(5)V99.
               03 SP-ShipNo   PIC 9(6).
               03 SP-Zone     PIC X(2).
               03 SP-Parcels  PIC 9(3).
               03 SP-Freight  PIC 9(7)V99.
               *> 'W'=무게 모름 'Z'=지역 없음 'R'=요율 없음
               *> 'C'=고객 마스터에 없음
               03 SP-Flags    PIC X(4).

      *> 작업영역
       77 Run-Date     PIC 9(8) VALUE 0.
       77 Ship-No      PIC 9(6) VALUE 0.
       77 Line-Wgt     PIC 9(3)V99 VALUE 0.
       77 Wgt-Found    PIC X VALUE 'N'.
       77 Jx           PIC 9 VALUE 0.
       77 Best-Len     PIC 9 VALUE 0.
       77 Pfx-Len      PIC 9 VALUE 0.
       77 Max-Band     PIC 9(4)V99 VALUE 0.
       77 Top-Charge   PIC 9(4)V99 VALUE 0.
       77 Left-Wgt     PIC 9(5)V99 VALUE 0.
       77 Fit-Wgt      PIC 9(4)V99 VALUE 0.
       77 Fit-Charge   PIC 9(4)V99 VALUE 0.
       77 Parcel-Ix    PIC 9(3) VALUE 0.
       77 Parcel-Wgt   PIC 9(5)V99 VALUE 0.
       77 Flag-Ctr     PIC 9(3) VALUE 0.
       77 Tot-Parcels  PIC 9(5) VALUE 0.
       77 Tot-Weight   PIC 9(7)V99 VALUE 0.
       77 Tot-Freight  PIC 9(9)V99 VALUE 0.
       77 RC-Disp      PIC 9(4) VALUE 0.

      *> 인쇄 편집
       01 Man-Detail.
           02 MD-ShipNo     PIC 9(6).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MD-CustNo     PIC 9(5).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 MD-Name       PIC X(16).
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Postal     PIC X(6).
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Zone       PIC X(2).
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Parcels    PIC ZZ9.
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Weight     PIC ZZ,ZZ9.99.
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Freight    PIC $$$,$$9.99.
           02 FILLER        PIC X     VALUE SPACE.
           02 MD-Flags      PIC X(4).
       01 Man-Total.
           02 FILLER        PIC X(12) VALUE "SHIPMENTS : ".
           02 MT-Ships      PIC ZZ9.
           02 FILLER        PIC X(12) VALUE "  PARCELS : ".
           02 MT-Parcels    PIC ZZZZ9.
           02 FILLER        PIC X(8)  VALUE "  KG : ".
           02 MT-Weight     PIC Z,ZZZ,ZZ9.99.
           02 FILLER        PIC X(13) VALUE "  FREIGHT : ".
           02 MT-Freight    PIC $$$,$$$,$$9.99.
       01 Lbl-Edge.
           02 FILLER        PIC X     VALUE "+".
           02 FILLER        PIC X(44) VALUE ALL "-".
           02 FILLER        PIC X     VALUE "+".
       01 Lbl-Body.
           02 FILLER        PIC X(2)  VALUE "| ".
           02 LB-Text       PIC X(42).
           02 FILLER        PIC X(2)  VALUE " |".
       01 Lbl-Wgt           PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "SHIPRUN"        TO AL-Program
           MOVE "SHIPRUN 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Date
      *> 운임 파일은 먼저 비운다 - 실린 것이 없는 날에
      *> BILLING이 지난 운임을 다시 청구하지 않게
           OPEN OUTPUT Freight-File
           IF Freight-Status NOT = '00'
               DISPLAY "** FREIGHT.DAT OPEN FAILED : "
                       Freight-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           PERFORM LoadCustomers
           PERFORM LoadProducts
           PERFORM LoadRates
           PERFORM LoadPicks
           IF Pick-Open = 'N'
               MOVE 'PICKLIST.DAT' TO Pick-Name
               MOVE 'N' TO Pick-Eof
               PERFORM LoadPicks
           END-IF
           MOVE 'BOPICK.DAT' TO Pick-Name
           MOVE 'N' TO Pick-Eof
           PERFORM LoadPicks
           IF Num-Ships = 0
               DISPLAY "No shipped lines"
               CLOSE Freight-File
               GO TO Kkeut
           END-IF
           IF Num-Bands = 0
               DISPLAY "** NO FREIGHT RATES - FREIGHT NOT CHARGED"
               MOVE 4 TO RETURN-CODE
           END-IF
           OPEN OUTPUT Manifest-File
           OPEN OUTPUT Label-File
           IF Manifest-Status NOT = '00'
              OR Label-Status NOT = '00'
               DISPLAY "** SHIPPING OUTPUT OPEN FAILED"
               CLOSE Freight-File
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           PERFORM GetShipSeq
           PERFORM ManHead
           PERFORM OneShip
               VARYING SPx FROM 1 BY 1 UNTIL SPx > Num-Ships
           PERFORM ManFoot
           PERFORM SaveShipSeq
           CLOSE Manifest-File
           CLOSE Label-File
           CLOSE Freight-File
           IF Flag-Ctr > 0 OR Ship-Over = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Shipments : " Num-Ships
                   "  parcels : " Tot-Parcels
                   "  flagged : " Flag-Ctr
           GO TO Kkeut.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "** NO CUSTOMER MASTER - NO ADDRESSES"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Num-Custs < 200
                           ADD 1 TO Num-Custs
                           SET CUx TO Num-Custs
                           MOVE CM-CustNo TO CT-CustNo(CUx)
                           MOVE CM-FName  TO CT-FName(CUx)
                           MOVE CM-LName  TO CT-LName(CUx)
                           MOVE CM-Addr   TO CT-Addr(CUx)
                           MOVE CM-Postal TO CT-Postal(CUx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadProducts.
      *> 무게 칸이 빈 옛 행은 0(무게 모름)으로 싣는다
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** NO PRODUCT MASTER - NO WEIGHTS"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Prod-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO Prod-Eof
                   NOT AT END
                       IF Num-Products < 50
                           ADD 1 TO Num-Products
                           PERFORM StowWeights
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Product-File.

       StowWeights.
           SET PWx TO Num-Products
           MOVE PM-ProdName TO PW-ProdName(PWx)
           MOVE PM-Size1    TO PW-Size(PWx, 1)
           MOVE PM-Size2    TO PW-Size(PWx, 2)
           MOVE PM-Size3    TO PW-Size(PWx, 3)
           MOVE 0 TO PW-Wgt(PWx, 1) PW-Wgt(PWx, 2) PW-Wgt(PWx, 3)
           IF PM-Wgt1 IS NUMERIC
               MOVE PM-Wgt1 TO PW-Wgt(PWx, 1)
           END-IF
           IF PM-Wgt2 IS NUMERIC
               MOVE PM-Wgt2 TO PW-Wgt(PWx, 2)
           END-IF
           IF PM-Wgt3 IS NUMERIC
               MOVE PM-Wgt3 TO PW-Wgt(PWx, 3)
           END-IF.

       LoadRates.
           OPEN INPUT Rate-File
           IF Rate-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Rate-Eof = 'Y'
               READ Rate-File
                   AT END MOVE 'Y' TO Rate-Eof
                   NOT AT END
                       PERFORM StowRate
               END-READ
           END-PERFORM
           CLOSE Rate-File.

       StowRate.
           EVALUATE RT-Type
               WHEN 'Z'
                   IF Num-Maps < 100
                       ADD 1 TO Num-Maps
                       SET ZMx TO Num-Maps
                       MOVE RT-Prefix  TO ZM-Prefix(ZMx)
                       MOVE RT-MapZone TO ZM-Zone(ZMx)
                       MOVE 0 TO Pfx-Len
                       INSPECT RT-Prefix TALLYING Pfx-Len
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE Pfx-Len TO ZM-Len(ZMx)
                   END-IF
               WHEN 'R'
                   IF Num-Bands < 200
                      AND RT-MaxWgt IS NUMERIC
                      AND RT-Charge IS NUMERIC
                      AND RT-MaxWgt > 0
                       ADD 1 TO Num-Bands
                       SET BDx TO Num-Bands
                       MOVE RT-Zone   TO BD-Zone(BDx)
                       MOVE RT-MaxWgt TO BD-MaxWgt(BDx)
                       MOVE RT-Charge TO BD-Charge(BDx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LoadPicks.
           OPEN INPUT Pick-File
           IF Pick-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Pick-Open
           PERFORM UNTIL Pick-Eof = 'Y'
               READ Pick-File
                   AT END MOVE 'Y' TO Pick-Eof
                   NOT AT END
      *> 세트 줄은 무게가 없고 구성품('KIT PART') 줄이
      *> 무게를 싣는다
                       IF PK-Status = 'PICKED'
                          OR PK-Status = 'KIT PART'
                           PERFORM AddPick
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pick-File.

       AddPick.
      *> 이 고객의 선적에 줄 무게를 더한다
           SET SPx TO 1
           SEARCH Ship-Entry
               AT END
                   IF Num-Ships < 300
                       ADD 1 TO Num-Ships
                       SET SPx TO Num-Ships
                       MOVE PK-CustNo    TO SP-CustNo(SPx)
                       MOVE PK-CustFName TO SP-FName(SPx)
                       MOVE PK-CustLName TO SP-LName(SPx)
                       MOVE 0            TO SP-Lines(SPx)
                       MOVE 0            TO SP-Weight(SPx)
                       MOVE SPACES       TO SP-Flags(SPx)
                   ELSE
                       IF Ship-Over = 'N'
                           DISPLAY "** SHIPMENT TABLE LIMIT (300)"
                               " - LATER CUSTOMERS NOT SHIPPED"
                           MOVE 'Y' TO Ship-Over
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
               WHEN SP-CustNo(SPx) = PK-CustNo
                   CONTINUE
           END-SEARCH
           IF PK-Status = 'KIT PART'
               PERFORM FindWeight
               IF Wgt-Found = 'N' OR Line-Wgt = 0
                   MOVE 'W' TO SP-Flags(SPx)(1:1)
               ELSE
                   COMPUTE SP-Weight(SPx) =
                       SP-Weight(SPx) + Line-Wgt * PK-Qty
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SP-Lines(SPx)
           IF PK-Size = SPACE
               EXIT PARAGRAPH
           END-IF
           PERFORM FindWeight
           IF Wgt-Found = 'N' OR Line-Wgt = 0
               MOVE 'W' TO SP-Flags(SPx)(1:1)
           ELSE
               COMPUTE SP-Weight(SPx) =
                   SP-Weight(SPx) + Line-Wgt * PK-Qty
           END-IF.

       FindWeight.
           MOVE 'N' TO Wgt-Found
           MOVE 0 TO Line-Wgt
           SET PWx TO 1
           SEARCH Wgt-Entry
               AT END CONTINUE
               WHEN PW-ProdName(PWx) = PK-ProdName
                   PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 3
                       IF PW-Size(PWx, Jx) = PK-Size
                           MOVE 'Y' TO Wgt-Found
                           MOVE PW-Wgt(PWx, Jx) TO Line-Wgt
                       END-IF
                   END-PERFORM
           END-SEARCH.

       GetShipSeq.
           OPEN INPUT Seq-File
           IF Seq-Status = '00'
               READ Seq-File
                   AT END CONTINUE
                   NOT AT END
                       IF SQ-LastShip IS NUMERIC
                           MOVE SQ-LastShip TO Ship-No
                       END-IF
               END-READ
               CLOSE Seq-File
           END-IF.

       SaveShipSeq.
           OPEN OUTPUT Seq-File
           IF Seq-Status = '00'
               MOVE Ship-No TO SQ-LastShip
               WRITE Seq-Record
               CLOSE Seq-File
           END-IF.

       ManHead.
           MOVE SPACES TO Manifest-Line
           STRING "=== CARRIER MANIFEST " DELIMITED BY SIZE
                  Run-Date DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Manifest-Line
           WRITE Manifest-Line
           MOVE "SHIP#   CUST   NAME             POSTAL ZN PCL"
               TO Manifest-Line
           MOVE "   WEIGHT    FREIGHT FLAG" TO Manifest-Line(46:25)
           WRITE Manifest-Line.

       OneShip.
      *> 선적 번호, 주소, 지역, 운임을 매겨 목록/주소표/
      *> 운임 파일에 쓴다
           ADD 1 TO Ship-No
           MOVE Ship-No TO SP-ShipNo(SPx)
           MOVE 0 TO SP-Freight(SPx)
           MOVE 1 TO SP-Parcels(SPx)
           MOVE SPACES TO SP-Zone(SPx)
           MOVE 0 TO CUx
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END
                       MOVE 0 TO CUx
                   WHEN CT-CustNo(CUx) = SP-CustNo(SPx)
                       CONTINUE
               END-SEARCH
           END-IF
           IF CUx = 0
               MOVE 'C' TO SP-Flags(SPx)(4:1)
           ELSE
               PERFORM FindZone
           END-IF
           IF SP-Zone(SPx) NOT = SPACES AND Num-Bands > 0
               PERFORM CalcFreight
           END-IF
           IF SP-Flags(SPx) NOT = SPACES
               ADD 1 TO Flag-Ctr
           END-IF
           ADD SP-Parcels(SPx) TO Tot-Parcels
           ADD SP-Weight(SPx)  TO Tot-Weight
           ADD SP-Freight(SPx) TO Tot-Freight
           MOVE SP-ShipNo(SPx)  TO MD-ShipNo
           MOVE SP-CustNo(SPx)  TO MD-CustNo
           MOVE SP-FName(SPx)   TO MD-Name
           IF CUx = 0
               MOVE SPACES TO MD-Postal
           ELSE
               MOVE CT-Postal(CUx) TO MD-Postal
           END-IF
           MOVE SP-Zone(SPx)    TO MD-Zone
           MOVE SP-Parcels(SPx) TO MD-Parcels
           MOVE SP-Weight(SPx)  TO MD-Weight
           MOVE SP-Freight(SPx) TO MD-Freight
           MOVE SP-Flags(SPx)   TO MD-Flags
           MOVE Man-Detail TO Manifest-Line
           WRITE Manifest-Line
           PERFORM OneLabel
               VARYING Parcel-Ix FROM 1 BY 1
               UNTIL Parcel-Ix > SP-Parcels(SPx)
           MOVE SPACES TO Freight-Record
           MOVE SP-CustNo(SPx)  TO FR-CustNo
           MOVE SP-ShipNo(SPx)  TO FR-ShipNo
           MOVE SP-Parcels(SPx) TO FR-Parcels
           MOVE SP-Weight(SPx)  TO FR-Weight
           MOVE SP-Freight(SPx) TO FR-Freight
           MOVE SP-Zone(SPx)    TO FR-Zone
           WRITE Freight-Record.

       FindZone.
      *> 우편번호 앞자리가 가장 길게 맞는 'Z' 줄의 지역
           MOVE 0 TO Best-Len
           PERFORM VARYING ZMx FROM 1 BY 1 UNTIL ZMx > Num-Maps
               IF ZM-Len(ZMx) = 0
                   IF SP-Zone(SPx) = SPACES
                       MOVE ZM-Zone(ZMx) TO SP-Zone(SPx)
                   END-IF
               ELSE
                   IF ZM-Len(ZMx) > Best-Len
                      AND CT-Postal(CUx)(1:ZM-Len(ZMx))
                          = ZM-Prefix(ZMx)(1:ZM-Len(ZMx))
                       MOVE ZM-Len(ZMx)  TO Best-Len
                       MOVE ZM-Zone(ZMx) TO SP-Zone(SPx)
                   END-IF
               END-IF
           END-PERFORM
           IF SP-Zone(SPx) = SPACES
               MOVE 'Z' TO SP-Flags(SPx)(2:1)
           END-IF.

       CalcFreight.
      *> 지역의 가장 큰 구간보다 무거우면 그 무게로 꽉 찬
      *> 소포를 떼어 내고, 나머지를 맞는 구간으로 매긴다
           MOVE 0 TO Max-Band
           MOVE 0 TO Top-Charge
           PERFORM VARYING BDx FROM 1 BY 1 UNTIL BDx > Num-Bands
               IF BD-Zone(BDx) = SP-Zone(SPx)
                  AND BD-MaxWgt(BDx) > Max-Band
                   MOVE BD-MaxWgt(BDx) TO Max-Band
                   MOVE BD-Charge(BDx) TO Top-Charge
               END-IF
           END-PERFORM
           IF Max-Band = 0
               MOVE 'R' TO SP-Flags(SPx)(3:1)
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO SP-Parcels(SPx)
           MOVE SP-Weight(SPx) TO Left-Wgt
           PERFORM FullParcel UNTIL Left-Wgt <= Max-Band
           MOVE Max-Band TO Fit-Wgt
           MOVE Top-Charge TO Fit-Charge
           PERFORM VARYING BDx FROM 1 BY 1 UNTIL BDx > Num-Bands
               IF BD-Zone(BDx) = SP-Zone(SPx)
                  AND BD-MaxWgt(BDx) >= Left-Wgt
                  AND BD-MaxWgt(BDx) < Fit-Wgt
                   MOVE BD-MaxWgt(BDx) TO Fit-Wgt
                   MOVE BD-Charge(BDx) TO Fit-Charge
               END-IF
           END-PERFORM
           ADD 1 TO SP-Parcels(SPx)
           ADD Fit-Charge TO SP-Freight(SPx).

       FullParcel.
           ADD 1 TO SP-Parcels(SPx)
           ADD Top-Charge TO SP-Freight(SPx)
           SUBTRACT Max-Band FROM Left-Wgt.

       OneLabel.
      *> 소포 한 개에 한 장 - 마지막 소포가 나머지 무게
           IF Parcel-Ix < SP-Parcels(SPx)
               MOVE Max-Band TO Parcel-Wgt
           ELSE
               COMPUTE Parcel-Wgt = SP-Weight(SPx)
                   - Max-Band * (SP-Parcels(SPx) - 1)
           END-IF
           MOVE Lbl-Edge TO Label-Line
           WRITE Label-Line
           MOVE SPACES TO LB-Text
           STRING "SHIP TO  " DELIMITED BY SIZE
                  SP-FName(SPx) DELIMITED BY '  '
                  " "           DELIMITED BY SIZE
                  SP-LName(SPx) DELIMITED BY '  '
                  INTO LB-Text
           MOVE Lbl-Body TO Label-Line
           WRITE Label-Line
           MOVE SPACES TO LB-Text
           IF CUx NOT = 0
               MOVE CT-Addr(CUx) TO LB-Text(10:30)
           END-IF
           MOVE Lbl-Body TO Label-Line
           WRITE Label-Line
           MOVE SPACES TO LB-Text
           MOVE "POSTAL" TO LB-Text(10:6)
           IF CUx NOT = 0
               MOVE CT-Postal(CUx) TO LB-Text(17:6)
           END-IF
           MOVE "ZONE" TO LB-Text(26:4)
           MOVE SP-Zone(SPx) TO LB-Text(31:2)
           MOVE Lbl-Body TO Label-Line
           WRITE Label-Line
           MOVE Parcel-Wgt TO Lbl-Wgt
           MOVE SPACES TO LB-Text
           STRING "SHIPMENT " DELIMITED BY SIZE
                  SP-ShipNo(SPx) DELIMITED BY SIZE
                  "  PARCEL " DELIMITED BY SIZE
                  Parcel-Ix DELIMITED BY SIZE
                  " OF "    DELIMITED BY SIZE
                  SP-Parcels(SPx) DELIMITED BY SIZE
                  INTO LB-Text
           MOVE Lbl-Body TO Label-Line
           WRITE Label-Line
           MOVE SPACES TO LB-Text
           STRING "WEIGHT " DELIMITED BY SIZE
                  Lbl-Wgt   DELIMITED BY SIZE
                  " KG"     DELIMITED BY SIZE
                  INTO LB-Text
           MOVE Lbl-Body TO Label-Line
           WRITE Label-Line
           MOVE Lbl-Edge TO Label-Line
           WRITE Label-Line
           MOVE SPACES TO Label-Line
           WRITE Label-Line.

       ManFoot.
           MOVE Num-Ships   TO MT-Ships
           MOVE Tot-Parcels TO MT-Parcels
           MOVE Tot-Weight  TO MT-Weight
           MOVE Tot-Freight TO MT-Freight
           MOVE Man-Total TO Manifest-Line
           WRITE Manifest-Line
           IF Flag-Ctr > 0
               MOVE "FLAG W=NO UNIT WEIGHT Z=NO ZONE R=NO RATE"
                   TO Manifest-Line
               MOVE " C=NOT ON CUSTMAST" TO Manifest-Line(42:18)
               WRITE Manifest-Line
           END-IF.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "SHIPRUN 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
      *> 야간 배치 드라이버가 CALL로 실행할 수 있게
      *> STOP RUN 대신 GOBACK을 쓴다
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

       END PROGRAM SHIPRUN.
