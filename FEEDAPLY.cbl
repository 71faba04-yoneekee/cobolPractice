      *> 전체를 검증해 건수/합계가 안 맞으면 피드째
      *> 거절하고, 같은 일련번호(FEEDSEQ.DAT)가 다시
      *> 오면 이중 반영을 막는다.
      *> 반영한 줄마다 공급처와 단가 전/후를 단가 이력
      *> (PRICEHST.DAT)에 덧붙인다 - 분기 공급처 평가
      *> (VENDSCOR)가 단가 인상률을 잰다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
      *> 공급처별 단가 변경 이력
           SELECT PriceHst-File ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHst-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Feed-File.
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

       FD  Rej-File.
       01  Rej-Record.
           02 FILLER      PIC X      VALUE SPACE.
      *> 'P'=상품 없음 'F'=형식 오류
           02 FR-Reason   PIC X.
           02 FILLER      PIC X      VALUE SPACE.
      *> 사유 코드의 뜻 - 공용 코드 표(종류 FREJ)
           02 FR-Desc     PIC X(20).

       FD  Chg-File.
       01  Chg-Line       PIC X(70).
           02 FILLER        PIC X.
           02 VN-Active     PIC X.

       FD  PriceHst-File.
       01  PriceHst-Record.
      *> 피드 머리 날짜와 원부 공급처 번호
           02 PH-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 PH-Vendor     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 PH-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 PH-OldPrice   PIC 9(5)V99.
           02 FILLER        PIC X      VALUE SPACE.
           02 PH-NewPrice   PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       77 Feed-Status  PIC XX.
       77 Prod-Status  PIC XX.
                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp PIC X(6).
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
       77 Vend-Eof       PIC X VALUE 'N'.
       77 Vend-Mode      PIC X VALUE 'N'.
       77 Supp-Ok        PIC X VALUE 'N'.
       77 Feed-Vendor    PIC X(5) VALUE SPACES.
       77 PriceHst-Status PIC XX.
       77 Num-Vendors    PIC 9(3) VALUE 0.
       01 VendTable.
           02 Vend-Entry OCCURS 0 TO 100 TIMES
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 CD-AddQty     PIC ZZ,ZZ9.

      *> 코드 설명 조회 (공용 코드 표 - CODELKUP)
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM LoadProducts.
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
                         OR VT-Name(VNx) = Hdr-Supp)
                        AND VT-Active(VNx) = 'A'
                       MOVE 'Y' TO Supp-Ok
                       MOVE VT-VendNo(VNx) TO Feed-Vendor
               END-SEARCH
           END-IF.

           ELSE
               OPEN OUTPUT Rej-File
               OPEN OUTPUT Chg-File
      *> 원부가 없어 번호를 못 찾았으면 머리의 공급처
      *> 앞 다섯 자리를 그대로 쓴다
               IF Feed-Vendor = SPACES
                   MOVE Hdr-Supp(1:5) TO Feed-Vendor
               END-IF
               OPEN EXTEND PriceHst-File
               IF PriceHst-Status NOT = '00'
                   OPEN OUTPUT PriceHst-File
               END-IF
               MOVE "=== FEED PRICE CHANGES ===" TO Chg-Line
               WRITE Chg-Line
               PERFORM UNTIL Feed-Eof = 'Y'
               CLOSE Feed-File
               CLOSE Rej-File
               CLOSE Chg-File
               CLOSE PriceHst-File
           END-IF.

       ApplyLine.
           MOVE Feed-Price  TO CD-NewPrice
           MOVE Feed-Qty    TO CD-AddQty
           MOVE Chg-Detail TO Chg-Line
           WRITE Chg-Line
           IF PriceHst-Status = '00'
               MOVE SPACES TO PriceHst-Record
               MOVE Hdr-Date    TO PH-Date
               MOVE Feed-Vendor TO PH-Vendor
               MOVE ProdName(I) TO PH-ProdName
               MOVE Old-Price   TO PH-OldPrice
               MOVE Feed-Price  TO PH-NewPrice
               WRITE PriceHst-Record
           END-IF.

       WriteRej.
           ADD 1 TO Lines-Rejected
           MOVE SPACES TO FR-Line
           MOVE Feed-Line TO FR-Line
           MOVE 'GET'     TO CC-Op
           MOVE 'FREJ'    TO CC-Type
           MOVE FR-Reason TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE CC-Short  TO FR-Desc
           WRITE Rej-Record.

       SaveProducts.
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
