       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCOR.
       AUTHOR. YONEE.
      *> 분기 공급처 평가 - 공급처 원부(VENDMAST.DAT)의
      *> 공급처마다 이번 분기와 지난 분기의 네 가지를 잰다.
      *>   납기 준수율 - 입고 이력(VENDRCV.DAT, RECVING)의
      *>     발주 대조 입고 줄 중 약속일(+유예일) 안에 든 비율
      *>   충족률 - 약속일이 분기 안인 발주 줄(OPENPO.DAT)의
      *>     발주 수량 대비 입고 수량
      *>   파손 반품률 - 격리 재고에서 공급처로 반송한 파손품
      *>     (VENDRTN.DAT, QUARDISP) 수량 / 분기 입고 수량.
      *>     반송품의 공급처는 로트로, 로트가 없으면 그 품목의
      *>     가장 최근 입고로 찾는다
      *>   단가 인상률 - 피드 단가 변경(PRICEHST.DAT,
      *>     FEEDAPLY)의 변경 전 단가 합 대비 증감
      *> 점수는 잰 항목들(준수율, 충족률, 100-반품률,
      *> 100-인상률(인하는 0))의 평균이다. 점수순 순위와 지난
      *> 분기 점수/순위를 VENDSCOR.RPT에 싣고, 기준에 못 미친
      *> 공급처는 구매 담당 검토용 VENDFLAG.RPT로 따로 뺀다.
      *> 기준과 분기는 RUNPARMS(VENDSCOR.MINONTIME=,
      *> .MINFILL=, .MAXDAMAGE=, .MAXCREEP=, .GRACE=,
      *> .QUARTER=YYYYQ)로 바꾼다 - 분기를 안 주면 처리일의
      *> 분기. 야간 배치에서 분기말에 돈다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT VendRcv-File ASSIGN TO "VENDRCV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendRcv-Status.
           SELECT VendRtn-File ASSIGN TO "VENDRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendRtn-Status.
           SELECT PriceHst-File ASSIGN TO "PRICEHST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PriceHst-Status.
      *> 이번 분기 점수 내림차순으로 줄 세우는 작업 파일
           SELECT Score-Work-File ASSIGN TO "VSCWK.DAT".
           SELECT Report-File ASSIGN TO "VENDSCOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.
           SELECT Flag-File ASSIGN TO "VENDFLAG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Flag-Status.
      *> 키워드=값 실행 매개변수 (VENDSCOR.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
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
           02 FILLER        PIC X      VALUE SPACE.
      *> 발주 단가 - 0이면 단가 없이 낸 옛 발주
           02 PO-Price      PIC 9(5)V99.

       FD  VendRcv-File.
       01  VendRcv-Record.
           02 VR-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 VR-Vendor     PIC X(5).
           02 FILLER        PIC X.
           02 VR-PoNo       PIC 9(6).
           02 FILLER        PIC X.
           02 VR-Promise    PIC 9(8).
           02 FILLER        PIC X.
           02 VR-ProdName   PIC X(10).
           02 VR-Size       PIC A.
           02 FILLER        PIC X.
           02 VR-Qty        PIC 9(5).
           02 FILLER        PIC X.
           02 VR-Lot        PIC X(10).

       FD  VendRtn-File.
       01  VendRtn-Record.
           02 RV-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 RV-ProdName   PIC X(10).
           02 RV-Size       PIC A.
           02 FILLER        PIC X.
           02 RV-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 RV-Lot        PIC X(10).
           02 FILLER        PIC X.
           02 RV-Why        PIC X.

       FD  PriceHst-File.
       01  PriceHst-Record.
           02 PH-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 PH-Vendor     PIC X(5).
           02 FILLER        PIC X.
           02 PH-ProdName   PIC X(10).
           02 FILLER        PIC X.
           02 PH-OldPrice   PIC 9(5)V99.
           02 FILLER        PIC X.
           02 PH-NewPrice   PIC 9(5)V99.

       SD  Score-Work-File.
       01  SWV-Record.
           02 SWV-Score     PIC 9(3)V9.
           02 SWV-VendNo    PIC X(5).
           02 SWV-Ix        PIC 9(3).

       FD  Report-File.
       01  Report-Line      PIC X(80).

       FD  Flag-File.
       01  Flag-Line        PIC X(72).

       FD  Parm-File.
       01  Parm-Line        PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Vend-Status     PIC XX.
       77 OpenPo-Status   PIC XX.
       77 VendRcv-Status  PIC XX.
       77 VendRtn-Status  PIC XX.
       77 PriceHst-Status PIC XX.
       77 Report-Status   PIC XX.
       77 Flag-Status     PIC XX.
       77 Audit-Status    PIC XX.
       77 In-Eof          PIC X VALUE 'N'.
       77 Work-Eof        PIC X VALUE 'N'.

      *> 기준값 - 준수율/충족률은 하한, 반품률/인상률은
      *> 상한(%)
       77 Min-OnTime      PIC 9(3) VALUE 90.
       77 Min-Fill        PIC 9(3) VALUE 95.
       77 Max-Damage      PIC 9(3)V9 VALUE 2.0.
       77 Max-Creep       PIC 9(3)V9 VALUE 5.0.
       77 Grace-Days      PIC 9(3) VALUE 0.
       77 Parm-Qtr        PIC 9(5) VALUE 0.

      *> 분기 범위 - 1 = 이번 분기, 2 = 지난 분기
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.
       77 Cur-YY          PIC 9(4) VALUE 0.
       77 Cur-Q           PIC 9 VALUE 0.
       77 Prv-YY          PIC 9(4) VALUE 0.
       77 Prv-Q           PIC 9 VALUE 0.
       77 Work-MM         PIC 99 VALUE 0.
       01 Period-Table.
           02 Per-Range OCCURS 2 TIMES.
               03 PD-From     PIC 9(8).
               03 PD-To       PIC 9(8).
      *> 반송품 공급처 찾기에 쓰는 입고 이력은 지난 분기
      *> 시작 1년 전부터 싣는다
       77 Look-From       PIC 9(8) VALUE 0.
       77 Px              PIC 9 VALUE 0.
       77 Row-Date        PIC 9(8) VALUE 0.

      *> 키워드 매개변수 작업영역
       77 Parm-Name       PIC X(30) VALUE 'RUNPARMS.DAT'.
       77 Parm-Status     PIC XX.
       77 Parm-Eof        PIC X VALUE 'N'.
       77 Parms-Used      PIC X VALUE 'N'.
       77 Parm-Pfx        PIC X(10) VALUE SPACES.
       77 Parm-Key        PIC X(12) VALUE SPACES.
       77 Parm-Val        PIC X(30) VALUE SPACES.
       77 Parm-Ptr        PIC 9(3) VALUE 0.
       77 Parm-Len        PIC 9(3) VALUE 0.
       77 Parm-Work       PIC X(60) VALUE SPACES.

      *> 공급처 표 - 분기별 집계와 산출 비율
       77 Num-Vendors     PIC 9(3) VALUE 0.
       01 VendTable.
           02 Vend-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Num-Vendors
                         INDEXED BY VNx.
               03 VT-VendNo   PIC X(5).
               03 VT-Name     PIC X(10).
               03 VT-PrevRank PIC 9(3).
               03 VT-Per OCCURS 2 TIMES.
                   04 VP-Lines    PIC 9(5).
                   04 VP-OnTime   PIC 9(5).
                   04 VP-RcvQty   PIC 9(7).
                   04 VP-OrdQty   PIC 9(7).
                   04 VP-FillQty  PIC 9(7).
                   04 VP-DmgQty   PIC 9(7).
                   04 VP-OldAmt   PIC 9(9)V99.
                   04 VP-NewAmt   PIC 9(9)V99.
                   04 VP-OtPct    PIC 9(3)V9.
                   04 VP-FillPct  PIC 9(3)V9.
                   04 VP-DmgPct   PIC 9(3)V9.
                   04 VP-Creep    PIC S9(3)V9.
      *> 항목별로 잴 거리가 있었는지 - 'Y'/'N'을
      *> 준수율, 충족률, 반품률, 인상률 순으로
                   04 VP-Have     PIC X(4).
                   04 VP-Score    PIC 9(3)V9.
                   04 VP-Scored   PIC X.
       77 Vx              PIC 9(3) VALUE 0.
       77 Ux              PIC 9(3) VALUE 0.
       77 Found-Vend      PIC X VALUE 'N'.

      *> 입고 이력 표 - 반송품 공급처 찾기용
       77 Num-Rcvs        PIC 9(4) VALUE 0.
       01 RcvTable.
           02 Rcv-Entry OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Num-Rcvs
                        INDEXED BY RCx.
               03 RT-Date     PIC 9(8).
               03 RT-Vendor   PIC X(5).
               03 RT-ProdName PIC X(10).
               03 RT-Size     PIC A.
               03 RT-Lot      PIC X(10).
       77 Rcv-Full        PIC X VALUE 'N'.
       77 Best-Date       PIC 9(8) VALUE 0.
       77 Rtn-Vendor      PIC X(5) VALUE SPACES.

      *> 점수 계산 작업영역
       77 Due-Int         PIC 9(8) VALUE 0.
       77 Got-Int         PIC 9(8) VALUE 0.
       77 Pct-Work        PIC S9(5)V9 VALUE 0.
       77 Score-Sum       PIC 9(4)V9 VALUE 0.
       77 Score-Cnt       PIC 9 VALUE 0.
       77 Rank-Ctr        PIC 9(3) VALUE 0.
       77 Flag-Ctr        PIC 9(3) VALUE 0.
       77 Idle-Ctr        PIC 9(3) VALUE 0.
       77 Unknown-Ctr     PIC 9(5) VALUE 0.
       77 Unattr-Ctr      PIC 9(5) VALUE 0.
       77 Flag-Codes      PIC X(4) VALUE SPACES.
       77 Delta-Score     PIC S9(3)V9 VALUE 0.
       77 RC-Disp         PIC 9(4) VALUE 0.

      *> 보고 편집
       01 Score-Detail.
           02 SD-Rank       PIC ZZ9.
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-VendNo     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Name       PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-OnTime     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Fill       PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Damage     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Creep      PIC X(7).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Score      PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Prev       PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-PrevRank   PIC X(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Change     PIC X(7).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Flags      PIC X(4).
       01 Pct-Edit          PIC ZZ9.9.
       01 Sgn-Edit          PIC ----9.9.
       01 Echo-Dmg          PIC ZZ9.9.
       01 Echo-Creep        PIC ZZ9.9.
       01 Rank-Edit         PIC ZZ9.
       01 Flag-Detail.
           02 FD-VendNo     PIC X(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 FD-Name       PIC X(10).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 FD-Measure    PIC X(12).
           02 FILLER        PIC X      VALUE SPACE.
           02 FD-Value      PIC X(7).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 FD-Limit      PIC X(14).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 FD-Prev       PIC X(7).

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "VENDSCOR"       TO AL-Program
           MOVE "VENDSCOR 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM ReadParms.
           PERFORM SetQuarters.
           PERFORM LoadVendors.
           IF Num-Vendors = 0
               DISPLAY "** NO VENDORS ON VENDMAST"
               MOVE 4 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           PERFORM ScanReceipts.
           PERFORM ScanOrders.
           PERFORM ScanReturns.
           PERFORM ScanPrices.
           PERFORM ScoreVendor
               VARYING VNx FROM 1 BY 1 UNTIL VNx > Num-Vendors
           PERFORM RankPrevious
               VARYING VNx FROM 1 BY 1 UNTIL VNx > Num-Vendors
           OPEN OUTPUT Report-File
           IF Report-Status NOT = '00'
               DISPLAY "** VENDSCOR.RPT OPEN FAILED : "
                       Report-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           OPEN OUTPUT Flag-File
           PERFORM WriteHeadings.
           SORT Score-Work-File
               ON DESCENDING KEY SWV-Score
               ON ASCENDING KEY SWV-VendNo
               INPUT PROCEDURE IS ReleaseVendors
               OUTPUT PROCEDURE IS PrintVendors.
           IF Rank-Ctr = 0
               MOVE "NO VENDOR ACTIVITY THIS QUARTER"
                   TO Report-Line
               WRITE Report-Line
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ListIdle.
           MOVE SPACES TO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           STRING "RANKED " DELIMITED BY SIZE
                  Rank-Ctr DELIMITED BY SIZE
                  "  BELOW THRESHOLD " DELIMITED BY SIZE
                  Flag-Ctr DELIMITED BY SIZE
                  "  NO ACTIVITY " DELIMITED BY SIZE
                  Idle-Ctr DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           STRING "LINES NOT ON VENDMAST " DELIMITED BY SIZE
                  Unknown-Ctr DELIMITED BY SIZE
                  "  RETURNS WITH NO VENDOR " DELIMITED BY SIZE
                  Unattr-Ctr DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE "FLAGS: L=ON-TIME F=FILL D=DAMAGE P=PRICE"
               TO Report-Line
           WRITE Report-Line
           IF Flag-Ctr = 0
               MOVE "NO VENDORS BELOW THRESHOLD" TO Flag-Line
               WRITE Flag-Line
           END-IF
           CLOSE Report-File
           CLOSE Flag-File
           DISPLAY "Vendors ranked : " Rank-Ctr
                   "  flagged : " Flag-Ctr
           GO TO Kkeut.

       ReadParms.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Parms-Used
           PERFORM UNTIL Parm-Eof = 'Y'
               READ Parm-File
                   AT END MOVE 'Y' TO Parm-Eof
                   NOT AT END
                       PERFORM ParseParm
               END-READ
           END-PERFORM
           CLOSE Parm-File
      *> 분기 지정은 YYYYQ - 분기 자리가 1~4가 아니면
      *> 버리고 처리일의 분기로 간다
           IF Parm-Qtr NOT = 0
               DIVIDE Parm-Qtr BY 10 GIVING Cur-YY
                   REMAINDER Cur-Q
               IF Cur-Q < 1 OR Cur-Q > 4
                   DISPLAY "** QUARTER INVALID - BUSINESS DATE USED"
                   MOVE 0 TO Parm-Qtr
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM EchoParms.

       ParseParm.
      *> 값 속의 점이 잘리지 않도록 첫 점에서만 가른다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'VENDSCOR'
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
               WHEN 'MINONTIME'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Min-OnTime
                   END-IF
               WHEN 'MINFILL'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Min-Fill
                   END-IF
               WHEN 'MAXDAMAGE'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Max-Damage
                   END-IF
               WHEN 'MAXCREEP'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Max-Creep
                   END-IF
               WHEN 'GRACE'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Grace-Days
                   END-IF
               WHEN 'QUARTER'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Parm-Qtr
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN PARM : " Parm-Key
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       EchoParms.
      *> 적용된 값 전부를 실행 기록에 남긴다
      *> L/F/D/P는 보고서의 깃발 글자와 같다
           MOVE Max-Damage TO Echo-Dmg
           MOVE Max-Creep  TO Echo-Creep
           MOVE SPACES TO AL-Event
           STRING "매개 L="  DELIMITED BY SIZE
                  Min-OnTime      DELIMITED BY SIZE
                  " F="           DELIMITED BY SIZE
                  Min-Fill        DELIMITED BY SIZE
                  " D="           DELIMITED BY SIZE
                  Echo-Dmg        DELIMITED BY SIZE
                  " P="           DELIMITED BY SIZE
                  Echo-Creep      DELIMITED BY SIZE
                  " G="           DELIMITED BY SIZE
                  Grace-Days      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       SetQuarters.
      *> 이번 분기 = 지정 분기 또는 처리일의 분기, 지난
      *> 분기는 그 앞 분기
           IF Parm-Qtr = 0
               DIVIDE Proc-Date BY 10000 GIVING Cur-YY
               MOVE Proc-Date(5:2) TO Work-MM
               COMPUTE Cur-Q = (Work-MM + 2) / 3
           END-IF
           IF Cur-Q = 1
               COMPUTE Prv-YY = Cur-YY - 1
               MOVE 4 TO Prv-Q
           ELSE
               MOVE Cur-YY TO Prv-YY
               COMPUTE Prv-Q = Cur-Q - 1
           END-IF
           COMPUTE PD-From(1) =
               Cur-YY * 10000 + (Cur-Q * 3 - 2) * 100 + 1
           COMPUTE PD-To(1) =
               Cur-YY * 10000 + Cur-Q * 300 + 31
           COMPUTE PD-From(2) =
               Prv-YY * 10000 + (Prv-Q * 3 - 2) * 100 + 1
           COMPUTE PD-To(2) =
               Prv-YY * 10000 + Prv-Q * 300 + 31
           COMPUTE Look-From = PD-From(2) - 10000.

       LoadVendors.
      *> 중지된 공급처도 싣는다 - 분기 중에 거래했으면
      *> 평가에 든다
           OPEN INPUT Vendor-File
           IF Vend-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Vendor-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Vendors < 100
                           ADD 1 TO Num-Vendors
                           INITIALIZE Vend-Entry(Num-Vendors)
                           MOVE VN-VendNo
                               TO VT-VendNo(Num-Vendors)
                           MOVE VN-Name
                               TO VT-Name(Num-Vendors)
                       ELSE
                           DISPLAY "** VENDOR TABLE FULL (100)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Vendor-File.

       FindVend.
      *> Rtn-Vendor의 공급처 칸을 Vx에 돌려준다
           MOVE 'N' TO Found-Vend
           MOVE 0 TO Vx
           SET VNx TO 1
           SEARCH Vend-Entry
               AT END CONTINUE
               WHEN VT-VendNo(VNx) = Rtn-Vendor
                   MOVE 'Y' TO Found-Vend
                   SET Vx TO VNx
           END-SEARCH.

       FindPeriod.
      *> Row-Date가 든 분기 - 어느 쪽도 아니면 0
           MOVE 0 TO Px
           IF Row-Date >= PD-From(1) AND Row-Date <= PD-To(1)
               MOVE 1 TO Px
           END-IF
           IF Row-Date >= PD-From(2) AND Row-Date <= PD-To(2)
               MOVE 2 TO Px
           END-IF.

       ScanReceipts.
      *> 분기 안의 입고를 공급처에 더하고, 반송품
      *> 공급처 찾기용으로 입고 이력을 표에 싣는다
           OPEN INPUT VendRcv-File
           IF VendRcv-Status NOT = '00'
               DISPLAY "No vendor receipt history"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ VendRcv-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM TallyReceipt
               END-READ
           END-PERFORM
           CLOSE VendRcv-File
           IF Rcv-Full = 'Y'
               DISPLAY "** RECEIPT TABLE FULL (3000)"
               MOVE 4 TO RETURN-CODE
           END-IF.

       TallyReceipt.
           IF VR-Date < Look-From OR VR-Date > PD-To(1)
               EXIT PARAGRAPH
           END-IF
           IF Num-Rcvs < 3000
               ADD 1 TO Num-Rcvs
               MOVE VR-Date     TO RT-Date(Num-Rcvs)
               MOVE VR-Vendor   TO RT-Vendor(Num-Rcvs)
               MOVE VR-ProdName TO RT-ProdName(Num-Rcvs)
               MOVE VR-Size     TO RT-Size(Num-Rcvs)
               MOVE VR-Lot      TO RT-Lot(Num-Rcvs)
           ELSE
               MOVE 'Y' TO Rcv-Full
           END-IF
           MOVE VR-Date TO Row-Date
           PERFORM FindPeriod
           IF Px = 0
               EXIT PARAGRAPH
           END-IF
           MOVE VR-Vendor TO Rtn-Vendor
           PERFORM FindVend
           IF Found-Vend = 'N'
               ADD 1 TO Unknown-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD VR-Qty TO VP-RcvQty(Vx, Px)
      *> 납기는 발주와 대조된 줄만 잰다
           IF VR-Promise > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(VR-Promise) = 0
               ADD 1 TO VP-Lines(Vx, Px)
               COMPUTE Due-Int =
                   FUNCTION INTEGER-OF-DATE(VR-Promise)
                   + Grace-Days
               COMPUTE Got-Int =
                   FUNCTION INTEGER-OF-DATE(VR-Date)
               IF Got-Int <= Due-Int
                   ADD 1 TO VP-OnTime(Vx, Px)
               END-IF
           END-IF.

       ScanOrders.
      *> 약속일이 분기 안인 발주 줄 - 마감 못 한 줄도
      *> 받은 만큼만 충족으로 친다
           OPEN INPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               DISPLAY "No open purchase orders"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ OpenPo-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM TallyOrder
               END-READ
           END-PERFORM
           CLOSE OpenPo-File.

       TallyOrder.
           MOVE PO-ExpDate TO Row-Date
           PERFORM FindPeriod
           IF Px = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PO-Vendor TO Rtn-Vendor
           PERFORM FindVend
           IF Found-Vend = 'N'
               ADD 1 TO Unknown-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD PO-Qty TO VP-OrdQty(Vx, Px)
           IF PO-Recvd > PO-Qty
               ADD PO-Qty TO VP-FillQty(Vx, Px)
           ELSE
               ADD PO-Recvd TO VP-FillQty(Vx, Px)
           END-IF.

       ScanReturns.
      *> 파손품 반송만 센다 - 기한 지난 로트('E')의
      *> 반송은 공급처 품질 탓이 아니다
           OPEN INPUT VendRtn-File
           IF VendRtn-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ VendRtn-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF RV-Why = 'D' OR RV-Why = SPACE
                           PERFORM TallyReturn
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VendRtn-File.

       TallyReturn.
           MOVE RV-Date TO Row-Date
           PERFORM FindPeriod
           IF Px = 0
               EXIT PARAGRAPH
           END-IF
      *> 로트가 밝혀졌으면 그 로트를 들인 공급처, 아니면
      *> 반송일까지 그 품목을 마지막으로 들인 공급처
           MOVE SPACES TO Rtn-Vendor
           MOVE 0 TO Best-Date
           PERFORM VARYING RCx FROM 1 BY 1
                   UNTIL RCx > Num-Rcvs
               IF RT-ProdName(RCx) = RV-ProdName
                  AND RT-Size(RCx) = RV-Size
                  AND RT-Date(RCx) <= RV-Date
                   IF RV-Lot NOT = SPACES
                       IF RT-Lot(RCx) = RV-Lot
                           MOVE RT-Vendor(RCx) TO Rtn-Vendor
                       END-IF
                   ELSE
                       IF RT-Date(RCx) >= Best-Date
                           MOVE RT-Date(RCx) TO Best-Date
                           MOVE RT-Vendor(RCx) TO Rtn-Vendor
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF Rtn-Vendor = SPACES
               ADD 1 TO Unattr-Ctr
               EXIT PARAGRAPH
           END-IF
           PERFORM FindVend
           IF Found-Vend = 'N'
               ADD 1 TO Unattr-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD RV-Qty TO VP-DmgQty(Vx, Px).

       ScanPrices.
      *> 변경 전 단가가 있는 줄만 - 새 품목의 첫 단가는
      *> 인상이 아니다
           OPEN INPUT PriceHst-File
           IF PriceHst-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ PriceHst-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF PH-OldPrice > 0
                           PERFORM TallyPrice
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PriceHst-File.

       TallyPrice.
           MOVE PH-Date TO Row-Date
           PERFORM FindPeriod
           IF Px = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PH-Vendor TO Rtn-Vendor
           PERFORM FindVend
           IF Found-Vend = 'N'
               ADD 1 TO Unknown-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD PH-OldPrice TO VP-OldAmt(Vx, Px)
           ADD PH-NewPrice TO VP-NewAmt(Vx, Px).

       ScoreVendor.
           PERFORM ScorePeriod
               VARYING Px FROM 1 BY 1 UNTIL Px > 2.

       ScorePeriod.
      *> 잴 거리가 있는 항목만 비율을 내고 평균한다
           MOVE 'NNNN' TO VP-Have(VNx, Px)
           MOVE 'N' TO VP-Scored(VNx, Px)
           MOVE 0 TO Score-Sum Score-Cnt
           IF VP-Lines(VNx, Px) > 0
               MOVE 'Y' TO VP-Have(VNx, Px)(1:1)
               COMPUTE VP-OtPct(VNx, Px) ROUNDED =
                   VP-OnTime(VNx, Px) * 100 / VP-Lines(VNx, Px)
               ADD VP-OtPct(VNx, Px) TO Score-Sum
               ADD 1 TO Score-Cnt
           END-IF
           IF VP-OrdQty(VNx, Px) > 0
               MOVE 'Y' TO VP-Have(VNx, Px)(2:1)
               COMPUTE VP-FillPct(VNx, Px) ROUNDED =
                   VP-FillQty(VNx, Px) * 100 / VP-OrdQty(VNx, Px)
               ADD VP-FillPct(VNx, Px) TO Score-Sum
               ADD 1 TO Score-Cnt
           END-IF
           IF VP-RcvQty(VNx, Px) > 0
               MOVE 'Y' TO VP-Have(VNx, Px)(3:1)
               COMPUTE Pct-Work ROUNDED =
                   VP-DmgQty(VNx, Px) * 100 / VP-RcvQty(VNx, Px)
               IF Pct-Work > 100
                   MOVE 100 TO Pct-Work
               END-IF
               MOVE Pct-Work TO VP-DmgPct(VNx, Px)
               COMPUTE Score-Sum = Score-Sum + 100 - Pct-Work
               ADD 1 TO Score-Cnt
           END-IF
           IF VP-OldAmt(VNx, Px) > 0
               MOVE 'Y' TO VP-Have(VNx, Px)(4:1)
               COMPUTE Pct-Work ROUNDED =
                   (VP-NewAmt(VNx, Px) - VP-OldAmt(VNx, Px))
                   * 100 / VP-OldAmt(VNx, Px)
               IF Pct-Work > 999.9
                   MOVE 999.9 TO Pct-Work
               END-IF
               IF Pct-Work < -999.9
                   MOVE -999.9 TO Pct-Work
               END-IF
               MOVE Pct-Work TO VP-Creep(VNx, Px)
      *> 인하는 만점, 100% 넘는 인상은 0점
               EVALUATE TRUE
                   WHEN Pct-Work < 0
                       ADD 100 TO Score-Sum
                   WHEN Pct-Work < 100
                       COMPUTE Score-Sum =
                           Score-Sum + 100 - Pct-Work
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO Score-Cnt
           END-IF
           IF Score-Cnt > 0
               MOVE 'Y' TO VP-Scored(VNx, Px)
               COMPUTE VP-Score(VNx, Px) ROUNDED =
                   Score-Sum / Score-Cnt
           END-IF.

       RankPrevious.
      *> 지난 분기 순위 = 지난 분기 점수가 더 높은
      *> 공급처 수 + 1
           MOVE 0 TO VT-PrevRank(VNx)
           IF VP-Scored(VNx, 2) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO VT-PrevRank(VNx)
           PERFORM VARYING Ux FROM 1 BY 1
                   UNTIL Ux > Num-Vendors
               IF VP-Scored(Ux, 2) = 'Y'
                  AND VP-Score(Ux, 2) > VP-Score(VNx, 2)
                   ADD 1 TO VT-PrevRank(VNx)
               END-IF
           END-PERFORM.

       WriteHeadings.
           MOVE SPACES TO Report-Line
           STRING "=== VENDOR SCORECARD " DELIMITED BY SIZE
                  Cur-YY DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  Cur-Q DELIMITED BY SIZE
                  "  (PREVIOUS " DELIMITED BY SIZE
                  Prv-YY DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  Prv-Q DELIMITED BY SIZE
                  ")  RUN " DELIMITED BY SIZE
                  Proc-Date DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Report-Line
           STRING " RK VEND  NAME       ONTM% FILL%" DELIMITED BY SIZE
                  "  DMG%  CREEP% SCORE  PREV PRK" DELIMITED BY SIZE
                  "  CHANGE FLAG" DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE SPACES TO Flag-Line
           STRING "=== VENDORS BELOW THRESHOLD " DELIMITED BY SIZE
                  Cur-YY DELIMITED BY SIZE
                  " Q" DELIMITED BY SIZE
                  Cur-Q DELIMITED BY SIZE
                  " - PURCHASING REVIEW ===" DELIMITED BY SIZE
                  INTO Flag-Line
           WRITE Flag-Line
           MOVE "VEND  NAME        MEASURE        VALUE  LIMIT"
               TO Flag-Line
           MOVE "PREV Q" TO Flag-Line(58:6)
           WRITE Flag-Line.

       ReleaseVendors.
           PERFORM VARYING VNx FROM 1 BY 1
                   UNTIL VNx > Num-Vendors
               IF VP-Scored(VNx, 1) = 'Y'
                   MOVE VP-Score(VNx, 1) TO SWV-Score
                   MOVE VT-VendNo(VNx)   TO SWV-VendNo
                   SET Vx TO VNx
                   MOVE Vx               TO SWV-Ix
                   RELEASE SWV-Record
               END-IF
           END-PERFORM.

       PrintVendors.
           PERFORM UNTIL Work-Eof = 'Y'
               RETURN Score-Work-File
                   AT END MOVE 'Y' TO Work-Eof
                   NOT AT END PERFORM PrintOne
               END-RETURN
           END-PERFORM.

       PrintOne.
           ADD 1 TO Rank-Ctr
           MOVE SWV-Ix TO Vx
           SET VNx TO Vx
           MOVE SPACES TO Score-Detail
           MOVE Rank-Ctr TO SD-Rank
           MOVE VT-VendNo(VNx) TO SD-VendNo
           MOVE VT-Name(VNx)   TO SD-Name
           MOVE 1 TO Px
           PERFORM EditMeasures
           MOVE VP-Score(VNx, 1) TO Pct-Edit
           MOVE Pct-Edit TO SD-Score
           IF VP-Scored(VNx, 2) = 'Y'
               MOVE VP-Score(VNx, 2) TO Pct-Edit
               MOVE Pct-Edit TO SD-Prev
               MOVE VT-PrevRank(VNx) TO Rank-Edit
               MOVE Rank-Edit TO SD-PrevRank
               COMPUTE Delta-Score =
                   VP-Score(VNx, 1) - VP-Score(VNx, 2)
               MOVE Delta-Score TO Sgn-Edit
               MOVE Sgn-Edit TO SD-Change
           ELSE
               MOVE "  NEW" TO SD-Prev
           END-IF
           PERFORM CheckLimits
           MOVE Flag-Codes TO SD-Flags
           MOVE Score-Detail TO Report-Line
           WRITE Report-Line.

       EditMeasures.
      *> Px 분기의 네 비율 - 잴 거리가 없던 항목은 N/A
           MOVE "  N/A" TO SD-OnTime SD-Fill SD-Damage
           MOVE "    N/A" TO SD-Creep
           IF VP-Have(VNx, Px)(1:1) = 'Y'
               MOVE VP-OtPct(VNx, Px) TO Pct-Edit
               MOVE Pct-Edit TO SD-OnTime
           END-IF
           IF VP-Have(VNx, Px)(2:1) = 'Y'
               MOVE VP-FillPct(VNx, Px) TO Pct-Edit
               MOVE Pct-Edit TO SD-Fill
           END-IF
           IF VP-Have(VNx, Px)(3:1) = 'Y'
               MOVE VP-DmgPct(VNx, Px) TO Pct-Edit
               MOVE Pct-Edit TO SD-Damage
           END-IF
           IF VP-Have(VNx, Px)(4:1) = 'Y'
               MOVE VP-Creep(VNx, Px) TO Sgn-Edit
               MOVE Sgn-Edit TO SD-Creep
           END-IF.

       CheckLimits.
      *> 기준에 못 미친 항목마다 깃발을 달고 구매 검토
      *> 목록에 한 줄씩 싣는다
           MOVE SPACES TO Flag-Codes
           IF VP-Have(VNx, 1)(1:1) = 'Y'
              AND VP-OtPct(VNx, 1) < Min-OnTime
               MOVE 'L' TO Flag-Codes(1:1)
               MOVE "ON-TIME %"   TO FD-Measure
               MOVE SPACES TO FD-Value
               MOVE SD-OnTime     TO FD-Value(3:5)
               MOVE SPACES TO FD-Limit
               MOVE Min-OnTime TO Rank-Edit
               STRING "MIN " DELIMITED BY SIZE
                      Rank-Edit DELIMITED BY SIZE
                      INTO FD-Limit
               MOVE VP-OtPct(VNx, 2) TO Pct-Edit
               MOVE 1 TO Ux
               PERFORM WriteFlag
           END-IF
           IF VP-Have(VNx, 1)(2:1) = 'Y'
              AND VP-FillPct(VNx, 1) < Min-Fill
               MOVE 'F' TO Flag-Codes(2:1)
               MOVE "FILL RATE %" TO FD-Measure
               MOVE SPACES TO FD-Value
               MOVE SD-Fill       TO FD-Value(3:5)
               MOVE SPACES TO FD-Limit
               MOVE Min-Fill TO Rank-Edit
               STRING "MIN " DELIMITED BY SIZE
                      Rank-Edit DELIMITED BY SIZE
                      INTO FD-Limit
               MOVE VP-FillPct(VNx, 2) TO Pct-Edit
               MOVE 2 TO Ux
               PERFORM WriteFlag
           END-IF
           IF VP-Have(VNx, 1)(3:1) = 'Y'
              AND VP-DmgPct(VNx, 1) > Max-Damage
               MOVE 'D' TO Flag-Codes(3:1)
               MOVE "DAMAGE %"    TO FD-Measure
               MOVE SPACES TO FD-Value
               MOVE SD-Damage     TO FD-Value(3:5)
               MOVE Max-Damage TO Pct-Edit
               MOVE SPACES TO FD-Limit
               STRING "MAX " DELIMITED BY SIZE
                      Pct-Edit DELIMITED BY SIZE
                      INTO FD-Limit
               MOVE VP-DmgPct(VNx, 2) TO Pct-Edit
               MOVE 3 TO Ux
               PERFORM WriteFlag
           END-IF
           IF VP-Have(VNx, 1)(4:1) = 'Y'
              AND VP-Creep(VNx, 1) > Max-Creep
               MOVE 'P' TO Flag-Codes(4:1)
               MOVE "PRICE CREEP%" TO FD-Measure
               MOVE SD-Creep      TO FD-Value
               MOVE Max-Creep TO Pct-Edit
               MOVE SPACES TO FD-Limit
               STRING "MAX " DELIMITED BY SIZE
                      Pct-Edit DELIMITED BY SIZE
                      INTO FD-Limit
               MOVE VP-Creep(VNx, 2) TO Sgn-Edit
               MOVE 4 TO Ux
               PERFORM WriteFlag
           END-IF
           IF Flag-Codes NOT = SPACES
               ADD 1 TO Flag-Ctr
           END-IF.

       WriteFlag.
      *> Ux = 항목 번호 - 지난 분기 값은 미리 편집해 둔
      *> Pct-Edit(인상률은 Sgn-Edit)에서 가져온다
           IF Flag-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE VT-VendNo(VNx) TO FD-VendNo
           MOVE VT-Name(VNx)   TO FD-Name
           MOVE "    N/A" TO FD-Prev
           IF VP-Have(VNx, 2)(Ux:1) = 'Y'
               IF Ux = 4
                   MOVE Sgn-Edit TO FD-Prev
               ELSE
                   MOVE SPACES TO FD-Prev
                   MOVE Pct-Edit TO FD-Prev(3:5)
               END-IF
           END-IF
           MOVE Flag-Detail TO Flag-Line
           WRITE Flag-Line.

       ListIdle.
      *> 이번 분기에 잴 거리가 없는 공급처 - 지난 분기
      *> 점수가 있으면 같이 보인다
           PERFORM VARYING VNx FROM 1 BY 1
                   UNTIL VNx > Num-Vendors
               IF VP-Scored(VNx, 1) NOT = 'Y'
                   IF Idle-Ctr = 0
                       MOVE SPACES TO Report-Line
                       WRITE Report-Line
                       MOVE "--- NO ACTIVITY THIS QUARTER ---"
                           TO Report-Line
                       WRITE Report-Line
                   END-IF
                   ADD 1 TO Idle-Ctr
                   MOVE SPACES TO Score-Detail
                   MOVE VT-VendNo(VNx) TO SD-VendNo
                   MOVE VT-Name(VNx)   TO SD-Name
                   IF VP-Scored(VNx, 2) = 'Y'
                       MOVE VP-Score(VNx, 2) TO Pct-Edit
                       MOVE Pct-Edit TO SD-Prev
                       MOVE VT-PrevRank(VNx) TO Rank-Edit
                       MOVE Rank-Edit TO SD-PrevRank
                   END-IF
                   MOVE Score-Detail TO Report-Line
                   WRITE Report-Line
               END-IF
           END-PERFORM.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "VENDSCOR 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
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

       END PROGRAM VENDSCOR.
