      *> 가능한 사유('D' 파손 제외)는 재고로 되돌리고,
      *> 원래 피킹 단가로 값을 매긴 대변전표
      *> (CREDMEMO.DAT)를 끊고, 사유별 집계를
      *> RETURNS.RPT에 찍는다. 로트로 나간 물건은 피킹 때
      *> 배정 내역(LOTPICK.DAT)을 따라 원래 로트로 되돌린다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quar-File ASSIGN TO "QUARSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quar-Status.
      *> 로트별 재고와 ORDENTRY의 로트 배정 내역
           SELECT Lot-File ASSIGN TO "LOTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Status.
           SELECT LotPick-File ASSIGN TO "LOTPICK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LotPick-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Return-File.
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

       FD  Credit-File.
       01  Credit-Record.
           02 QS-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
      *> 로트 - 기한 지난 로트(LOTEXP)나 로트가 밝혀진 반품
           02 QS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 'D'=파손 반품(옛 행은 빈칸) 'E'=기한 지난 로트
           02 QS-Why        PIC X.

       FD  Journal-File.
       01  Journal-Record.
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-Date       PIC 9(8).

       FD  Lot-File.
       01  Lot-Record.
           02 LS-ProdName   PIC X(10).
           02 LS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-RecvDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Qty        PIC 9(5).

       FD  LotPick-File.
       01  LotPick-Record.
           02 LP-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 LP-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 LP-ProdName   PIC X(10).
           02 LP-Size       PIC A.
           02 FILLER        PIC X.
           02 LP-Lot        PIC X(10).
           02 FILLER        PIC X.
           02 LP-Expiry     PIC 9(8).
           02 FILLER        PIC X.
           02 LP-Qty        PIC 9(5).
           02 FILLER        PIC X.
           02 LP-OrderRef   PIC 9(5).

       WORKING-STORAGE SECTION.
       77 Return-Status  PIC XX.
       77 Journal-Status PIC XX.
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
       77 Ret-Rejected  PIC 9(4) VALUE 0.
       77 Restock-Ctr   PIC 9(4) VALUE 0.

      *> 로트 표 - LOTSTK.DAT가 없으면 로트 없이 돈다
       77 Lot-Status     PIC XX.
       77 LotPick-Status PIC XX.
       77 Lot-Eof        PIC X VALUE 'N'.
       77 LotPick-Eof    PIC X VALUE 'N'.
       77 Lot-Mode       PIC X VALUE 'N'.
       77 Lot-Chg        PIC 9(4) VALUE 0.
       77 Lot-Found      PIC X VALUE 'N'.
       77 Num-Lots       PIC 9(3) VALUE 0.
       01 LotTable.
           02 Lot-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON Num-Lots
                        INDEXED BY LOx.
               03 LO-ProdName PIC X(10).
               03 LO-Size     PIC A.
               03 LO-Lot      PIC X(10).
               03 LO-Expiry   PIC 9(8).
               03 LO-RecvDate PIC 9(8).
               03 LO-Qty      PIC 9(5).
      *> 반품 한 줄에 맞는 로트 배정 내역 - 최근 50건
       77 Num-Trace      PIC 9(3) VALUE 0.
       01 TraceTable.
           02 Trace-Entry OCCURS 0 TO 50 TIMES
                          DEPENDING ON Num-Trace
                          INDEXED BY TRx.
               03 TR-Lot      PIC X(10).
               03 TR-Expiry   PIC 9(8).
               03 TR-Qty      PIC 9(5).
       77 Tx             PIC 9(3) VALUE 0.
       77 Ret-Left       PIC 9(5) VALUE 0.
       77 Put-Qty        PIC 9(5) VALUE 0.
       77 Today-Date     PIC 9(8) VALUE 0.

      *> 코드 설명 조회 (공용 코드 표 - CODELKUP)
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           END-ACCEPT
           PERFORM LoadProducts.
           PERFORM LoadHistory.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadLots.
      *> 청했을 때만 작년 보관 파일을 이어 읽는다
           IF Arch-Flag = 'A' OR Arch-Flag = 'a'
               COMPUTE Arch-Year =
           IF Restock-Ctr > 0
               PERFORM SaveProducts
           END-IF
           IF Lot-Chg > 0
               PERFORM SaveLots
           END-IF
           DISPLAY "Returns read     : " Ret-Read
           DISPLAY "Returns accepted : " Ret-Taken
           DISPLAY "Returns rejected : " Ret-Rejected
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
           MOVE RT-Qty      TO CR-Qty
           MOVE Credit-Amt  TO CR-Amount
           WRITE Credit-Record
      *> 사유 코드 옆에 공용 코드 표의 뜻을 찍는다
           MOVE 'GET'     TO CC-Op
           MOVE 'RTRN'    TO CC-Type
           MOVE RT-Reason TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE SPACES TO Rpt-Line
           STRING "CREDITED " DELIMITED BY SIZE
                  RT-ProdName DELIMITED BY SIZE
                  RT-Qty      DELIMITED BY SIZE
                  " RSN "     DELIMITED BY SIZE
                  RT-Reason   DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  CC-Short    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

                       ON SIZE ERROR CONTINUE
                   END-ADD
                   ADD 1 TO Restock-Ctr
                   PERFORM RestockLots
      *> 재입고 이동을 일지에 남긴다 - 참조는 반품 순번
                   IF Journal-Status = '00'
                       MOVE SPACES TO Journal-Record
           MOVE RT-Size     TO QS-Size
           MOVE RT-Qty      TO QS-Qty
           MOVE RT-CustNo   TO QS-CustNo
      *> 로트로 나간 물건이면 가장 최근 배정 로트를 단다
           PERFORM FindTrace
           IF Num-Trace > 0
               MOVE TR-Lot(Num-Trace) TO QS-Lot
           END-IF
           MOVE 'D'         TO QS-Why
           WRITE Quar-Record.

       LoadLots.
           OPEN INPUT Lot-File
           IF Lot-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Lot-Mode
           PERFORM UNTIL Lot-Eof = 'Y'
               READ Lot-File
                   AT END MOVE 'Y' TO Lot-Eof
                   NOT AT END
                       IF Num-Lots < 500
                           ADD 1 TO Num-Lots
                           SET LOx TO Num-Lots
                           MOVE LS-ProdName TO LO-ProdName(LOx)
                           MOVE LS-Size     TO LO-Size(LOx)
                           MOVE LS-Lot      TO LO-Lot(LOx)
                           MOVE LS-Expiry   TO LO-Expiry(LOx)
                           MOVE LS-RecvDate TO LO-RecvDate(LOx)
                           MOVE LS-Qty      TO LO-Qty(LOx)
                       ELSE
                           DISPLAY "** LOT TABLE FULL (500)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Lot-File.

       FindTrace.
      *> 이 고객/상품/사이즈의 로트 배정 내역을 읽는다 -
      *> 표가 차면 가장 오래된 것을 밀어 내 최근 50건만
      *> 남긴다
           MOVE 0 TO Num-Trace
           IF Lot-Mode = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO LotPick-Eof
           OPEN INPUT LotPick-File
           IF LotPick-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LotPick-Eof = 'Y'
               READ LotPick-File
                   AT END MOVE 'Y' TO LotPick-Eof
                   NOT AT END
                       IF LP-CustNo = RT-CustNo
                          AND LP-ProdName = RT-ProdName
                          AND LP-Size = RT-Size
                          AND LP-Qty IS NUMERIC
                           PERFORM KeepTrace
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LotPick-File.

       KeepTrace.
           IF Num-Trace = 50
               PERFORM VARYING Tx FROM 1 BY 1 UNTIL Tx > 49
                   MOVE Trace-Entry(Tx + 1) TO Trace-Entry(Tx)
               END-PERFORM
           ELSE
               ADD 1 TO Num-Trace
           END-IF
           MOVE LP-Lot    TO TR-Lot(Num-Trace)
           MOVE LP-Expiry TO TR-Expiry(Num-Trace)
           MOVE LP-Qty    TO TR-Qty(Num-Trace).

       RestockLots.
      *> 되돌린 수량을 최근 배정부터 거슬러 그 로트로
      *> 돌린다 - 배정 내역보다 많은 수량은 로트 없는
      *> 재고로 남는다. 다 써서 떨궈진 로트는 되살린다
           PERFORM FindTrace
           IF Num-Trace = 0
               EXIT PARAGRAPH
           END-IF
           MOVE RT-Qty TO Ret-Left
           PERFORM VARYING Tx FROM Num-Trace BY -1
                   UNTIL Tx < 1 OR Ret-Left = 0
               IF TR-Qty(Tx) >= Ret-Left
                   MOVE Ret-Left TO Put-Qty
               ELSE
                   MOVE TR-Qty(Tx) TO Put-Qty
               END-IF
               PERFORM BackToLot
               SUBTRACT Put-Qty FROM Ret-Left
           END-PERFORM.

       BackToLot.
           MOVE 'N' TO Lot-Found
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots OR Lot-Found = 'Y'
               IF LO-ProdName(LOx) = RT-ProdName
                  AND LO-Size(LOx) = RT-Size
                  AND LO-Lot(LOx) = TR-Lot(Tx)
                  AND LO-Expiry(LOx) = TR-Expiry(Tx)
                   ADD Put-Qty TO LO-Qty(LOx)
                       ON SIZE ERROR CONTINUE
                   END-ADD
                   MOVE 'Y' TO Lot-Found
               END-IF
           END-PERFORM
           IF Lot-Found = 'N'
               IF Num-Lots < 500
                   ADD 1 TO Num-Lots
                   SET LOx TO Num-Lots
                   MOVE RT-ProdName  TO LO-ProdName(LOx)
                   MOVE RT-Size      TO LO-Size(LOx)
                   MOVE TR-Lot(Tx)   TO LO-Lot(LOx)
                   MOVE TR-Expiry(Tx) TO LO-Expiry(LOx)
                   MOVE Today-Date   TO LO-RecvDate(LOx)
                   MOVE Put-Qty      TO LO-Qty(LOx)
               ELSE
                   DISPLAY "** LOT TABLE FULL - LOT NOT KEPT : "
                           RT-ProdName " " TR-Lot(Tx)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO Lot-Chg
           MOVE SPACES TO Rpt-Line
           STRING "  TO LOT " DELIMITED BY SIZE
                  TR-Lot(Tx)  DELIMITED BY SIZE
                  " QTY "     DELIMITED BY SIZE
                  Put-Qty     DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       SaveLots.
           OPEN OUTPUT Lot-File
           IF Lot-Status NOT = '00'
               DISPLAY "** LOTSTK WRITE-BACK FAILED"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               MOVE SPACES TO Lot-Record
               MOVE LO-ProdName(LOx) TO LS-ProdName
               MOVE LO-Size(LOx)     TO LS-Size
               MOVE LO-Lot(LOx)      TO LS-Lot
               MOVE LO-Expiry(LOx)   TO LS-Expiry
               MOVE LO-RecvDate(LOx) TO LS-RecvDate
               MOVE LO-Qty(LOx)      TO LS-Qty
               WRITE Lot-Record
           END-PERFORM
           CLOSE Lot-File.

       ReasonSummary.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
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
