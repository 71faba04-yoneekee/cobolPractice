       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXP.
       AUTHOR. YONEE.
      *> 로트 만료 걷기 - 로트별 재고(LOTSTK.DAT)에서 유효
      *> 기한이 처리일(BIZDATE)을 지난 로트를 걷어 격리
      *> 재고(QUARSTK.DAT, 사유 'E')로 넘긴다. 걷힌 수량은
      *> 상품 마스터의 재고에서 빼고 STKMOVE.DAT에 남긴다 -
      *> QUARDISP가 폐기/반송으로 처분한다(재생은 막힌다).
      *> 걷힌 로트 대장은 LOTEXP.RPT에 남긴다. ORDENTRY
      *> 앞에서 돈다 - ORDENTRY도 기한 지난 로트는 배정하지
      *> 않지만, 여기서 걷어야 가용 재고에서 빠진다.
      *> 마스터에 없는 품목이나 마스터 재고가 로트보다
      *> 적은 로트는 대장에 표시하고 RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lot-File ASSIGN TO "LOTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT Quar-File ASSIGN TO "QUARSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quar-Status.
           SELECT Journal-File ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.
           SELECT Reg-File ASSIGN TO "LOTEXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Lot-File.
       01  Lot-Record.
           02 LS-ProdName   PIC X(10).
           02 LS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 유효기한 - 0이면 기한 없음
           02 LS-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-RecvDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Qty        PIC 9(5).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Slot OCCURS 3 TIMES.
               03 PM-Size     PIC A.
               03 PM-Qty      PIC 9(5).
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.
      *> 직송 표시('Y')와 기본 공급처 - 옛 행은 빈칸
           02 PM-DropShip PIC X.
           02 PM-Vendor   PIC X(5).
      *> 상품군(수수료율 구분) - 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  Quar-File.
       01  Quar-Record.
           02 QS-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-ProdName   PIC X(10).
           02 QS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 'D'=파손 반품(옛 행은 빈칸) 'E'=기한 지난 로트
           02 QS-Why        PIC X.

       FD  Journal-File.
       01  Journal-Record.
           02 JN-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-Before     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-After      PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-OrderRef   PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-Date       PIC 9(8).

       FD  Reg-File.
       01  Reg-Line         PIC X(70).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Audit-Status   PIC XX.
       77 Lot-Status     PIC XX.
       77 Prod-Status    PIC XX.
       77 Quar-Status    PIC XX.
       77 Journal-Status PIC XX.
       77 Reg-Status     PIC XX.
       77 Lot-Eof        PIC X VALUE 'N'.
       77 Prod-Eof       PIC X VALUE 'N'.

      *> 로트 표
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
               03 LO-Swept    PIC X.

      *> 상품 마스터 표 (재고 차감용)
       01 ProdTable.
           02 Prod-Row OCCURS 0 TO 50 TIMES
                       DEPENDING ON Num-Products
                       INDEXED BY PRx.
               03 PR-ProdName PIC X(10).
               03 PR-Slot OCCURS 3 TIMES.
                   04 PR-Size  PIC A.
                   04 PR-Qty   PIC 9(5).
                   04 PR-Reord PIC 9(5).
                   04 PR-Price PIC 9(5)V99.
               03 PR-Status   PIC X.
               03 PR-Weight PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-Class  PIC X OCCURS 3 TIMES.
               03 PR-Supply PIC X(6).
               03 PR-Group  PIC X(3).
       77 Num-Products   PIC 9(3) VALUE 0.

       77 Bz-Op          PIC X(3) VALUE SPACES.
       77 Bz-Flag        PIC X VALUE SPACE.
       77 Proc-Date      PIC 9(8) VALUE 0.
       77 Found-Slot     PIC X VALUE 'N'.
       77 Jx             PIC 9 VALUE 0.
       77 Qty-Before     PIC 9(5) VALUE 0.
       77 Cut-Qty        PIC 9(5) VALUE 0.
       77 Quar-Left      PIC 9(5) VALUE 0.
       77 Sweep-Ctr      PIC 9(3) VALUE 0.
       77 Sweep-Qty      PIC 9(7) VALUE 0.
       77 Flag-Ctr       PIC 9(3) VALUE 0.
       77 Keep-Ctr       PIC 9(3) VALUE 0.
       77 Note-Text      PIC X(16) VALUE SPACES.
       77 RC-Disp        PIC 9(4) VALUE 0.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77 Ct-Op          PIC X VALUE SPACE.
       77 Ct-Name        PIC X(14) VALUE SPACES.
       77 Ct-Rows        PIC 9(7) VALUE 0.
       77 Ct-Amt         PIC 9(11)V99 VALUE 0.
       77 Ct-Result      PIC X VALUE SPACE.

      *> 대장 편집
       01 Reg-Detail.
           02 RD-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 RD-Size       PIC A.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Lot        PIC X(10).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Expiry     PIC 9(8).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Qty        PIC ZZ,ZZ9.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-After      PIC ZZ,ZZ9.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Note       PIC X(16).

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "LOTEXP"         TO AL-Program
           MOVE "LOTEXP 시작"    TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadLots.
           IF Num-Lots = 0
               DISPLAY "No lot stock on file"
               GO TO Kkeut
           END-IF
           PERFORM LoadProducts.
           OPEN OUTPUT Reg-File
           IF Reg-Status NOT = '00'
               DISPLAY "** LOTEXP.RPT OPEN FAILED : " Reg-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           OPEN EXTEND Quar-File
           IF Quar-Status NOT = '00'
               OPEN OUTPUT Quar-File
           END-IF
           OPEN EXTEND Journal-File
           IF Journal-Status NOT = '00'
               OPEN OUTPUT Journal-File
           END-IF
           MOVE SPACES TO Reg-Line
           STRING "=== EXPIRED LOT SWEEP " DELIMITED BY SIZE
                  Proc-Date DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Reg-Line
           WRITE Reg-Line
           MOVE "PRODUCT    SZ LOT         EXPIRY       QTY"
               TO Reg-Line
           MOVE "ON HAND" TO Reg-Line(44:7)
           WRITE Reg-Line
           PERFORM JudgeOne
               VARYING LOx FROM 1 BY 1
               UNTIL LOx > Num-Lots
           IF Sweep-Ctr = 0
               MOVE "NO EXPIRED LOTS" TO Reg-Line
               WRITE Reg-Line
           END-IF
           MOVE SPACES TO Reg-Line
           STRING "LOTS SWEPT " DELIMITED BY SIZE
                  Sweep-Ctr  DELIMITED BY SIZE
                  "  UNITS "  DELIMITED BY SIZE
                  Sweep-Qty  DELIMITED BY SIZE
                  "  KEPT "   DELIMITED BY SIZE
                  Keep-Ctr   DELIMITED BY SIZE
                  INTO Reg-Line
           WRITE Reg-Line
           CLOSE Reg-File
           CLOSE Quar-File
           CLOSE Journal-File
           IF Sweep-Ctr > 0
               PERFORM SaveLots
               PERFORM SaveProducts
           END-IF
           IF Flag-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Lots swept : " Sweep-Ctr
                   "  kept : " Keep-Ctr
                   "  flagged : " Flag-Ctr
           GO TO Kkeut.

       LoadLots.
           OPEN INPUT Lot-File
           IF Lot-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
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
                           MOVE 'N'         TO LO-Swept(LOx)
                       ELSE
                           DISPLAY "** LOT TABLE FULL (500)"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Lot-File.

       LoadProducts.
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** PRODMAST OPEN FAILED : " Prod-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Prod-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO Prod-Eof
                   NOT AT END
                       IF Num-Products < 50
                           ADD 1 TO Num-Products
                           MOVE Product-Record
                               TO Prod-Row(Num-Products)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Product-File.

       JudgeOne.
      *> 기한일까지는 팔 수 있다 - 기한일이 처리일보다
      *> 앞이면 걷는다
           IF LO-Expiry(LOx) = 0
              OR LO-Expiry(LOx) >= Proc-Date
              OR LO-Qty(LOx) = 0
               ADD 1 TO Keep-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO LO-Swept(LOx)
           ADD 1 TO Sweep-Ctr
           ADD LO-Qty(LOx) TO Sweep-Qty
           MOVE SPACES TO Note-Text
           PERFORM CutMaster
           PERFORM QuarLot
           MOVE SPACES TO Reg-Detail
           MOVE LO-ProdName(LOx) TO RD-ProdName
           MOVE LO-Size(LOx)     TO RD-Size
           MOVE LO-Lot(LOx)      TO RD-Lot
           MOVE LO-Expiry(LOx)   TO RD-Expiry
           MOVE LO-Qty(LOx)      TO RD-Qty
           IF Found-Slot = 'Y'
               MOVE PR-Qty(PRx, Jx) TO RD-After
           END-IF
           MOVE Note-Text        TO RD-Note
           MOVE Reg-Detail TO Reg-Line
           WRITE Reg-Line
           MOVE SPACES TO AL-Event
           STRING "로트만료 " DELIMITED BY SIZE
                  LO-ProdName(LOx) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  LO-Lot(LOx)      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       CutMaster.
      *> 마스터 재고에서 로트 수량을 뺀다 - 마스터가 더
      *> 적으면 있는 만큼만 빼고 표시한다
           MOVE 'N' TO Found-Slot
           MOVE 0 TO Cut-Qty
           PERFORM VARYING PRx FROM 1 BY 1
                   UNTIL PRx > Num-Products
                      OR Found-Slot = 'Y'
               IF PR-ProdName(PRx) = LO-ProdName(LOx)
                   PERFORM VARYING Jx FROM 1 BY 1
                           UNTIL Jx > 3 OR Found-Slot = 'Y'
                       IF PR-Size(PRx, Jx) = LO-Size(LOx)
                           MOVE 'Y' TO Found-Slot
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF Found-Slot = 'N'
               MOVE "NOT ON MASTER" TO Note-Text
               ADD 1 TO Flag-Ctr
               EXIT PARAGRAPH
           END-IF
      *> VARYING은 찾은 뒤에도 한 번 더 올리므로 되돌린다
           SET PRx DOWN BY 1
           SUBTRACT 1 FROM Jx
           MOVE PR-Qty(PRx, Jx) TO Qty-Before
           IF PR-Qty(PRx, Jx) < LO-Qty(LOx)
               MOVE PR-Qty(PRx, Jx) TO Cut-Qty
               MOVE "MASTER SHORT" TO Note-Text
               ADD 1 TO Flag-Ctr
           ELSE
               MOVE LO-Qty(LOx) TO Cut-Qty
           END-IF
           SUBTRACT Cut-Qty FROM PR-Qty(PRx, Jx)
           IF Journal-Status = '00'
               MOVE SPACES TO Journal-Record
               MOVE LO-ProdName(LOx) TO JN-ProdName
               MOVE LO-Size(LOx)     TO JN-Size
               MOVE Qty-Before       TO JN-Before
               MOVE PR-Qty(PRx, Jx)  TO JN-After
               MOVE Sweep-Ctr        TO JN-OrderRef
               MOVE Proc-Date        TO JN-Date
               WRITE Journal-Record
           END-IF.

       QuarLot.
      *> 마스터에서 실제로 뺀 만큼만 격리로 넘긴다 - 격리
      *> 한 줄은 999개까지, 넘으면 나눠 싣는다
           IF Quar-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE Cut-Qty TO Quar-Left
           PERFORM UNTIL Quar-Left = 0
               MOVE SPACES TO Quar-Record
               MOVE Proc-Date        TO QS-Date
               MOVE LO-ProdName(LOx) TO QS-ProdName
               MOVE LO-Size(LOx)     TO QS-Size
               IF Quar-Left > 999
                   MOVE 999 TO QS-Qty
               ELSE
                   MOVE Quar-Left TO QS-Qty
               END-IF
               SUBTRACT QS-Qty FROM Quar-Left
               MOVE 0                TO QS-CustNo
               MOVE LO-Lot(LOx)      TO QS-Lot
               MOVE 'E'              TO QS-Why
               WRITE Quar-Record
           END-PERFORM.

       SaveLots.
           OPEN OUTPUT Lot-File
           IF Lot-Status NOT = '00'
               DISPLAY "** LOTSTK WRITE-BACK FAILED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LOx FROM 1 BY 1
                   UNTIL LOx > Num-Lots
               IF LO-Swept(LOx) = 'N'
                   MOVE SPACES TO Lot-Record
                   MOVE LO-ProdName(LOx) TO LS-ProdName
                   MOVE LO-Size(LOx)     TO LS-Size
                   MOVE LO-Lot(LOx)      TO LS-Lot
                   MOVE LO-Expiry(LOx)   TO LS-Expiry
                   MOVE LO-RecvDate(LOx) TO LS-RecvDate
                   MOVE LO-Qty(LOx)      TO LS-Qty
                   WRITE Lot-Record
               END-IF
           END-PERFORM
           CLOSE Lot-File.

       SaveProducts.
      *> QUARDISP의 SaveProducts와 같은 되쓰기 + 통제
           IF Num-Products = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** PRODMAST WRITE-BACK FAILED"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Ct-Rows Ct-Amt
           PERFORM VARYING PRx FROM 1 BY 1
                   UNTIL PRx > Num-Products
               MOVE Prod-Row(PRx) TO Product-Record
               WRITE Product-Record
               ADD 1 TO Ct-Rows
               ADD PM-Qty(1) TO Ct-Amt
               ADD PM-Qty(2) TO Ct-Amt
               ADD PM-Qty(3) TO Ct-Amt
           END-PERFORM
           CLOSE Product-File
           MOVE 'W' TO Ct-Op
           MOVE 'PRODMAST.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "LOTEXP 종료 RC=" DELIMITED BY SIZE
                  RC-Disp          DELIMITED BY SIZE
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

       END PROGRAM LOTEXP.
