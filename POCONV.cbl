      *> 이다. 확정 줄은 미결 발주 파일(OPENPO.DAT)에
      *> 덧붙고, RECVING이 입고를 이 줄과 대조해 채워
      *> 지는 대로 마감한다. 처리한 제안 파일은 비운다.
      *> 발주 단가는 그 상품의 현재 매입 원가
      *> (PRODCOST.DAT)로 박아 두어, APENTRY가 공급처
      *> 송장 단가를 이 값과 대조한다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Seq-File ASSIGN TO "POSEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Seq-Status.
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SuggPo-File.
           02 FILLER        PIC X      VALUE SPACE.
      *> 'O'=미결 'C'=마감
           02 PO-Status     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
      *> 발주 단가 - 0이면 단가 없이 낸 옛 발주
           02 PO-Price      PIC 9(5)V99.

       FD  Seq-File.
       01  Seq-Record.
           02 PQ-LastPo     PIC 9(6).

       FD  ProdCost-File.
       01  ProdCost-Record.
           02 PC-ProdName   PIC X(10).
           02 PC-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 PC-Cost       PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       77 SuggPo-Status PIC XX.
       77 OpenPo-Status PIC XX.
       77 Exp-Date      PIC 9(8) VALUE 0.
       77 Exp-Int       PIC 9(8) VALUE 0.

      *> 원가 표 (발주 단가용)
       77 ProdCost-Status PIC XX.
       77 ProdCost-Eof  PIC X VALUE 'N'.
       77 Num-Costs     PIC 9(3) VALUE 0.
       01 CostTable.
           02 Cost-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Costs
                         INDEXED BY CSx.
               03 CO-ProdName PIC X(10).
               03 CO-Size     PIC A.
               03 CO-Cost     PIC 9(5)V99.

       PROCEDURE DIVISION.
       SiJak.
           DISPLAY 1 UPON ARGUMENT-NUMBER
               CALL 'BIZDATE' USING Bz-Op Exp-Date Bz-Flag
           END-IF
           PERFORM GetPoSeq.
           PERFORM LoadCosts.
           OPEN INPUT SuggPo-File
           IF SuggPo-Status NOT = '00'
               DISPLAY "No suggestions to convert"
               CLOSE Seq-File
           END-IF.

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

       ConvLoop.
           READ SuggPo-File
               AT END MOVE 'Y' TO Sugg-Eof
                   MOVE 0           TO PO-Recvd
                   MOVE Exp-Date    TO PO-ExpDate
                   MOVE 'O'         TO PO-Status
                   MOVE 0           TO PO-Price
                   IF Num-Costs > 0
                       SET CSx TO 1
                       SEARCH Cost-Entry
                           AT END CONTINUE
                           WHEN CO-ProdName(CSx) = SP-ProdName
                                AND CO-Size(CSx) = SP-Size
                               MOVE CO-Cost(CSx) TO PO-Price
                       END-SEARCH
                   END-IF
                   WRITE OpenPo-Record
           END-READ.

