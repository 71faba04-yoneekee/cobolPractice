                넘긴 행을 연도별 보관 파일(예 -
                SALEHIST.A2025)로 옮기고, 판매 이력은
                보고서 연속성을 위해 월별 요약 행(월초
                날짜, 상품/사이즈/출고 창고별 수량/매출
                합)을 남겨 둔다. STKMOVE를
                줄이면 재고 재생(STKRECON)의 소비 행 수도
                그만큼 줄여 스냅샷(STKOPEN.DAT)을 맞춘다.
                읽는 쪽(SALEANAL/TREND/RETURNS)은 인자로
      *> ----- 판매 이력 월별 요약 테이블 -----
       77  Sum-Count         PIC 9(3)    VALUE 0.
       01  Sum-Table.
           02  Sum-Entry OCCURS 0 TO 600 TIMES
                         DEPENDING ON Sum-Count
                         INDEXED BY SUx.
               03  SU-Month      PIC 9(6).
               03  SU-ProdName   PIC X(10).
               03  SU-Size       PIC X.
               03  SU-Whse       PIC X(2).
               03  SU-Qty        PIC 9(6).
               03  SU-Revenue    PIC 9(9)V99.
       77  Slot-Ok           PIC X       VALUE 'N'.
           02  SH-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  SH-Revenue        PIC 9(7)V99.
           02  FILLER            PIC X.
           02  SH-Whse           PIC X(2).

       PROCEDURE DIVISION.
       SiJak-P.
           SET SUx TO 1
           SEARCH Sum-Entry
               AT END
                   IF Sum-Count < 600
                       ADD 1 TO Sum-Count
                       SET SUx TO Sum-Count
                       COMPUTE SU-Month(SUx) = SH-Date / 100
                       MOVE SH-ProdName TO SU-ProdName(SUx)
                       MOVE SH-Size     TO SU-Size(SUx)
                       MOVE SH-Whse     TO SU-Whse(SUx)
                       MOVE 0 TO SU-Qty(SUx)
                       MOVE 0 TO SU-Revenue(SUx)
                       MOVE 'Y' TO Slot-Ok
               WHEN SU-Month(SUx) = SH-Date / 100
                    AND SU-ProdName(SUx) = SH-ProdName
                    AND SU-Size(SUx) = SH-Size
                    AND SU-Whse(SUx) = SH-Whse
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH
           IF Slot-Ok = 'Y'
               COMPUTE SH-Date = SU-Month(Ix) * 100 + 1
               MOVE SU-ProdName(Ix) TO SH-ProdName
               MOVE SU-Size(Ix)     TO SH-Size
               MOVE SU-Whse(Ix)     TO SH-Whse
               IF SU-Qty(Ix) > 999
                   DISPLAY "** 요약 수량 상한 절삭 : "
                           SU-ProdName(Ix)
