      *> CNTVAR.RPT로 찍고, 승인(콘솔 Y)된 조정만
      *> 마스터에 반영하며 조정 건마다 AUDIT.DAT에
      *> 남긴다. 실사에서 빠진 품목도 같이 싣는다.
      *> 실사된 품목/사이즈의 마지막 실사일을 CNTLAST.DAT
      *> 에 남겨 CNTSCHED의 실사 주기 판정에 쓰고, 등급
      *> (ABC)별 실사 정확도(차이 없는 줄의 비율)를 싣는다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT Journal-File ASSIGN TO "STKMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Journal-Status.
      *> 품목/사이즈별 마지막 실사일
           SELECT CntLast-File ASSIGN TO "CNTLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CntLast-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Product-File.
           02 PM-Price3   PIC 9(5)V99.
      *> 'A' = 판매 중, 'D' = 단종 (이력 보존용)
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

       FD  Count-File.
       01  Count-Record.
           02 FILLER        PIC X      VALUE SPACE.
           02 JN-Date       PIC 9(8).

       FD  CntLast-File.
       01  CntLast-Record.
           02 CL-ProdName   PIC X(10).
           02 CL-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 CL-Date       PIC 9(8).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

                   04 ReorderPoint PIC 9(5).
                   04 Price        PIC 9(5)V99.
               03 ProdStat PIC X.
               03 ProdWgts PIC X(15).
               03 ProdCls  PIC X(3).
               03 ProdSupp PIC X(6).
               03 ProdGrp  PIC X(3).
      *> 실사에서 확인된 사이즈 표시
       01 Counted-Tbl.
           02 Counted-Prod OCCURS 50 TIMES.
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
       77 Ixp          PIC 9(3) VALUE 0.
       77 Jx           PIC 9 VALUE 0.

      *> 마지막 실사일 표
       77 CntLast-Status PIC XX.
       77 CntLast-Eof  PIC X VALUE 'N'.
       77 Num-Lasts    PIC 9(3) VALUE 0.
       01 LastTable.
           02 Last-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Lasts
                         INDEXED BY LAx.
               03 LA-ProdName PIC X(10).
               03 LA-Size     PIC A.
               03 LA-Date     PIC 9(8).
       77 Count-Date   PIC 9(8) VALUE 0.
       77 Lines-Seen   PIC 9(4) VALUE 0.

      *> 등급별 실사 정확도 (A, B, C, 미등급 순)
       01 Acc-Table.
           02 Acc-Entry OCCURS 4 TIMES.
               03 AC-Lines    PIC 9(4).
               03 AC-Exact    PIC 9(4).
               03 AC-AbsVar   PIC 9(7).
       01 Acc-Codes    PIC X(4) VALUE 'ABC '.
       77 Cx           PIC 9 VALUE 0.
       77 Line-Class   PIC X VALUE SPACE.
       77 Acc-Pct      PIC 9(3)V9 VALUE 0.
       01 Acc-Detail.
           02 FILLER        PIC X(6)  VALUE "CLASS ".
           02 AD-Class      PIC X(4).
           02 FILLER        PIC X(10) VALUE "  COUNTED ".
           02 AD-Lines      PIC ZZZ9.
           02 FILLER        PIC X(8)  VALUE "  EXACT ".
           02 AD-Exact      PIC ZZZ9.
           02 FILLER        PIC X(11) VALUE "  ACCURACY ".
           02 AD-Pct        PIC ZZ9.9.
           02 FILLER        PIC X(13) VALUE "%  UNITS OFF ".
           02 AD-AbsVar     PIC Z,ZZZ,ZZ9.

      *> 보고서 인쇄 편집
       01 Var-Detail.
           02 VD-ProdName   PIC X(10).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 VD-What       PIC X(10).

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'SON'            TO SG-Op
           MOVE "CNTVARNC"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CNTVARNC"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CNTVARNC 시작"  TO AL-Event
           PERFORM LogAudit
           PERFORM LoadProducts.
           PERFORM LoadLasts.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Count-Date
           INITIALIZE Acc-Table
           OPEN INPUT Count-File
           IF Count-Status NOT = '00'
               DISPLAY "** NO COUNTS FILE" UPON TTY
           CLOSE Count-File
           CLOSE Journal-File
           PERFORM ListUncounted.
           PERFORM ListAccuracy.
           CLOSE Var-File
           IF Lines-Seen > 0
               PERFORM SaveLasts
           END-IF
           IF Adj-Ctr > 0
               PERFORM SaveProducts
           END-IF
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
                   MOVE CN-Size TO
                       Counted-Size(Ixp, Jx)
                   PERFORM JudgeVar
                   PERFORM NoteLast
                   PERFORM TallyClass
               END-IF
           END-IF.

               END-PERFORM
           END-PERFORM.

       LoadLasts.
           OPEN INPUT CntLast-File
           IF CntLast-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CntLast-Eof = 'Y'
               READ CntLast-File
                   AT END MOVE 'Y' TO CntLast-Eof
                   NOT AT END
                       IF Num-Lasts < 150
                           ADD 1 TO Num-Lasts
                           MOVE CL-ProdName
                               TO LA-ProdName(Num-Lasts)
                           MOVE CL-Size TO LA-Size(Num-Lasts)
                           MOVE CL-Date TO LA-Date(Num-Lasts)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CntLast-File.

       NoteLast.
      *> 승인 여부와 상관없이 센 날이 마지막 실사일이다
           ADD 1 TO Lines-Seen
           SET LAx TO 1
           SEARCH Last-Entry
               AT END
                   IF Num-Lasts < 150
                       ADD 1 TO Num-Lasts
                       MOVE CN-ProdName TO LA-ProdName(Num-Lasts)
                       MOVE CN-Size     TO LA-Size(Num-Lasts)
                       MOVE Count-Date  TO LA-Date(Num-Lasts)
                   END-IF
               WHEN LA-ProdName(LAx) = CN-ProdName
                    AND LA-Size(LAx) = CN-Size
                   MOVE Count-Date TO LA-Date(LAx)
           END-SEARCH.

       TallyClass.
      *> 등급은 마스터 칸의 PM-Class - 빈칸은 미등급
           MOVE ProdCls(I)(Match-J:1) TO Line-Class
           EVALUATE Line-Class
               WHEN 'A' MOVE 1 TO Cx
               WHEN 'B' MOVE 2 TO Cx
               WHEN 'C' MOVE 3 TO Cx
               WHEN OTHER MOVE 4 TO Cx
           END-EVALUATE
           ADD 1 TO AC-Lines(Cx)
           IF Var-Qty = 0
               ADD 1 TO AC-Exact(Cx)
           END-IF
           IF Var-Qty < 0
               SUBTRACT Var-Qty FROM AC-AbsVar(Cx)
           ELSE
               ADD Var-Qty TO AC-AbsVar(Cx)
           END-IF.

       ListAccuracy.
      *> 등급별로 센 줄 중 장부와 딱 맞은 줄의 비율
           MOVE SPACES TO Var-Line
           WRITE Var-Line
           MOVE "--- ACCURACY BY CLASS ---" TO Var-Line
           WRITE Var-Line
           PERFORM VARYING Cx FROM 1 BY 1 UNTIL Cx > 4
               IF AC-Lines(Cx) > 0
                   COMPUTE Acc-Pct ROUNDED =
                       AC-Exact(Cx) * 100 / AC-Lines(Cx)
                   MOVE Acc-Codes(Cx:1) TO AD-Class
                   IF Cx = 4
                       MOVE "NONE" TO AD-Class
                   END-IF
                   MOVE AC-Lines(Cx)  TO AD-Lines
                   MOVE AC-Exact(Cx)  TO AD-Exact
                   MOVE Acc-Pct       TO AD-Pct
                   MOVE AC-AbsVar(Cx) TO AD-AbsVar
                   MOVE Acc-Detail TO Var-Line
                   WRITE Var-Line
               END-IF
           END-PERFORM.

       SaveLasts.
           OPEN OUTPUT CntLast-File
           IF CntLast-Status NOT = '00'
               DISPLAY "** CNTLAST WRITE FAILED : " CntLast-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LAx FROM 1 BY 1
                   UNTIL LAx > Num-Lasts
               MOVE SPACES TO CntLast-Record
               MOVE LA-ProdName(LAx) TO CL-ProdName
               MOVE LA-Size(LAx)     TO CL-Size
               MOVE LA-Date(LAx)     TO CL-Date
               WRITE CntLast-Record
           END-PERFORM
           CLOSE CntLast-File.

       SaveProducts.
      *> 24_ORDERENTRY.cbl의 SaveProducts와 같은 되쓰기
           OPEN OUTPUT Product-File
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
