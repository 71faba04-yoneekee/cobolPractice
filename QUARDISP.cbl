       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARDISP.
       AUTHOR. YONEE.
      *> 격리 재고 처분 - RETURNS가 쌓은 파손 반품과
      *> LOTEXP가 걷은 기한 지난 로트(QUARSTK.DAT)를 한
      *> 건씩 보여 주고 처분을 받는다. 기한 지난 로트는
      *> 재생 입고할 수 없다.
      *> S=폐기(매입 원가로 GL식 상각 전표를 QUARGL.DAT에
      *> 남긴다), F=재생 입고(PRODMAST 수량으로 되돌리고
      *> STKMOVE.DAT에 남긴다), V=공급처 반송(반송 이력
      *> VENDRTN.DAT에 덧붙여 VENDSCOR가 공급처 파손
      *> 반품률을 잰다), 그 외=보류.
      *> 처분 건은 격리 파일에서 걷히고 결정마다
      *> AUDIT.DAT에 남는다.
       ENVIRONMENT DIVISION.
           SELECT QuarGl-File ASSIGN TO "QUARGL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuarGl-Status.
      *> 공급처 반송 이력 - 반송 처분마다 덧붙인다
           SELECT VendRtn-File ASSIGN TO "VENDRTN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VendRtn-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           02 QS-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 QS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 'D'=파손 반품(옛 행은 빈칸) 'E'=기한 지난 로트
           02 QS-Why        PIC X.

       FD  VendRtn-File.
       01  VendRtn-Record.
           02 RV-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 RV-ProdName   PIC X(10).
           02 RV-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 RV-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 RV-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 격리 사유 그대로 - 'D'/빈칸=파손 'E'=기한 지남
           02 RV-Why        PIC X.

       FD  Product-File.
       01  Product-Record.
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

       FD  ProdCost-File.
       01  ProdCost-Record.
       77 ProdCost-Status PIC XX.
       77 Journal-Status  PIC XX.
       77 QuarGl-Status   PIC XX.
       77 VendRtn-Status  PIC XX.
       77 Quar-Eof        PIC X VALUE 'N'.
       77 Prod-Eof        PIC X VALUE 'N'.
       77 ProdCost-Eof    PIC X VALUE 'N'.
               03 QT-Size     PIC A.
               03 QT-Qty      PIC 9(3).
               03 QT-CustNo   PIC 9(5).
               03 QT-Lot      PIC X(10).
               03 QT-Why      PIC X.
               *> 'S'=폐기 'F'=재생 'V'=반송 'K'=보류
               03 QT-Action   PIC X.

                   04 PR-Reord PIC 9(5).
                   04 PR-Price PIC 9(5)V99.
               03 PR-Status   PIC X.
               03 PR-Weight PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-Class  PIC X OCCURS 3 TIMES.
               03 PR-Supply PIC X(6).
               03 PR-Group  PIC X(3).
       77 Num-Products    PIC 9(3) VALUE 0.

      *> 원가 표 (상각 전표용)
       77 Ct-Amt          PIC 9(11)V99 VALUE 0.
       77 Ct-Result       PIC X VALUE SPACE.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'SON'            TO SG-Op
           MOVE "QUARDISP"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "QUARDISP"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "QUARDISP 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE SG-Oper TO Clerk-Id
           PERFORM LoadQuar.
           IF Quar-Count = 0
               DISPLAY "격리 재고 없음" UPON TTY
           IF Journal-Status NOT = '00'
               OPEN OUTPUT Journal-File
           END-IF
           OPEN EXTEND VendRtn-File
           IF VendRtn-Status NOT = '00'
               OPEN OUTPUT VendRtn-File
           END-IF
           PERFORM WalkOne
               VARYING QRx FROM 1 BY 1
               UNTIL QRx > Quar-Count
           CLOSE QuarGl-File
           CLOSE Journal-File
           CLOSE VendRtn-File
           IF Refurb-Ctr > 0
               PERFORM SaveProducts
           END-IF
                               TO QT-Qty(Quar-Count)
                           MOVE QS-CustNo
                               TO QT-CustNo(Quar-Count)
                           MOVE QS-Lot
                               TO QT-Lot(Quar-Count)
                           MOVE QS-Why
                               TO QT-Why(Quar-Count)
                           MOVE 'K'
                               TO QT-Action(Quar-Count)
                       END-IF
           DISPLAY QT-ProdName(QRx) " " QT-Size(QRx)
                   " 수량 " QT-Qty(QRx)
                   " 격리일 " QT-Date(QRx) UPON TTY
           IF QT-Why(QRx) = 'E'
               DISPLAY "기한 지난 로트 " QT-Lot(QRx) UPON TTY
           ELSE
               IF QT-Lot(QRx) NOT = SPACES
                   DISPLAY "파손 반품 로트 " QT-Lot(QRx)
                       UPON TTY
               END-IF
           END-IF
           DISPLAY "S=폐기 F=재생 V=반송 그 외=보류 ?"
               UPON TTY
           ACCEPT Choice FROM TTY
                   PERFORM ScrapOne
                   PERFORM AuditDisp
               WHEN 'F' WHEN 'f'
                   IF QT-Why(QRx) = 'E'
                       DISPLAY "** 기한 지난 로트 - 재생 불가"
                           UPON TTY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'F' TO QT-Action(QRx)
                   ADD 1 TO Refurb-Ctr
                   ADD 1 TO Disp-Ctr
                   MOVE 'V' TO QT-Action(QRx)
                   ADD 1 TO Rtv-Ctr
                   ADD 1 TO Disp-Ctr
                   PERFORM RtvOne
                   PERFORM AuditDisp
               WHEN OTHER
                   CONTINUE
               WRITE QuarGl-Line
           END-IF.

       RtvOne.
      *> 반송 이력 - 공급처는 VENDSCOR가 로트나 최근
      *> 입고로 찾아 붙인다
           IF VendRtn-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VendRtn-Record
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-Date
           MOVE QT-ProdName(QRx) TO RV-ProdName
           MOVE QT-Size(QRx)     TO RV-Size
           MOVE QT-Qty(QRx)      TO RV-Qty
           MOVE QT-Lot(QRx)      TO RV-Lot
           MOVE QT-Why(QRx)      TO RV-Why
           WRITE VendRtn-Record.

       RefurbOne.
      *> 재생 입고 - 마스터 수량으로 되돌리고 일지에
      *> 남긴다
                   MOVE QT-Size(Ix)     TO QS-Size
                   MOVE QT-Qty(Ix)      TO QS-Qty
                   MOVE QT-CustNo(Ix)   TO QS-CustNo
                   MOVE QT-Lot(Ix)      TO QS-Lot
                   MOVE QT-Why(Ix)      TO QS-Why
                   WRITE Quar-Record
               END-IF
           END-PERFORM
