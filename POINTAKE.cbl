       IDENTIFICATION DIVISION.
       PROGRAM-ID. POINTAKE.
       AUTHOR. YONEE.
       REMARKS. 거래처 전자 주문 접수. 거래처가 메일로 보내는
                쉼표 구분 발주 파일(CUSTPO.DAT)을 ORDCAPT로
                다시 치던 일을 없앤다. BANKDEP처럼 머리(H,
                고객번호,발주서번호,발주일)와 꼬리(T,줄 수,
                수량 합)를 달고 오며, 명세는 줄번호,거래처
                품목코드,수량이다. 머리가 틀리거나 꼬리가 안
                맞으면 파일째 반려하고, 이미 받은 발주서 번호
                (POLOG.DAT)도 반려한다. 거래처 품목코드는
                고객별 품목 대응표(ITEMXREF.DAT)로 우리
                상품/사이즈(세트 코드면 사이즈 없음)에
                맞춘다. 통과
                줄은 발주서 번호를 달아 ORDTRANS.DAT 끝에
                붙이고(청구서까지 따라간다), ORDCAPT처럼 통제
                기록을 다시 남긴다. 틀린 줄은 사유와 함께
                거래처에 돌려보낼 반려 통지(POREJ.RPT)에
                싣는다. 야간 체인이 도는 동안은 물러난다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Po-File ASSIGN TO "CUSTPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Po-Status.
           SELECT Order-File ASSIGN TO "ORDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Order-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           *> 세트 상품 정의 - 세트 코드는 사이즈 없이 받는다
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
           *> 고객별 거래처 품목코드 - 우리 상품 대응표
           SELECT Xref-File ASSIGN TO "ITEMXREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Xref-Status.
           *> 받은 발주서 기록 - 같은 발주서 이중 접수 방지
           SELECT PoLog-File ASSIGN TO "POLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PoLog-Status.
           SELECT Rej-File ASSIGN TO "POREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rej-Status.
           *> 배치 창 잠금 - 야간 체인이 ORDTRANS를 읽는 중
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Po-File.
       01  Po-Line               PIC X(80).

       FD  Order-File.
       01  Order-Record.
           02  OT-ProdName       PIC X(10).
           02  OT-Size           PIC A.
           02  OT-Qty            PIC 9(3).
           02  OT-CustFName      PIC X(15).
           02  OT-CustLName      PIC X(15).
           02  OT-CustNo         PIC 9(5).
           *> 견적 필드 - 전자 주문은 빈칸
           02  OT-Quote          PIC X(15).
           02  OT-CustPO         PIC X(15).

       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).

       FD  Product-File.
       01  Product-Record.
           02  PM-ProdName       PIC X(10).
           02  PM-Size-Set OCCURS 3 TIMES.
               03  PM-Size       PIC A.
               03  PM-Qty        PIC 9(5).
               03  PM-Reord      PIC 9(5).
               03  PM-Price      PIC 9(5)V99.
           02  PM-Status         PIC X.

       FD  Kit-File.
      *> 'K' = 세트 머리, 'C' = 구성품 - 머리만 본다
       01  Kit-Record.
           02  KF-Type           PIC X.
           02  FILLER            PIC X.
           02  KF-KitCode        PIC X(10).

       FD  Xref-File.
       01  Xref-Record.
           02  XR-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  XR-Item           PIC X(15).
           02  FILLER            PIC X.
           02  XR-ProdName       PIC X(10).
           02  XR-Size           PIC A.

       FD  PoLog-File.
       01  PoLog-Record.
           02  PL-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  PL-CustPO         PIC X(15).
           02  FILLER            PIC X.
           02  PL-PoDate         PIC 9(8).
           02  FILLER            PIC X.
           02  PL-RecvDate       PIC 9(8).
           02  FILLER            PIC X.
           02  PL-Lines          PIC 9(5).
           02  FILLER            PIC X.
           02  PL-Rejects        PIC 9(5).

       FD  Rej-File.
       01  Rej-Line              PIC X(80).

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Po-Status         PIC XX.
       77  Order-Status      PIC XX.
       77  Cust-Status       PIC XX.
       77  Prod-Status       PIC XX.
       77  Kit-Status        PIC XX.
       77  Xref-Status       PIC XX.
       77  PoLog-Status      PIC XX.
       77  Rej-Status        PIC XX.
       77  Lock-Status       PIC XX.
       77  Po-Eof            PIC X       VALUE 'N'.
       77  Gen-Eof           PIC X       VALUE 'N'.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 명세 파싱 작업영역 (BANKDEP 방식) -----
       77  Rec-Type          PIC X.
       77  Ln-No-X           PIC X(5).
       77  Ln-Item           PIC X(15).
       77  Ln-Qty-X          PIC X(7).
       77  Ln-Qty            PIC 9(5)    VALUE 0.
       77  Parse-Ok          PIC X       VALUE 'N'.
       77  Rej-Reason        PIC X(24)   VALUE SPACES.

      *> ----- 머리/꼬리 검증 -----
       77  Have-Hdr          PIC X       VALUE 'N'.
       77  Have-Trl          PIC X       VALUE 'N'.
       77  Hdr-Cust-X        PIC X(5)    VALUE SPACES.
       77  Hdr-PO            PIC X(15)   VALUE SPACES.
       77  Hdr-Date-X        PIC X(8)    VALUE SPACES.
       77  Hdr-Cust          PIC 9(5)    VALUE 0.
       77  Hdr-Date          PIC 9(8)    VALUE 0.
       77  Trl-Count-X       PIC X(5)    VALUE SPACES.
       77  Trl-Hash-X        PIC X(9)    VALUE SPACES.
       77  Trl-Count         PIC 9(5)    VALUE 0.
       77  Trl-Hash          PIC 9(9)    VALUE 0.
       77  Sum-Count         PIC 9(5)    VALUE 0.
       77  Sum-Hash          PIC 9(9)    VALUE 0.
       77  Po-Good           PIC X       VALUE 'N'.
       77  No-Po             PIC X       VALUE 'N'.
       77  Lock-Held         PIC X       VALUE 'N'.
       77  Bad-Msg           PIC X(40)   VALUE SPACES.

      *> ----- 고객 -----
       77  Found-Cust        PIC X       VALUE 'N'.
       77  Cust-FName        PIC X(15)   VALUE SPACES.
       77  Cust-LName        PIC X(15)   VALUE SPACES.

      *> ----- 상품 마스터 (사이즈별 한 행) -----
       77  Prod-Count        PIC 9(4)    VALUE 0.
       01  Prod-Table.
           02  Prod-Entry OCCURS 0 TO 600 TIMES
                          DEPENDING ON Prod-Count
                          INDEXED BY PRx.
               03  PT-ProdName   PIC X(10).
               03  PT-Size       PIC A.
               03  PT-Status     PIC X.
       77  Sx                PIC 9       VALUE 0.

      *> ----- 세트 코드 -----
       77  Kit-Count         PIC 9(3)    VALUE 0.
       01  Kit-Table.
           02  Kit-Entry OCCURS 0 TO 50 TIMES
                         DEPENDING ON Kit-Count
                         INDEXED BY KTx.
               03  KT-KitCode    PIC X(10).

      *> ----- 이 고객의 품목 대응표 -----
       77  Xref-Count        PIC 9(3)    VALUE 0.
       01  Xref-Table.
           02  Xref-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Xref-Count
                          INDEXED BY XRx.
               03  XT-Item       PIC X(15).
               03  XT-ProdName   PIC X(10).
               03  XT-Size       PIC A.
       77  Our-Prod          PIC X(10)   VALUE SPACES.
       77  Our-Size          PIC A       VALUE SPACE.

      *> ----- 통제 합계 악수(CTLPOST) 작업영역 -----
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 집계 -----
       77  Ok-Ctr            PIC 9(5)    VALUE 0.
       77  Rej-Ctr           PIC 9(5)    VALUE 0.

      *> ----- 반려 통지 편집 항목 -----
       01  Rej-Detail.
           02  RD-LineNo         PIC X(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Item           PIC X(15).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Qty            PIC X(7).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Reason         PIC X(24).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "POINTAKE"       TO AL-Program
           MOVE "POINTAKE 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               DISPLAY "** 야간 배치 실행 중 - 종료 후 다시"
                       " 돌리십시오"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM VerifyPo-P
           IF No-Po = 'Y'
               GO TO Keut-P
           END-IF
           IF Po-Good = 'N'
               DISPLAY "** 발주 파일 반려 - " Bad-Msg
               PERFORM RejectFile-P
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadProducts-P
           PERFORM LoadKits-P
           PERFORM LoadXref-P
           PERFORM ApplyPo-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           IF Ok-Ctr > 0
               PERFORM PostOrdCtl-P
               PERFORM LogPo-P
           END-IF
           DISPLAY "발주서 " Hdr-PO " 접수 " Ok-Ctr " 줄, 반려 "
                   Rej-Ctr " 줄"
           IF Rej-Ctr > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AL-Event
           STRING "발주 "      DELIMITED BY SIZE
                  Hdr-Cust     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  Hdr-PO       DELIMITED BY SPACE
                  " 접수 "     DELIMITED BY SIZE
                  Ok-Ctr       DELIMITED BY SIZE
                  " 반려 "     DELIMITED BY SIZE
                  Rej-Ctr      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       VerifyPo-P.
          *> 파일 전체의 머리/꼬리 무결성부터 본다 -
          *> 통과 못 하면 한 줄도 반영하지 않는다
           OPEN INPUT Po-File
           IF Po-Status NOT = '00'
               DISPLAY "전자 발주 파일 없음"
               MOVE 'Y' TO No-Po
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Po-Eof = 'Y'
               READ Po-File
                   AT END MOVE 'Y' TO Po-Eof
                   NOT AT END
                       PERFORM VerifyLine-P
               END-READ
           END-PERFORM
           CLOSE Po-File
           PERFORM JudgePo-P.

       VerifyLine-P.
           MOVE Po-Line(1:1) TO Rec-Type
           EVALUATE Rec-Type
               WHEN 'H'
                   MOVE 'Y' TO Have-Hdr
                   UNSTRING Po-Line DELIMITED BY ","
                       INTO Rec-Type, Hdr-Cust-X,
                            Hdr-PO, Hdr-Date-X
                   IF FUNCTION TEST-NUMVAL(Hdr-Cust-X) = 0
                       MOVE FUNCTION NUMVAL(Hdr-Cust-X)
                           TO Hdr-Cust
                   END-IF
                   IF Hdr-Date-X IS NUMERIC
                       MOVE Hdr-Date-X TO Hdr-Date
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO Have-Trl
                   UNSTRING Po-Line DELIMITED BY ","
                       INTO Rec-Type, Trl-Count-X, Trl-Hash-X
                   IF FUNCTION TEST-NUMVAL(Trl-Count-X) = 0
                       MOVE FUNCTION NUMVAL(Trl-Count-X)
                           TO Trl-Count
                   END-IF
                   IF FUNCTION TEST-NUMVAL(Trl-Hash-X) = 0
                       MOVE FUNCTION NUMVAL(Trl-Hash-X)
                           TO Trl-Hash
                   END-IF
               WHEN OTHER
                   ADD 1 TO Sum-Count
                   PERFORM ParseLine-P
                   IF Parse-Ok = 'Y'
                       ADD Ln-Qty TO Sum-Hash
                   END-IF
           END-EVALUATE.

       ParseLine-P.
          *> 줄번호,거래처 품목코드,수량
           MOVE 'N' TO Parse-Ok
           MOVE SPACES TO Ln-No-X Ln-Item Ln-Qty-X
           MOVE 0 TO Ln-Qty
           UNSTRING Po-Line DELIMITED BY ","
               INTO Ln-No-X, Ln-Item, Ln-Qty-X
           IF Ln-Item NOT = SPACES
              AND Ln-Qty-X NOT = SPACES
              AND FUNCTION TEST-NUMVAL(Ln-Qty-X) = 0
               MOVE FUNCTION NUMVAL(Ln-Qty-X) TO Ln-Qty
               MOVE 'Y' TO Parse-Ok
           END-IF.

       JudgePo-P.
           MOVE 'N' TO Po-Good
           IF Have-Hdr = 'N' OR Have-Trl = 'N'
               MOVE "머리/꼬리 누락" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
           MOVE Hdr-Cust TO CM-CustNo
           PERFORM FindCust-P
           IF Found-Cust = 'N'
               MOVE "고객 번호 없음" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
           IF Hdr-PO = SPACES
               MOVE "발주서 번호 없음" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
           IF Hdr-Date = 0
              OR FUNCTION TEST-DATE-YYYYMMDD(Hdr-Date) NOT = 0
               MOVE "발주일 오류" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
           IF Trl-Count NOT = Sum-Count
               MOVE "줄 수 불일치" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
           IF Trl-Hash NOT = Sum-Hash
               MOVE "수량 합 불일치" TO Bad-Msg
               EXIT PARAGRAPH
           END-IF
          *> 같은 고객의 같은 발주서는 두 번 받지 않는다
           MOVE 'N' TO Gen-Eof
           OPEN INPUT PoLog-File
           IF PoLog-Status = '00'
               PERFORM UNTIL Gen-Eof = 'Y'
                   READ PoLog-File
                       AT END MOVE 'Y' TO Gen-Eof
                       NOT AT END
                           IF PL-CustNo = Hdr-Cust
                              AND PL-CustPO = Hdr-PO
                               MOVE "이미 받은 발주서" TO Bad-Msg
                               MOVE 'Y' TO Gen-Eof
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PoLog-File
           END-IF
           IF Bad-Msg NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Po-Good.

       FindCust-P.
           MOVE 'N' TO Found-Cust
           MOVE 'N' TO Gen-Eof
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Gen-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Gen-Eof
                   NOT AT END
                       IF CM-CustNo = Hdr-Cust
                           MOVE 'Y' TO Found-Cust
                           MOVE CM-FName TO Cust-FName
                           MOVE CM-LName TO Cust-LName
                           MOVE 'Y' TO Gen-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadProducts-P.
           MOVE 'N' TO Gen-Eof
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Gen-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO Gen-Eof
                   NOT AT END
                       PERFORM VARYING Sx FROM 1 BY 1 UNTIL Sx > 3
                           IF PM-Size(Sx) NOT = SPACE
                              AND Prod-Count < 600
                               ADD 1 TO Prod-Count
                               SET PRx TO Prod-Count
                               MOVE PM-ProdName TO PT-ProdName(PRx)
                               MOVE PM-Size(Sx) TO PT-Size(PRx)
                               MOVE PM-Status   TO PT-Status(PRx)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE Product-File.

       LoadKits-P.
           MOVE 'N' TO Gen-Eof
           OPEN INPUT Kit-File
           IF Kit-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Gen-Eof = 'Y'
               READ Kit-File
                   AT END MOVE 'Y' TO Gen-Eof
                   NOT AT END
                       IF KF-Type = 'K' AND Kit-Count < 50
                           ADD 1 TO Kit-Count
                           SET KTx TO Kit-Count
                           MOVE KF-KitCode TO KT-KitCode(KTx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Kit-File.

       LoadXref-P.
          *> 이 발주서 고객의 대응표만 싣는다
           MOVE 'N' TO Gen-Eof
           OPEN INPUT Xref-File
           IF Xref-Status NOT = '00'
               DISPLAY "** 품목 대응표 없음 - 모든 줄 반려"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Gen-Eof = 'Y'
               READ Xref-File
                   AT END MOVE 'Y' TO Gen-Eof
                   NOT AT END
                       IF XR-CustNo = Hdr-Cust
                          AND Xref-Count < 500
                           ADD 1 TO Xref-Count
                           SET XRx TO Xref-Count
                           MOVE XR-Item     TO XT-Item(XRx)
                           MOVE XR-ProdName TO XT-ProdName(XRx)
                           MOVE XR-Size     TO XT-Size(XRx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Xref-File.

       ApplyPo-P.
           MOVE 'N' TO Po-Eof
           OPEN INPUT Po-File
           OPEN EXTEND Order-File
           IF Order-Status NOT = '00'
               OPEN OUTPUT Order-File
           END-IF
           IF Order-Status NOT = '00'
               DISPLAY "** 주문 파일 열기 실패 : "
                       Order-Status
               CLOSE Po-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM OpenRej-P
           PERFORM UNTIL Po-Eof = 'Y'
               READ Po-File
                   AT END MOVE 'Y' TO Po-Eof
                   NOT AT END
                       IF Po-Line(1:1) NOT = 'H'
                          AND Po-Line(1:1) NOT = 'T'
                           PERFORM ApplyLine-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Po-File
           CLOSE Order-File
           IF Rej-Ctr = 0
               MOVE "반려한 줄이 없습니다." TO Rej-Line
               WRITE Rej-Line
           END-IF
           CLOSE Rej-File.

       ApplyLine-P.
           PERFORM ParseLine-P
           IF Parse-Ok = 'N'
               MOVE "형식 오류" TO Rej-Reason
               PERFORM WriteRej-P
               EXIT PARAGRAPH
           END-IF
           IF Ln-Qty = 0 OR Ln-Qty > 999
               MOVE "수량 오류(1-999)" TO Rej-Reason
               PERFORM WriteRej-P
               EXIT PARAGRAPH
           END-IF
           PERFORM MapItem-P
           IF Rej-Reason NOT = SPACES
               PERFORM WriteRej-P
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ok-Ctr
           MOVE SPACES TO Order-Record
           MOVE Our-Prod   TO OT-ProdName
           MOVE Our-Size   TO OT-Size
           MOVE Ln-Qty     TO OT-Qty
           MOVE Cust-FName TO OT-CustFName
           MOVE Cust-LName TO OT-CustLName
           MOVE Hdr-Cust   TO OT-CustNo
           MOVE Hdr-PO     TO OT-CustPO
           WRITE Order-Record.

       MapItem-P.
          *> 거래처 품목코드 -> 우리 상품/사이즈, 그리고 그
          *> 상품이 살아 있는지 본다
           MOVE SPACES TO Rej-Reason Our-Prod
           MOVE SPACE TO Our-Size
           IF Xref-Count = 0
               MOVE "품목코드 미등록" TO Rej-Reason
               EXIT PARAGRAPH
           END-IF
           SET XRx TO 1
           SEARCH Xref-Entry
               AT END
                   MOVE "품목코드 미등록" TO Rej-Reason
               WHEN XT-Item(XRx) = Ln-Item
                   MOVE XT-ProdName(XRx) TO Our-Prod
                   MOVE XT-Size(XRx)     TO Our-Size
           END-SEARCH
           IF Rej-Reason NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Our-Size = SPACE
               IF Kit-Count > 0
                   SET KTx TO 1
                   SEARCH Kit-Entry
                       AT END
                           MOVE "대응 상품 없음" TO Rej-Reason
                       WHEN KT-KitCode(KTx) = Our-Prod
                           CONTINUE
                   END-SEARCH
               ELSE
                   MOVE "대응 상품 없음" TO Rej-Reason
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF Prod-Count = 0
               MOVE "대응 상품 없음" TO Rej-Reason
               EXIT PARAGRAPH
           END-IF
           SET PRx TO 1
           SEARCH Prod-Entry
               AT END
                   MOVE "대응 상품 없음" TO Rej-Reason
               WHEN PT-ProdName(PRx) = Our-Prod
                    AND PT-Size(PRx) = Our-Size
                   IF PT-Status(PRx) = 'D'
                       MOVE "단종 상품" TO Rej-Reason
                   END-IF
           END-SEARCH.

       OpenRej-P.
          *> 거래처에 돌려보낼 통지 - 머리에 발주서를 밝힌다
           OPEN OUTPUT Rej-File
           MOVE "=== 전자 발주 처리 결과 통지 ===" TO Rej-Line
           WRITE Rej-Line
           MOVE SPACES TO Rej-Line
           STRING "고객 "       DELIMITED BY SIZE
                  Hdr-Cust      DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  Cust-FName    DELIMITED BY "  "
                  " "           DELIMITED BY SIZE
                  Cust-LName    DELIMITED BY "  "
                  INTO Rej-Line
           WRITE Rej-Line
           MOVE SPACES TO Rej-Line
           STRING "귀사 발주서 " DELIMITED BY SIZE
                  Hdr-PO         DELIMITED BY SPACE
                  "  발주일 "    DELIMITED BY SIZE
                  Hdr-Date-X     DELIMITED BY SIZE
                  "  접수일 "    DELIMITED BY SIZE
                  Proc-Date      DELIMITED BY SIZE
                  INTO Rej-Line
           WRITE Rej-Line
           MOVE SPACES TO Rej-Line
           WRITE Rej-Line.

       RejectFile-P.
          *> 파일째 반려 - 사유만 적어 돌려보낸다
           PERFORM OpenRej-P
           MOVE SPACES TO Rej-Line
           STRING "발주서 전체를 반려합니다 - 사유 : "
                      DELIMITED BY SIZE
                  Bad-Msg DELIMITED BY "  "
                  INTO Rej-Line
           WRITE Rej-Line
           MOVE "바로잡아 다시 보내 주십시오." TO Rej-Line
           WRITE Rej-Line
           CLOSE Rej-File.

       WriteRej-P.
           IF Rej-Ctr = 0
               MOVE SPACES TO Rej-Line
               STRING "줄번호 귀사 품목코드     "
                          DELIMITED BY SIZE
                      "수량     반려 사유"
                          DELIMITED BY SIZE
                      INTO Rej-Line
               WRITE Rej-Line
           END-IF
           ADD 1 TO Rej-Ctr
           MOVE Ln-No-X    TO RD-LineNo
           MOVE Ln-Item    TO RD-Item
           MOVE Ln-Qty-X   TO RD-Qty
           MOVE Rej-Reason TO RD-Reason
           MOVE Rej-Detail TO Rej-Line
           WRITE Rej-Line.

       PostOrdCtl-P.
          *> ORDCAPT의 PostOrdCtl과 같은 전체 재계수
           MOVE 0 TO Ct-Rows
           MOVE 0 TO Ct-Amt
           MOVE 'N' TO Gen-Eof
           OPEN INPUT Order-File
           IF Order-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Gen-Eof = 'Y'
               READ Order-File
                   AT END MOVE 'Y' TO Gen-Eof
                   NOT AT END
                       ADD 1 TO Ct-Rows
                       ADD OT-Qty TO Ct-Amt
               END-READ
           END-PERFORM
           CLOSE Order-File
           MOVE 'W' TO Ct-Op
           MOVE 'ORDTRANS.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       LogPo-P.
          *> 받은 발주서를 기록해 같은 번호를 다시 막는다
           OPEN EXTEND PoLog-File
           IF PoLog-Status NOT = '00'
               OPEN OUTPUT PoLog-File
           END-IF
           IF PoLog-Status NOT = '00'
               DISPLAY "** 발주서 기록 실패 : " PoLog-Status
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PoLog-Record
           MOVE Hdr-Cust  TO PL-CustNo
           MOVE Hdr-PO    TO PL-CustPO
           MOVE Hdr-Date  TO PL-PoDate
           MOVE Proc-Date TO PL-RecvDate
           MOVE Ok-Ctr    TO PL-Lines
           MOVE Rej-Ctr   TO PL-Rejects
           WRITE PoLog-Record
           CLOSE PoLog-File.

       Keut-P.
           MOVE "POINTAKE 종료"  TO AL-Event
           PERFORM LogAudit-P
           GOBACK.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM POINTAKE.
