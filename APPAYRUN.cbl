       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPAYRUN.
       AUTHOR. YONEE.
       REMARKS. 공급처 지급. APENTRY가 3자 대조를 거쳐 올린
                미지급 원장(APOPEN.DAT)의 미지급('O') 송장 중
                송장일 + 공급처 지급 조건 일수(VENDMAST.DAT)가
                지급일(처리 기준일의 다음 영업일) 이전인 것을
                골라 공급처마다 한 건으로 묶는다. 지급 대장
                (APPAY.RPT)을 찍고, 은행 제출용 지급 파일
                (APBANK.DAT)을 REFUND처럼 머리(H)/명세(D)/
                꼬리(T, 건수와 금액 해시)로 내려쓴다. 외상
                매입금/현금 분개를 한 배치로 GLPOST.DAT 끝에
                붙이고, 지급한 송장은 지급 이력(APPAID.DAT)에
                옮겨 미지급 원장에서 뺀다. 원부에 없는 공급처의
                송장은 지급하지 않고 대장에 따로 보인다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
           SELECT ApOpen-File ASSIGN TO "APOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApOpen-Status.
           SELECT Paid-File ASSIGN TO "APPAID.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Paid-Status.
           SELECT Rpt-File ASSIGN TO "APPAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           SELECT Pay-File ASSIGN TO "APBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pay-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Vendor-File.
       01  Vendor-Record.
           02  VN-VendNo         PIC X(5).
           02  FILLER            PIC X.
           02  VN-Name           PIC X(10).
           02  FILLER            PIC X.
           02  VN-Addr           PIC X(30).
           02  FILLER            PIC X.
           02  VN-Terms          PIC 9(3).
           02  FILLER            PIC X.
           02  VN-Active         PIC X.

       FD  ApOpen-File.
       01  ApOpen-Record.
           02  AO-Vendor         PIC X(5).
           02  FILLER            PIC X.
           02  AO-InvNo          PIC X(10).
           02  FILLER            PIC X.
           02  AO-InvDate        PIC 9(8).
           02  FILLER            PIC X.
           02  AO-Amount         PIC 9(7)V99.
           02  FILLER            PIC X.
           02  AO-Lines          PIC 9(3).
           02  FILLER            PIC X.
           02  AO-Status         PIC X.
           02  FILLER            PIC X.
           02  AO-EntDate        PIC 9(8).

       FD  Paid-File.
       01  Paid-Record.
           02  PA-Vendor         PIC X(5).
           02  FILLER            PIC X.
           02  PA-InvNo          PIC X(10).
           02  FILLER            PIC X.
           02  PA-InvDate        PIC 9(8).
           02  FILLER            PIC X.
           02  PA-Amount         PIC 9(7)V99.
           02  FILLER            PIC X.
           02  PA-PayDate        PIC 9(8).
           02  FILLER            PIC X.
           02  PA-RunDate        PIC 9(8).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(100).

       FD  Pay-File.
       01  Pay-Line              PIC X(60).

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Vend-Status       PIC XX.
       77  ApOpen-Status     PIC XX.
       77  Paid-Status       PIC XX.
       77  Rpt-Status        PIC XX.
       77  Pay-Status        PIC XX.
       77  GL-Status         PIC XX.
       77  Vend-Eof          PIC X       VALUE 'N'.
       77  ApOpen-Eof        PIC X       VALUE 'N'.

      *> ----- 처리일과 지급일(다음 영업일) -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Pay-Date          PIC 9(8)    VALUE 0.
       77  Due-Int           PIC 9(8)    VALUE 0.

      *> ----- 공급처 원부 -----
       77  Vend-Count        PIC 9(3)    VALUE 0.
       01  Vend-Table.
           02  Vend-Entry OCCURS 0 TO 100 TIMES
                          DEPENDING ON Vend-Count
                          INDEXED BY VNx.
               03  VT-VendNo     PIC X(5).
               03  VT-Name       PIC X(10).
               03  VT-Terms      PIC 9(3).

      *> ----- 미지급 원장 (파일 그대로) -----
      *> OT-Act - 'P' 이번에 지급, 'W' 아직 기한 전,
      *>          'N' 공급처 없음, 'X' 미지급이 아닌 행
       77  Open-Count        PIC 9(4)    VALUE 0.
       01  Open-Table.
           02  Open-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Open-Count
                          INDEXED BY OTx.
               03  OT-Vendor     PIC X(5).
               03  OT-InvNo      PIC X(10).
               03  OT-InvDate    PIC 9(8).
               03  OT-Amount     PIC 9(7)V99.
               03  OT-Lines      PIC 9(3).
               03  OT-Status     PIC X.
               03  OT-EntDate    PIC 9(8).
               03  OT-DueDate    PIC 9(8).
               03  OT-Act        PIC X.

      *> ----- 공급처별 지급 합계 -----
       77  Pv-Count          PIC 9(3)    VALUE 0.
       01  Pv-Table.
           02  Pv-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON Pv-Count
                        INDEXED BY PVx.
               03  PV-VendNo     PIC X(5).
               03  PV-Name       PIC X(10).
               03  PV-Amount     PIC 9(7)V99.
               03  PV-Invs       PIC 9(3).
       77  Work-Name         PIC X(10)   VALUE SPACES.
       77  Work-Terms        PIC 9(3)    VALUE 0.
       77  Found-Vend        PIC X       VALUE 'N'.

      *> ----- 합계 -----
       77  Paid-Ctr          PIC 9(5)    VALUE 0.
       77  Wait-Ctr          PIC 9(5)    VALUE 0.
       77  NoVend-Ctr        PIC 9(5)    VALUE 0.
       77  Tot-Paid          PIC 9(9)V99 VALUE 0.
       77  Tot-Wait          PIC 9(9)V99 VALUE 0.
       77  Tot-NoVend        PIC 9(9)V99 VALUE 0.

      *> ----- 은행 지급 파일 (REFUND 규약) -----
       01  Pay-Header.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  PH-PayDate        PIC 9(8).
       01  Pay-Detail.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-VendNo         PIC X(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-Name           PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-Amount         PIC 9(7)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-PayDate        PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-Invs           PIC 9(3).
       01  Pay-Trailer.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  PT-AmtHash        PIC 9(11)V99.
       77  Pay-Ctr           PIC 9(7)    VALUE 0.
       77  Pay-Hash          PIC 9(11)V99 VALUE 0.

      *> ----- 지급 분개 (GLEXTR 규약) -----
      *> 외상매입금(부채)을 털고 현금으로 내준다
       77  Acct-Cash         PIC X(4)    VALUE '1010'.
       77  Acct-Payable      PIC X(4)    VALUE '2100'.
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X      VALUE 'L'.
      *> 출처 표시와 배치 참조(실행 시각) - 같은 날 금액이
      *> 같은 다른 실행도 GLAPPLY가 따로 반영한다
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'APPAY'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Ref            PIC X(16)  VALUE SPACES.
       01  GL-Detail.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Period         PIC 999    VALUE 0.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-GLCode         PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-DrCr           PIC X(2).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Amount         PIC 9(7)V99.
       01  Trailer-Line.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AcctHash       PIC 9(12).
       77  Rec-Count         PIC 9(7)    VALUE 0.
       77  Amt-Hash          PIC 9(11)V99 VALUE 0.
       77  Acct-Hash         PIC 9(12)   VALUE 0.
       77  Acct-Num          PIC 9(10)   VALUE 0.

      *> ----- 지급 대장 인쇄 편집 항목 -----
       01  Reg-Line.
           02  RL-VendNo         PIC X(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Name           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-InvNo          PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-InvDate        PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-DueDate        PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Amount         PIC Z,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Act            PIC X(12).
       01  Sub-Line.
           02  FILLER            PIC X(19)  VALUE SPACES.
           02  SL-Caption        PIC X(18).
           02  SL-Invs           PIC ZZ9.
           02  FILLER            PIC X(4)   VALUE " 건".
           02  FILLER            PIC X(12)  VALUE SPACES.
           02  SL-Amount         PIC Z,ZZZ,ZZ9.99.
       01  Total-Line.
           02  TL-Caption        PIC X(24).
           02  TL-Count          PIC ZZZZ9.
           02  FILLER            PIC X(4)   VALUE " 건".
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "APPAYRUN"       TO AL-Program
           MOVE "APPAYRUN 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 지급일 = 처리 기준일의 다음 영업일
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           MOVE Proc-Date TO Pay-Date
           MOVE 'NXT' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Pay-Date Bz-Flag
           PERFORM LoadVendors-P
           PERFORM LoadOpen-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           IF Open-Count = 0
               DISPLAY "미지급 송장 없음 - 지급 생략"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM Decide-P VARYING OTx FROM 1 BY 1
               UNTIL OTx > Open-Count
           PERFORM WriteRegister-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           IF Paid-Ctr > 0
               PERFORM WritePayFile-P
               IF RETURN-CODE NOT = 0
                   GO TO Keut-P
               END-IF
               PERFORM PostPay-P
               PERFORM SavePaid-P
               PERFORM SaveOpen-P
           END-IF
           DISPLAY "지급 " Paid-Ctr " 건, 공급처 " Pv-Count
                   " 곳 (지급일 " Pay-Date ")"
           IF NoVend-Ctr > 0
               DISPLAY "** 공급처 원부에 없는 송장 "
                       NoVend-Ctr " 건 - 지급 보류"
           END-IF
           IF Paid-Ctr = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AL-Event
           STRING "지급 " DELIMITED BY SIZE
                  Paid-Ctr       DELIMITED BY SIZE
                  "건 보류 "     DELIMITED BY SIZE
                  NoVend-Ctr     DELIMITED BY SIZE
                  "건"           DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       LoadVendors-P.
          *> 중지된 공급처도 싣는다 - 이미 받은 물건 값은
          *> 치러야 한다
           OPEN INPUT Vendor-File
           IF Vend-Status NOT = '00'
               DISPLAY "공급처 원부 없음 - 지급 불가"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Vend-Eof = 'Y'
               READ Vendor-File
                   AT END MOVE 'Y' TO Vend-Eof
                   NOT AT END
                       IF Vend-Count < 100
                           ADD 1 TO Vend-Count
                           SET VNx TO Vend-Count
                           MOVE VN-VendNo TO VT-VendNo(VNx)
                           MOVE VN-Name   TO VT-Name(VNx)
                           MOVE 0         TO VT-Terms(VNx)
                           IF VN-Terms IS NUMERIC
                               MOVE VN-Terms TO VT-Terms(VNx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Vendor-File.

       LoadOpen-P.
          *> 미지급 원장을 통째로 싣는다 - 다 싣지 못하면
          *> 되쓸 수 없으므로 아무것도 하지 않는다
           OPEN INPUT ApOpen-File
           IF ApOpen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ApOpen-Eof = 'Y'
               READ ApOpen-File
                   AT END MOVE 'Y' TO ApOpen-Eof
                   NOT AT END
                       IF Open-Count < 2000
                           ADD 1 TO Open-Count
                           SET OTx TO Open-Count
                           MOVE AO-Vendor  TO OT-Vendor(OTx)
                           MOVE AO-InvNo   TO OT-InvNo(OTx)
                           MOVE AO-InvDate TO OT-InvDate(OTx)
                           MOVE AO-Amount  TO OT-Amount(OTx)
                           MOVE AO-Lines   TO OT-Lines(OTx)
                           MOVE AO-Status  TO OT-Status(OTx)
                           MOVE AO-EntDate TO OT-EntDate(OTx)
                           MOVE 0          TO OT-DueDate(OTx)
                           MOVE 'X'        TO OT-Act(OTx)
                       ELSE
                           DISPLAY "** 미지급 표 한도(2000)"
                                   " 초과"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO ApOpen-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ApOpen-File.

       Decide-P.
          *> 지급 기한 = 송장일 + 지급 조건 일수. 지급일까지
          *> 기한이 오는 송장은 지급한다
           IF OT-Status(OTx) NOT = 'O'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindVend-P
           IF Found-Vend = 'N'
               MOVE 'N' TO OT-Act(OTx)
               ADD 1 TO NoVend-Ctr
               ADD OT-Amount(OTx) TO Tot-NoVend
               EXIT PARAGRAPH
           END-IF
           COMPUTE Due-Int =
               FUNCTION INTEGER-OF-DATE(OT-InvDate(OTx))
               + Work-Terms
           MOVE FUNCTION DATE-OF-INTEGER(Due-Int)
               TO OT-DueDate(OTx)
           IF OT-DueDate(OTx) > Pay-Date
               MOVE 'W' TO OT-Act(OTx)
               ADD 1 TO Wait-Ctr
               ADD OT-Amount(OTx) TO Tot-Wait
               EXIT PARAGRAPH
           END-IF
           MOVE 'P' TO OT-Act(OTx)
           ADD 1 TO Paid-Ctr
           ADD OT-Amount(OTx) TO Tot-Paid
           SET PVx TO 1
           SEARCH Pv-Entry
               AT END
                   ADD 1 TO Pv-Count
                   SET PVx TO Pv-Count
                   MOVE OT-Vendor(OTx) TO PV-VendNo(PVx)
                   MOVE Work-Name      TO PV-Name(PVx)
                   MOVE 0 TO PV-Amount(PVx) PV-Invs(PVx)
               WHEN PV-VendNo(PVx) = OT-Vendor(OTx)
                   CONTINUE
           END-SEARCH
           ADD OT-Amount(OTx) TO PV-Amount(PVx)
           ADD 1 TO PV-Invs(PVx).

       FindVend-P.
           MOVE 'N' TO Found-Vend
           MOVE SPACES TO Work-Name
           MOVE 0 TO Work-Terms
           IF Vend-Count > 0
               SET VNx TO 1
               SEARCH Vend-Entry
                   AT END CONTINUE
                   WHEN VT-VendNo(VNx) = OT-Vendor(OTx)
                       MOVE 'Y' TO Found-Vend
                       MOVE VT-Name(VNx)  TO Work-Name
                       MOVE VT-Terms(VNx) TO Work-Terms
               END-SEARCH
           END-IF.

       WriteRegister-P.
          *> 지급 대장 - 공급처별 지급 송장과 소계, 끝에
          *> 기한 전/공급처 없음 합계
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 대장 파일 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 공 급 처 지 급 대 장 ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "처리일 "  DELIMITED BY SIZE
                  Proc-Date  DELIMITED BY SIZE
                  "  지급일 " DELIMITED BY SIZE
                  Pay-Date   DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "공급처 이름        송장번호    송장일"
                  "    지급기한          금액  처리"
                  DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING PVx FROM 1 BY 1 UNTIL PVx > Pv-Count
               PERFORM VARYING OTx FROM 1 BY 1
                       UNTIL OTx > Open-Count
                   IF OT-Act(OTx) = 'P'
                      AND OT-Vendor(OTx) = PV-VendNo(PVx)
                       MOVE PV-Name(PVx) TO RL-Name
                       MOVE "지급" TO RL-Act
                       PERFORM RegDetail-P
                   END-IF
               END-PERFORM
               MOVE "공급처 소계 :" TO SL-Caption
               MOVE PV-Invs(PVx)    TO SL-Invs
               MOVE PV-Amount(PVx)  TO SL-Amount
               MOVE Sub-Line        TO Rpt-Line
               WRITE Rpt-Line
           END-PERFORM
           IF NoVend-Ctr > 0
               MOVE SPACES TO Rpt-Line
               WRITE Rpt-Line
               PERFORM VARYING OTx FROM 1 BY 1
                       UNTIL OTx > Open-Count
                   IF OT-Act(OTx) = 'N'
                       MOVE "(없음)" TO RL-Name
                       MOVE "보류" TO RL-Act
                       PERFORM RegDetail-P
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "이번 지급 합계 :" TO TL-Caption
           MOVE Paid-Ctr             TO TL-Count
           MOVE Tot-Paid             TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           MOVE "기한 전 미지급 :" TO TL-Caption
           MOVE Wait-Ctr             TO TL-Count
           MOVE Tot-Wait             TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           MOVE "원부 없어 보류 :" TO TL-Caption
           MOVE NoVend-Ctr           TO TL-Count
           MOVE Tot-NoVend           TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       RegDetail-P.
           MOVE OT-Vendor(OTx)  TO RL-VendNo
           MOVE OT-InvNo(OTx)   TO RL-InvNo
           MOVE OT-InvDate(OTx) TO RL-InvDate
           MOVE OT-DueDate(OTx) TO RL-DueDate
           MOVE OT-Amount(OTx)  TO RL-Amount
           MOVE Reg-Line TO Rpt-Line
           WRITE Rpt-Line.

       WritePayFile-P.
          *> 은행 제출용 지급 파일 - 공급처마다 한 건
           OPEN OUTPUT Pay-File
           IF Pay-Status NOT = '00'
               DISPLAY "** 지급 파일 열기 실패 : " Pay-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE Proc-Date TO PH-Date
           MOVE Pay-Date  TO PH-PayDate
           MOVE Pay-Header TO Pay-Line
           WRITE Pay-Line
           PERFORM VARYING PVx FROM 1 BY 1 UNTIL PVx > Pv-Count
               MOVE PV-VendNo(PVx) TO PD-VendNo
               MOVE PV-Name(PVx)   TO PD-Name
               MOVE PV-Amount(PVx) TO PD-Amount
               MOVE Pay-Date       TO PD-PayDate
               MOVE PV-Invs(PVx)   TO PD-Invs
               MOVE Pay-Detail TO Pay-Line
               WRITE Pay-Line
               ADD 1 TO Pay-Ctr
               ADD PV-Amount(PVx) TO Pay-Hash
           END-PERFORM
           MOVE Pay-Ctr  TO PT-Count
           MOVE Pay-Hash TO PT-AmtHash
           MOVE Pay-Trailer TO Pay-Line
           WRITE Pay-Line
           CLOSE Pay-File.

       PostPay-P.
          *> 외상매입금/현금 분개를 한 배치로 GLPOST.DAT
          *> 끝에 붙인다 - 계좌 자리는 공급처
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** 분개 파일 열기 실패 : " GL-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE Proc-Date TO GH-Date
           MOVE FUNCTION CURRENT-DATE(1:16) TO GH-Ref
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           PERFORM VARYING PVx FROM 1 BY 1 UNTIL PVx > Pv-Count
               MOVE Acct-Payable TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM PayDetail-P
               MOVE Acct-Cash TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM PayDetail-P
           END-PERFORM
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File.

       PayDetail-P.
           MOVE PV-VendNo(PVx) TO GD-AcctNo
           MOVE PV-Amount(PVx) TO GD-Amount
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD PV-Amount(PVx) TO Amt-Hash
          *> 계좌번호 해시 - 번호가 숫자가 아니면 0으로
           IF PV-VendNo(PVx) IS NUMERIC
               MOVE PV-VendNo(PVx) TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           ADD Acct-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       SavePaid-P.
          *> 지급한 송장을 지급 이력 끝에 옮겨 적는다
           OPEN EXTEND Paid-File
           IF Paid-Status NOT = '00'
               OPEN OUTPUT Paid-File
           END-IF
           IF Paid-Status NOT = '00'
               DISPLAY "** 지급 이력 열기 실패 : " Paid-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OTx FROM 1 BY 1 UNTIL OTx > Open-Count
               IF OT-Act(OTx) = 'P'
                   MOVE SPACES TO Paid-Record
                   MOVE OT-Vendor(OTx)  TO PA-Vendor
                   MOVE OT-InvNo(OTx)   TO PA-InvNo
                   MOVE OT-InvDate(OTx) TO PA-InvDate
                   MOVE OT-Amount(OTx)  TO PA-Amount
                   MOVE Pay-Date        TO PA-PayDate
                   MOVE Proc-Date       TO PA-RunDate
                   WRITE Paid-Record
               END-IF
           END-PERFORM
           CLOSE Paid-File.

       SaveOpen-P.
          *> 지급한 송장은 빼고 미지급 원장을 되쓴다
           OPEN OUTPUT ApOpen-File
           IF ApOpen-Status NOT = '00'
               DISPLAY "** 미지급 원장 되쓰기 실패 : "
                       ApOpen-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OTx FROM 1 BY 1 UNTIL OTx > Open-Count
               IF OT-Act(OTx) NOT = 'P'
                   MOVE SPACES TO ApOpen-Record
                   MOVE OT-Vendor(OTx)  TO AO-Vendor
                   MOVE OT-InvNo(OTx)   TO AO-InvNo
                   MOVE OT-InvDate(OTx) TO AO-InvDate
                   MOVE OT-Amount(OTx)  TO AO-Amount
                   MOVE OT-Lines(OTx)   TO AO-Lines
                   MOVE OT-Status(OTx)  TO AO-Status
                   MOVE OT-EntDate(OTx) TO AO-EntDate
                   WRITE ApOpen-Record
               END-IF
           END-PERFORM
           CLOSE ApOpen-File.

       Keut-P.
           MOVE "APPAYRUN 종료"  TO AL-Event
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

       END PROGRAM APPAYRUN.
