       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND.
       AUTHOR. YONEE.
       REMARKS. 고객 과납 예수금 환불. PAYPOST가 남긴 예수금
                (CUSTCRED.DAT)의 미결('O') 행을 계좌마다 합쳐
                환불 대장(REFUND.RPT)을 찍고, 은행 제출용
                환불 지급 파일(REFPAY.DAT)을 COLLGEN처럼
                머리(H, 작성일, 지급일)/명세(D)/꼬리(T, 건수
                와 금액 해시)로 내려쓴다. 환불마다 거래 기록
                (RFND)을 남기고 예수금/현금 분개를 한 배치로
                GLPOST.DAT 끝에 붙인다. 1번 인자가 'H'이면
                기준 금액(REFCFG.DAT, 없으면 1000) 미만의 초과
                입금('X') 예수금은 환불하지 않고 상계 대기
                ('H')로 묵혀 다음 PAYPOST가 다음 회차 입금으로
                쓰게 한다. 해지 계좌('C') 예수금은 늘 환불한다.
                환불한 행은 예수금 파일에서 뺀다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cred-File ASSIGN TO "CUSTCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cred-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           *> 상계 기준 금액 (한 줄)
           SELECT Cfg-File ASSIGN TO "REFCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Rpt-File ASSIGN TO "REFUND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           SELECT Pay-File ASSIGN TO "REFPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pay-Status.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 공용 계좌 거래 기록 파일
           SELECT Jrnl-File ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cred-File.
       COPY "CUSTCRED.cbl".

       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  CM-Phone          PIC X(13).
           02  CM-Postal         PIC X(6).

       FD  Cfg-File.
       01  Cfg-Record.
           02  RC-Min            PIC 9(7).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Pay-File.
       01  Pay-Line              PIC X(60).

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Jrnl-File.
       COPY "ACCTJRNL.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Jrnl-Status       PIC XX.
       77  Cred-Status       PIC XX.
       77  Cust-Status       PIC XX.
       77  Cfg-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Pay-Status        PIC XX.
       77  GL-Status         PIC XX.
       77  Cred-Eof          PIC X       VALUE 'N'.
       77  Cust-Eof          PIC X       VALUE 'N'.

      *> ----- 실행 인자와 정책 -----
       77  Mode-Arg          PIC X(8)    VALUE SPACES.
       77  Hold-Mode         PIC X       VALUE 'N'.
       77  Min-Amt           PIC 9(7)    VALUE 1000.

      *> ----- 처리일과 지급일(다음 영업일) -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Pay-Date          PIC 9(8)    VALUE 0.

      *> ----- 예수금 행 테이블 (파일 그대로) -----
       77  Cred-Count        PIC 9(4)    VALUE 0.
       01  Cred-Table.
           02  Cred-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Cred-Count
                          INDEXED BY KTx.
               03  KT-Row        PIC X(40).
               03  KT-Done       PIC X.

      *> 예수금 한 행을 풀어 보는 작업 레코드
       COPY "CUSTCRED.cbl"
           REPLACING ==Credit-Record== BY ==Work-Cred==
                     LEADING ==KC== BY ==WK==.

      *> ----- 계좌별 합계 -----
      *> RT-Act - 'R' 환불, 'H' 상계 대기로 묵힘
       77  Ref-Count         PIC 9(4)    VALUE 0.
       01  Ref-Table.
           02  Ref-Entry OCCURS 0 TO 1000 TIMES
                         DEPENDING ON Ref-Count
                         INDEXED BY RTx.
               03  RT-AcctNo     PIC X(10).
               03  RT-CustNo     PIC 9(5).
               03  RT-Amount     PIC 9(8)V9.
               03  RT-Reason     PIC X.
               03  RT-Rows       PIC 9(3).
               03  RT-Act        PIC X.

      *> ----- 고객 이름 -----
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Name       PIC X(24).
       77  Work-Name         PIC X(24)   VALUE SPACES.

      *> ----- 합계 -----
       77  Refund-Ctr        PIC 9(5)    VALUE 0.
       77  Hold-Ctr          PIC 9(5)    VALUE 0.
       77  Tot-Refund        PIC 9(9)V9  VALUE 0.
       77  Tot-Hold          PIC 9(9)V9  VALUE 0.

      *> ----- 환불 지급 파일 (COLLGEN 규약) -----
       01  Pay-Header.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  PH-PayDate        PIC 9(8).
       01  Pay-Detail.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-CustNo         PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-Amount         PIC 9(7)V9.
           02  FILLER            PIC X      VALUE SPACE.
           02  PD-PayDate        PIC 9(8).
       01  Pay-Trailer.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  PT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  PT-AmtHash        PIC 9(11)V99.
       77  Pay-Ctr           PIC 9(7)    VALUE 0.
       77  Pay-Hash          PIC 9(11)V99 VALUE 0.

      *> ----- 환불 분개 (GLEXTR 규약) -----
      *> 고객 과납 예수금(부채)을 털고 현금으로 내준다
       77  Acct-Cash         PIC X(4)    VALUE '1010'.
       77  Acct-CustCred     PIC X(4)    VALUE '2170'.
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X      VALUE 'L'.
      *> 출처 표시와 배치 참조(실행 시각) - 같은 날 금액이
      *> 같은 다른 실행도 GLAPPLY가 따로 반영한다
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'REFUND'.
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

      *> ----- 환불 대장 인쇄 편집 항목 -----
       01  Reg-Line.
           02  RL-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Name           PIC X(24).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Reason         PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Amount         PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Act            PIC X(12).
       01  Total-Line.
           02  TL-Caption        PIC X(24).
           02  TL-Count          PIC ZZZZ9.
           02  FILLER            PIC X(4)   VALUE " 건".
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "REFUND"         TO AL-Program
           MOVE "REFUND 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 지급일 = 처리 기준일의 다음 영업일
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           MOVE Proc-Date TO Pay-Date
           MOVE 'NXT' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Pay-Date Bz-Flag
          *> 'H' - 기준 미만 초과 입금은 상계 대기로 묵힌다
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Mode-Arg FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Mode-Arg
           END-ACCEPT
           EVALUATE Mode-Arg
               WHEN SPACES
                   CONTINUE
               WHEN 'H' WHEN 'h'
                   MOVE 'Y' TO Hold-Mode
               WHEN OTHER
                   DISPLAY "사용법 : REFUND [H]"
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
           END-EVALUATE
           PERFORM GetConfig-P
           PERFORM LoadCredits-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           IF Ref-Count = 0
               DISPLAY "미결 예수금 없음 - 환불 생략"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM Decide-P VARYING RTx FROM 1 BY 1
               UNTIL RTx > Ref-Count
           PERFORM LoadCusts-P
           PERFORM WriteRegister-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           IF Refund-Ctr > 0
               PERFORM WritePayFile-P
               IF RETURN-CODE NOT = 0
                   GO TO Keut-P
               END-IF
               PERFORM PostRefund-P
           END-IF
           PERFORM SaveCredits-P
           DISPLAY "환불 " Refund-Ctr " 건, 상계 대기 " Hold-Ctr
                   " 건 (지급일 " Pay-Date ")"
           IF Refund-Ctr = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AL-Event
           STRING "환불 " DELIMITED BY SIZE
                  Refund-Ctr     DELIMITED BY SIZE
                  "건 대기 "     DELIMITED BY SIZE
                  Hold-Ctr       DELIMITED BY SIZE
                  "건"           DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetConfig-P.
          *> 상계 기준 금액 - 없거나 0이면 기본값
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF RC-Min IS NUMERIC AND RC-Min > 0
                           MOVE RC-Min TO Min-Amt
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       LoadCredits-P.
          *> 예수금 파일을 통째로 싣고 미결 행을 계좌별로
          *> 합친다 - 다 싣지 못하면 되쓸 수 없으므로
          *> 아무것도 하지 않는다
           OPEN INPUT Cred-File
           IF Cred-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cred-Eof = 'Y'
               READ Cred-File
                   AT END MOVE 'Y' TO Cred-Eof
                   NOT AT END
                       IF Cred-Count < 1000
                           ADD 1 TO Cred-Count
                           MOVE Credit-Record TO KT-Row(Cred-Count)
                           MOVE 'N' TO KT-Done(Cred-Count)
                           IF KC-Status = 'O'
                               PERFORM AddRef-P
                           END-IF
                       ELSE
                           DISPLAY "** 예수금 표 한도(1000)"
                                   " 초과"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO Cred-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cred-File.

       AddRef-P.
          *> 미결 한 행을 계좌 합계에 더한다 - 해지 계좌
          *> 행이 하나라도 있으면 계좌 사유는 'C'
           SET RTx TO 1
           SEARCH Ref-Entry
               AT END
                   ADD 1 TO Ref-Count
                   SET RTx TO Ref-Count
                   MOVE KC-AcctNo TO RT-AcctNo(RTx)
                   MOVE KC-CustNo TO RT-CustNo(RTx)
                   MOVE 0         TO RT-Amount(RTx) RT-Rows(RTx)
                   MOVE KC-Reason TO RT-Reason(RTx)
                   MOVE 'R'       TO RT-Act(RTx)
               WHEN RT-AcctNo(RTx) = KC-AcctNo
                   CONTINUE
           END-SEARCH
           ADD KC-Amount TO RT-Amount(RTx)
           ADD 1 TO RT-Rows(RTx)
           IF KC-Reason = 'C'
               MOVE 'C' TO RT-Reason(RTx)
           END-IF
           IF RT-CustNo(RTx) = 0
               MOVE KC-CustNo TO RT-CustNo(RTx)
           END-IF.

       Decide-P.
          *> 상계 모드에서 기준 미만 초과 입금은 묵히고,
          *> 나머지는 환불한다
           IF Hold-Mode = 'Y'
              AND RT-Reason(RTx) = 'X'
              AND RT-Amount(RTx) < Min-Amt
               MOVE 'H' TO RT-Act(RTx)
               ADD 1 TO Hold-Ctr
               ADD RT-Amount(RTx) TO Tot-Hold
           ELSE
               ADD 1 TO Refund-Ctr
               ADD RT-Amount(RTx) TO Tot-Refund
           END-IF.

       LoadCusts-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "고객 마스터 없음 - 이름 미인쇄"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Cust-Count < 2000
                           ADD 1 TO Cust-Count
                           SET CUx TO Cust-Count
                           MOVE CM-CustNo TO CT-CustNo(CUx)
                           MOVE SPACES TO CT-Name(CUx)
                           STRING CM-FName DELIMITED BY '  '
                                  " "      DELIMITED BY SIZE
                                  CM-LName DELIMITED BY '  '
                                  INTO CT-Name(CUx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       FindCust-P.
           MOVE SPACES TO Work-Name
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = RT-CustNo(RTx)
                       MOVE CT-Name(CUx) TO Work-Name
               END-SEARCH
           END-IF
           IF Work-Name = SPACES
               MOVE "(고객 미확인)" TO Work-Name
           END-IF.

       WriteRegister-P.
          *> 환불 대장 - 계좌마다 한 줄, 묵힌 건도 함께
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 대장 파일 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 과 납 환 불 대 장 ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "처리일 "  DELIMITED BY SIZE
                  Proc-Date  DELIMITED BY SIZE
                  "  지급일 " DELIMITED BY SIZE
                  Pay-Date   DELIMITED BY SIZE
                  INTO Rpt-Line
           IF Hold-Mode = 'Y'
               MOVE "상계 기준" TO Rpt-Line(44:13)
               MOVE Min-Amt     TO Rpt-Line(58:7)
           END-IF
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌번호    고객   이름"
                  "                     사유"
                  "        금액  처리" DELIMITED BY SIZE
               INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING RTx FROM 1 BY 1 UNTIL RTx > Ref-Count
               PERFORM FindCust-P
               MOVE RT-AcctNo(RTx) TO RL-AcctNo
               MOVE RT-CustNo(RTx) TO RL-CustNo
               MOVE Work-Name      TO RL-Name
               MOVE RT-Reason(RTx) TO RL-Reason
               MOVE RT-Amount(RTx) TO RL-Amount
               IF RT-Act(RTx) = 'H'
                   MOVE "상계대기" TO RL-Act
               ELSE
                   MOVE "환불"     TO RL-Act
               END-IF
               MOVE Reg-Line TO Rpt-Line
               WRITE Rpt-Line
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "환불 합계        :" TO TL-Caption
           MOVE Refund-Ctr           TO TL-Count
           MOVE Tot-Refund           TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           MOVE "상계 대기 합계   :" TO TL-Caption
           MOVE Hold-Ctr             TO TL-Count
           MOVE Tot-Hold             TO TL-Amount
           MOVE Total-Line           TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       WritePayFile-P.
          *> 은행 제출용 환불 지급 파일
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
           PERFORM VARYING RTx FROM 1 BY 1 UNTIL RTx > Ref-Count
               IF RT-Act(RTx) = 'R'
                   MOVE RT-AcctNo(RTx) TO PD-AcctNo
                   MOVE RT-CustNo(RTx) TO PD-CustNo
                   MOVE RT-Amount(RTx) TO PD-Amount
                   MOVE Pay-Date       TO PD-PayDate
                   MOVE Pay-Detail TO Pay-Line
                   WRITE Pay-Line
                   ADD 1 TO Pay-Ctr
                   ADD RT-Amount(RTx) TO Pay-Hash
               END-IF
           END-PERFORM
           MOVE Pay-Ctr  TO PT-Count
           MOVE Pay-Hash TO PT-AmtHash
           MOVE Pay-Trailer TO Pay-Line
           WRITE Pay-Line
           CLOSE Pay-File.

       PostRefund-P.
          *> 환불마다 거래 기록(RFND)을 남기고 예수금/현금
          *> 분개를 한 배치로 GLPOST.DAT 끝에 붙인다
           PERFORM VARYING RTx FROM 1 BY 1 UNTIL RTx > Ref-Count
               IF RT-Act(RTx) = 'R'
                   MOVE SPACES TO Jrnl-Record
                   MOVE RT-AcctNo(RTx) TO AJ-AcctNo
                   MOVE Proc-Date      TO AJ-Date
                   MOVE 'RFND'         TO AJ-Event
                   MOVE RT-Amount(RTx) TO AJ-Amount
                   MOVE RT-Amount(RTx) TO AJ-Before
                   MOVE 0              TO AJ-After
                   PERFORM WriteJrnl-P
               END-IF
           END-PERFORM
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
           PERFORM VARYING RTx FROM 1 BY 1 UNTIL RTx > Ref-Count
               IF RT-Act(RTx) = 'R'
                   MOVE Acct-CustCred TO GD-GLCode
                   MOVE 'DR' TO GD-DrCr
                   PERFORM RefDetail-P
                   MOVE Acct-Cash TO GD-GLCode
                   MOVE 'CR' TO GD-DrCr
                   PERFORM RefDetail-P
               END-IF
           END-PERFORM
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File.

       RefDetail-P.
           MOVE RT-AcctNo(RTx) TO GD-AcctNo
           MOVE RT-Amount(RTx) TO GD-Amount
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD RT-Amount(RTx) TO Amt-Hash
          *> 계좌번호 해시 - 번호가 숫자가 아니면 0으로
           IF RT-AcctNo(RTx) IS NUMERIC
               MOVE RT-AcctNo(RTx) TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           ADD Acct-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       SaveCredits-P.
          *> 환불한 계좌의 미결 행은 빼고, 묵힌 계좌의
          *> 미결 행은 상계 대기('H')로 바꿔 되쓴다
           OPEN OUTPUT Cred-File
           IF Cred-Status NOT = '00'
               DISPLAY "** 예수금 파일 되쓰기 실패 : "
                       Cred-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KTx FROM 1 BY 1 UNTIL KTx > Cred-Count
               MOVE KT-Row(KTx) TO Work-Cred
               IF WK-Status = 'O'
                   PERFORM MarkRow-P
               END-IF
               IF KT-Done(KTx) = 'N'
                   MOVE Work-Cred TO Credit-Record
                   WRITE Credit-Record
               END-IF
           END-PERFORM
           CLOSE Cred-File.

       MarkRow-P.
           SET RTx TO 1
           SEARCH Ref-Entry
               AT END CONTINUE
               WHEN RT-AcctNo(RTx) = WK-AcctNo
                   IF RT-Act(RTx) = 'H'
                       MOVE 'H' TO WK-Status
                   ELSE
                       MOVE 'Y' TO KT-Done(KTx)
                   END-IF
           END-SEARCH.

       WriteJrnl-P.
          *> 거래 기록을 ACCTJRNL.DAT 끝에 덧붙인다
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       Keut-P.
           MOVE "REFUND 종료"    TO AL-Event
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
