       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLBAL.
       AUTHOR. YONEE.
       REMARKS. 창구 시재 마감 콘솔. 하루 영업을 마친 창구가
                창구 번호와 지점, 시작 시재, 권종별 매수,
                마감 현금을 넣으면 그날 그 창구의 현금 거래
                (TELLCASH.DAT - 창구 입금, 중도상환 현금
                접수, 현금 지급)로 기대 시재를 계산해 과부족을
                TELLBAL.DAT에 적는다. 권종 합계와 마감 현금이
                다르면 다시 세게 한다. 과부족이 허용 한도
                (TELLCFG.DAT, 없으면 1000)를 넘으면 OPALERT에
                심각도 8로 올리고, 책임자가 확인(S)해야 한다.
                지점 마감(C)은 그날 현금 거래가 있는 모든
                창구가 시재 마감을 했고 한도 초과 건이 모두
                확인됐을 때만 BRCLOSE.DAT에 남는다. 책임자는
                자기 창구 건을 확인할 수 없다. 동시에 여러
                창구가 쓰므로 매 처리마다 TELLBAL.DAT를 새로
                읽고 곧바로 다시 쓴다. 과부족 보고는 TELLRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bal-File ASSIGN TO "TELLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           SELECT Cash-File ASSIGN TO "TELLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Status.
           SELECT BrClose-File ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BrClose-Status.
           SELECT Cfg-File ASSIGN TO "TELLCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Bal-File.
       COPY "TELLBREC.cbl".

       FD  Cash-File.
       COPY "TELLTXN.cbl".

       FD  BrClose-File.
       COPY "BRCLOSE.cbl".

      *> 과부족 허용 한도(원)
       FD  Cfg-File.
       01  Cfg-Record.
           02  TC-Tol            PIC 9(7).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Bal-Status        PIC XX.
       77  Cash-Status       PIC XX.
       77  BrClose-Status    PIC XX.
       77  Cfg-Status        PIC XX.
       77  Bal-Eof           PIC X       VALUE 'N'.
       77  Cash-Eof          PIC X       VALUE 'N'.
       77  BrClose-Eof       PIC X       VALUE 'N'.

      *> ----- 시재 마감 테이블 (레코드 그대로) -----
       77  Bal-Count         PIC 9(4)    VALUE 0.
       01  Bal-Table.
           02  Bal-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Bal-Count
                         INDEXED BY BLx.
               03  BL-Row        PIC X(150).

      *> 마감 한 줄을 풀어 보는 작업 레코드
       COPY "TELLBREC.cbl"
           REPLACING ==TellBal-Record== BY ==Work-Bal==
                     LEADING ==TB== BY ==WB==.

      *> ----- 지점 마감 점검용 창구 목록 -----
       77  Tel-Count         PIC 9(3)    VALUE 0.
       01  Tel-Table.
           02  Tel-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Tel-Count
                         INDEXED BY TLx.
               03  TT-Teller     PIC X(3).

      *> ----- 권종 (원) -----
       01  Denom-Values.
           02  FILLER            PIC 9(5)    VALUE 50000.
           02  FILLER            PIC 9(5)    VALUE 10000.
           02  FILLER            PIC 9(5)    VALUE 05000.
           02  FILLER            PIC 9(5)    VALUE 01000.
           02  FILLER            PIC 9(5)    VALUE 00500.
           02  FILLER            PIC 9(5)    VALUE 00100.
           02  FILLER            PIC 9(5)    VALUE 00050.
           02  FILLER            PIC 9(5)    VALUE 00010.
       01  Denom-Table REDEFINES Denom-Values.
           02  Dn-Value          PIC 9(5)    OCCURS 8 TIMES.

      *> ----- 콘솔 입력 -----
       77  Oper-Id           PIC X(3)    VALUE SPACES.
       77  Choice            PIC X       VALUE SPACE.
       77  In-Teller         PIC X(3)    VALUE SPACES.
       77  In-Branch         PIC X(3)    VALUE SPACES.
       77  In-Num-X          PIC X(10)   VALUE SPACES.
       77  In-Float          PIC 9(9)    VALUE 0.
       77  In-Declared       PIC 9(9)    VALUE 0.
       77  In-Cnt            PIC 9(5)    VALUE 0.
       77  Bad-Input         PIC X       VALUE 'N'.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Br-Closed         PIC X       VALUE 'N'.
       77  Close-Ok          PIC X       VALUE 'Y'.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Tol-Amt           PIC 9(7)    VALUE 1000.
       77  Dx                PIC 9       VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.
       77  Pend-Ctr          PIC 9(4)    VALUE 0.

      *> ----- 시재 계산 -----
       77  Cash-In           PIC 9(9)V9  VALUE 0.
       77  Cash-Out          PIC 9(9)V9  VALUE 0.
       77  Tx-Ctr            PIC 9(5)    VALUE 0.
       77  Counted-Amt       PIC 9(9)    VALUE 0.
       77  Expect-Amt        PIC S9(9)V9 VALUE 0.
       77  Diff-Amt          PIC S9(9)V9 VALUE 0.
       77  Disp-Amt          PIC ZZZ,ZZZ,ZZ9.9.
       77  Disp-Diff         PIC -ZZZ,ZZZ,ZZ9.9.

      *> ----- 운영 경보 (OPALERT) -----
       77  Alert-Prog        PIC X(10)   VALUE 'TELLBAL'.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "TELLBAL"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "TELLBAL"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "TELLBAL 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadCfg-P
           MOVE SG-Oper TO Oper-Id
           DISPLAY "마감일 " Today-Date "  허용 한도 " Tol-Amt
               UPON TTY
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           GO TO Keut-P.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF TC-Tol IS NUMERIC
                           MOVE TC-Tol TO Tol-Amt
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "B=창구 시재 마감 S=책임자 확인" UPON TTY
           DISPLAY "C=지점 마감 빈칸=끝 ?" UPON TTY
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'B' WHEN 'b'
                   PERFORM Balance-P
               WHEN 'S' WHEN 's'
                   PERFORM SignOff-P
               WHEN 'C' WHEN 'c'
                   PERFORM CloseBranch-P
               WHEN SPACE
                   MOVE 'Y' TO Done-Flag
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ------------------------------------------------
      *> 창구 시재 마감
      *> ------------------------------------------------
       Balance-P.
          *> 창구는 접속한 운전원 자신의 것 - TELLPAY가
          *> 같은 번호와 지점으로 현금 거래를 남긴다
           MOVE SG-Oper   TO In-Teller
           MOVE SG-Branch TO In-Branch
           IF In-Branch = SPACES
               MOVE '000' TO In-Branch
           END-IF
           PERFORM CheckClosed-P
           IF Br-Closed = 'Y'
               DISPLAY "** 지점 오늘 마감됨" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadBal-P
           PERFORM FindBal-P
           IF Found-Flag = 'Y'
               IF WB-Super NOT = SPACES
                   DISPLAY "** 책임자 확인이 끝난 마감 - "
                       "다시 셀 수 없음" UPON TTY
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "이미 마감함 - 다시 센 것으로"
                   " 고쳐 씀" UPON TTY
           END-IF
           PERFORM SumCash-P
           MOVE Cash-In TO Disp-Amt
           DISPLAY "오늘 현금 거래 " Tx-Ctr " 건  입금 "
               Disp-Amt UPON TTY
           MOVE Cash-Out TO Disp-Amt
           DISPLAY "                     지급 " Disp-Amt
               UPON TTY
           DISPLAY "시작 시재 ?" UPON TTY
           ACCEPT In-Num-X FROM TTY
           IF In-Num-X = SPACES
              OR FUNCTION TEST-NUMVAL(In-Num-X) NOT = 0
               DISPLAY "** 금액 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Num-X) TO In-Float
           MOVE SPACES TO Work-Bal
           MOVE 'N' TO Bad-Input
           MOVE 0 TO Counted-Amt
           PERFORM GetDenom-P VARYING Dx FROM 1 BY 1
                   UNTIL Dx > 8 OR Bad-Input = 'Y'
           IF Bad-Input = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "마감 현금 합계 ?" UPON TTY
           ACCEPT In-Num-X FROM TTY
           IF In-Num-X = SPACES
              OR FUNCTION TEST-NUMVAL(In-Num-X) NOT = 0
               DISPLAY "** 금액 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Num-X) TO In-Declared
          *> 권종을 잘못 셌거나 합계를 잘못 낸 것이므로
          *> 적지 않고 다시 세게 한다
           IF In-Declared NOT = Counted-Amt
               MOVE Counted-Amt TO Disp-Amt
               DISPLAY "** 권종 합계 " Disp-Amt
                   " 와 다름 - 다시 세십시오" UPON TTY
               EXIT PARAGRAPH
           END-IF
           COMPUTE Expect-Amt = In-Float + Cash-In - Cash-Out
           COMPUTE Diff-Amt = Counted-Amt - Expect-Amt
           MOVE Today-Date  TO WB-Date
           MOVE In-Branch   TO WB-Branch
           MOVE In-Teller   TO WB-Teller
           MOVE In-Float    TO WB-Float
           MOVE Cash-In     TO WB-In
           MOVE Cash-Out    TO WB-Out
           IF Expect-Amt < 0
               MOVE 0 TO WB-Expect
           ELSE
               MOVE Expect-Amt TO WB-Expect
           END-IF
           MOVE Counted-Amt TO WB-Counted
           MOVE Diff-Amt    TO WB-Diff
           EVALUATE TRUE
               WHEN Diff-Amt > 0
                   MOVE 'O' TO WB-OvSh
               WHEN Diff-Amt < 0
                   MOVE 'S' TO WB-OvSh
               WHEN OTHER
                   MOVE SPACE TO WB-OvSh
           END-EVALUATE
           IF WB-Diff > Tol-Amt
               MOVE 'Y' TO WB-Exc
           ELSE
               MOVE 'N' TO WB-Exc
           END-IF
           MOVE SPACES TO WB-Super
           MOVE 0 TO WB-SignDate
           MOVE Expect-Amt TO Disp-Diff
           DISPLAY "기대 시재 " Disp-Diff UPON TTY
           MOVE Counted-Amt TO Disp-Amt
           DISPLAY "실제 시재  " Disp-Amt UPON TTY
           MOVE Diff-Amt TO Disp-Diff
           DISPLAY "과부족    " Disp-Diff UPON TTY
           IF Found-Flag = 'Y'
               MOVE Work-Bal TO BL-Row(BLx)
           ELSE
               IF Bal-Count >= 2000
                   DISPLAY "** 마감 표 한도(2000) 초과"
                       UPON TTY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Bal-Count
               MOVE Work-Bal TO BL-Row(Bal-Count)
           END-IF
           PERFORM SaveBal-P
           MOVE SPACES TO AL-Event
           STRING "시재마감 " DELIMITED BY SIZE
                  In-Branch   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  In-Teller   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WB-OvSh     DELIMITED BY SIZE
                  WB-Diff     DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WB-Exc      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           IF WB-Exc = 'Y'
               MOVE 8 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "시재 과부족 한도 초과 "
                                  DELIMITED BY SIZE
                      In-Branch   DELIMITED BY SIZE
                      "/"        DELIMITED BY SIZE
                      In-Teller   DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      WB-OvSh     DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                                    Alert-Text
               IF RETURN-CODE < Alert-Sev
                   MOVE Alert-Sev TO RETURN-CODE
               END-IF
               DISPLAY "** 허용 한도 초과 - 책임자"
                   " 확인 필요" UPON TTY
           ELSE
               DISPLAY "마감 기록됨" UPON TTY
           END-IF.

       GetDenom-P.
           DISPLAY Dn-Value(Dx) " 원 매수 (빈칸=0) ?" UPON TTY
           ACCEPT In-Num-X FROM TTY
           IF In-Num-X = SPACES
               MOVE 0 TO In-Cnt
           ELSE
               IF FUNCTION TEST-NUMVAL(In-Num-X) NOT = 0
                   DISPLAY "** 매수 숫자 아님" UPON TTY
                   MOVE 'Y' TO Bad-Input
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(In-Num-X) > 99999
                   DISPLAY "** 매수 한도(99999) 초과" UPON TTY
                   MOVE 'Y' TO Bad-Input
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(In-Num-X) TO In-Cnt
           END-IF
           MOVE In-Cnt TO WB-Cnt(Dx)
           COMPUTE Counted-Amt = Counted-Amt
                               + In-Cnt * Dn-Value(Dx).

       SumCash-P.
          *> 그날 그 지점, 그 창구의 현금 거래를 모은다
           MOVE 0 TO Cash-In Cash-Out Tx-Ctr
           MOVE 'N' TO Cash-Eof
           OPEN INPUT Cash-File
           IF Cash-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cash-Eof = 'Y'
               READ Cash-File
                   AT END MOVE 'Y' TO Cash-Eof
                   NOT AT END
                       IF TX-Date = Today-Date
                          AND TX-Branch = In-Branch
                          AND TX-Teller = In-Teller
                           ADD 1 TO Tx-Ctr
                           IF TX-Kind = 'O'
                               ADD TX-Amount TO Cash-Out
                           ELSE
                               ADD TX-Amount TO Cash-In
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cash-File.

      *> ------------------------------------------------
      *> 책임자 확인 - 한도 초과 과부족
      *> ------------------------------------------------
       SignOff-P.
           DISPLAY "지점 ?" UPON TTY
           ACCEPT In-Branch FROM TTY
           IF In-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadBal-P
           MOVE 0 TO Pend-Ctr
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Bal-Count
               MOVE BL-Row(Ix) TO Work-Bal
               IF WB-Date = Today-Date
                  AND WB-Branch = In-Branch
                  AND WB-Exc = 'Y'
                  AND WB-Super = SPACES
                   PERFORM SignOne-P
               END-IF
           END-PERFORM
           IF Pend-Ctr = 0
               DISPLAY "확인할 한도 초과 건 없음" UPON TTY
           ELSE
               PERFORM SaveBal-P
           END-IF.

       SignOne-P.
           MOVE WB-Diff TO Disp-Amt
           DISPLAY "창구 " WB-Teller "  과부족 " WB-OvSh " "
               Disp-Amt UPON TTY
           IF WB-Teller = Oper-Id
               DISPLAY "** 자기 창구는 확인할 수 없음"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "확인 (Y/N) ?" UPON TTY
           ACCEPT Choice FROM TTY
           IF Choice NOT = 'Y' AND Choice NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE Oper-Id    TO WB-Super
           MOVE Today-Date TO WB-SignDate
           MOVE Work-Bal   TO BL-Row(Ix)
           ADD 1 TO Pend-Ctr
           MOVE SPACES TO AL-Event
           STRING "과부족확인 " DELIMITED BY SIZE
                  WB-Branch   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WB-Teller   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  Oper-Id     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "확인됨" UPON TTY.

      *> ------------------------------------------------
      *> 지점 일 마감
      *> ------------------------------------------------
       CloseBranch-P.
           DISPLAY "지점 ?" UPON TTY
           ACCEPT In-Branch FROM TTY
           IF In-Branch = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckClosed-P
           IF Br-Closed = 'Y'
               DISPLAY "** 지점 오늘 이미 마감됨" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadBal-P
           PERFORM LoadTellers-P
           MOVE 'Y' TO Close-Ok
          *> 현금 거래가 있는 창구는 모두 시재 마감이
          *> 있어야 한다
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Tel-Count
               MOVE TT-Teller(Ix) TO In-Teller
               PERFORM FindBal-P
               IF Found-Flag = 'N'
                   DISPLAY "** 창구 " In-Teller
                       " 시재 마감 안 함" UPON TTY
                   MOVE 'N' TO Close-Ok
               END-IF
           END-PERFORM
          *> 한도 초과 과부족은 모두 책임자 확인이 있어야
          *> 한다
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Bal-Count
               MOVE BL-Row(Ix) TO Work-Bal
               IF WB-Date = Today-Date
                  AND WB-Branch = In-Branch
                  AND WB-Exc = 'Y'
                  AND WB-Super = SPACES
                   DISPLAY "** 창구 " WB-Teller
                       " 과부족 책임자 확인 없음" UPON TTY
                   MOVE 'N' TO Close-Ok
               END-IF
           END-PERFORM
           IF Close-Ok = 'N'
               DISPLAY "** 지점 마감 불가" UPON TTY
               MOVE SPACES TO AL-Event
               STRING "지점마감거절 " DELIMITED BY SIZE
                      In-Branch   DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      Oper-Id     DELIMITED BY SIZE
                      INTO AL-Event
               PERFORM LogAudit-P
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BrClose-File
           IF BrClose-Status NOT = '00'
               OPEN OUTPUT BrClose-File
           END-IF
           IF BrClose-Status NOT = '00'
               DISPLAY "** 마감 파일 열기 실패" UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO BrClose-Record
           MOVE Today-Date TO BC-Date
           MOVE In-Branch  TO BC-Branch
           MOVE Oper-Id    TO BC-Oper
           MOVE FUNCTION CURRENT-DATE(9:6) TO BC-Time
           WRITE BrClose-Record
           CLOSE BrClose-File
           MOVE SPACES TO AL-Event
           STRING "지점마감 " DELIMITED BY SIZE
                  In-Branch   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  Oper-Id     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "지점 " In-Branch " 마감됨" UPON TTY.

       LoadTellers-P.
          *> 그날 그 지점에서 현금 거래를 한 창구 목록
           MOVE 0 TO Tel-Count
           MOVE 'N' TO Cash-Eof
           OPEN INPUT Cash-File
           IF Cash-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cash-Eof = 'Y'
               READ Cash-File
                   AT END MOVE 'Y' TO Cash-Eof
                   NOT AT END
                       IF TX-Date = Today-Date
                          AND TX-Branch = In-Branch
                           PERFORM AddTeller-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cash-File.

       AddTeller-P.
           IF Tel-Count > 0
               SET TLx TO 1
               SEARCH Tel-Entry
                   AT END CONTINUE
                   WHEN TT-Teller(TLx) = TX-Teller
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Tel-Count < 200
               ADD 1 TO Tel-Count
               MOVE TX-Teller TO TT-Teller(Tel-Count)
           END-IF.

      *> ------------------------------------------------
      *> 공용 - 마감 파일, 지점 마감 확인
      *> ------------------------------------------------
       CheckClosed-P.
           MOVE 'N' TO Br-Closed
           MOVE 'N' TO BrClose-Eof
           OPEN INPUT BrClose-File
           IF BrClose-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BrClose-Eof = 'Y'
               READ BrClose-File
                   AT END MOVE 'Y' TO BrClose-Eof
                   NOT AT END
                       IF BC-Date = Today-Date
                          AND BC-Branch = In-Branch
                           MOVE 'Y' TO Br-Closed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BrClose-File.

       FindBal-P.
           MOVE 'N' TO Found-Flag
           IF Bal-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET BLx TO 1
           SEARCH Bal-Entry
               AT END CONTINUE
               WHEN BL-Row(BLx)(1:8) = Today-Date
                AND BL-Row(BLx)(10:3) = In-Branch
                AND BL-Row(BLx)(14:3) = In-Teller
                   MOVE 'Y' TO Found-Flag
                   MOVE BL-Row(BLx) TO Work-Bal
           END-SEARCH.

       LoadBal-P.
          *> 다른 창구가 그 사이 적은 것을 잃지 않도록
          *> 처리마다 새로 싣는다
           MOVE 0 TO Bal-Count
           MOVE 'N' TO Bal-Eof
           OPEN INPUT Bal-File
           IF Bal-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Bal-Eof = 'Y'
               READ Bal-File
                   AT END MOVE 'Y' TO Bal-Eof
                   NOT AT END
                       IF Bal-Count < 2000
                           ADD 1 TO Bal-Count
                           MOVE TellBal-Record
                               TO BL-Row(Bal-Count)
                       ELSE
                           DISPLAY "** 마감 표 한도(2000) 초과"
                               UPON TTY
                           MOVE 'Y' TO Bal-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Bal-File.

       SaveBal-P.
           OPEN OUTPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "** 마감 파일 되쓰기 실패" UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Bal-Count
               MOVE BL-Row(Ix) TO TellBal-Record
               WRITE TellBal-Record
           END-PERFORM
           CLOSE Bal-File.

       Keut-P.
           MOVE "TELLBAL 종료"   TO AL-Event
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
