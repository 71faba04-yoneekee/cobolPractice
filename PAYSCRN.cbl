       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSCRN.
       AUTHOR. YONEE.
       REMARKS. 입금 사전 심사. BANKDEP, COLLRET, 창구 입금
                (TELLPAY)이 PAYMENTS.DAT에 쌓은 입금을 PAYPOST
                전에 훑어 의심스러운 입금을 소인 대신 검토
                대장(PAYREVW.DAT)으로 뺀다. 규칙은 같은 날
                같은 계좌 여러 건(M), 회차 납입액의 몇 배를
                넘는 입금(L), 해지(색인 원부 'C') 또는 대손
                상각(원부 'W', CHGOFF.DAT) 계좌 입금(C), 신고
                기준 이상이면서 딱 떨어지는 창구 현금 입금
                (TELLCASH.DAT, R)이다. 기준은 SCRNCFG.DAT
                (여러 건 수, 배수, 신고 기준, 끝자리 단위 -
                없으면 3, 3, 10000, 1000). 검토 대장에 이미
                오른 입금은 다시 거르지 않고, 풀어 준 입금은
                PAYMENTS.DAT에 한 번 되돌려 넣으며, 거절했거나
                대기 중인 입금은 빼 둔다. 이번에 걸린 입금은
                PAYSCRN.RPT에 찍고 OPALERT 심각도 4로 알린다
                (RC 4). 심사는 PAYREVU 콘솔에서 한다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Payment-File ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-Status.
           SELECT Review-File ASSIGN TO "PAYREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Review-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           SELECT Cash-File ASSIGN TO "TELLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Status.
           SELECT Cfg-File ASSIGN TO "SCRNCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Rpt-File ASSIGN TO "PAYSCRN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Payment-File.
       01  Payment-Record.
           02  PY-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  PY-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  PY-Amount         PIC 9(5)V9.

       FD  Review-File.
       COPY "PAYREVW.cbl".

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  AcctIdx-File.
       01  AcctIdx-Record.
           02  AI-AcctNo         PIC X(10).
           02  AI-ProdCode       PIC X(5).
           02  AI-Principal      PIC 9(5).
           02  AI-Status         PIC X.
           02  AI-OrigDate       PIC 9(8).
           02  AI-Freq           PIC X.
           02  AI-CustNo         PIC 9(5).
           02  AI-Type           PIC X.
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Cash-File.
       COPY "TELLTXN.cbl".

      *> 여러 건 수, 납입액 배수, 신고 기준, 끝자리 단위
       FD  Cfg-File.
       01  Cfg-Record.
           02  SC-Multi          PIC 99.
           02  FILLER            PIC X.
           02  SC-LargeX         PIC 99.
           02  FILLER            PIC X.
           02  SC-Report         PIC 9(7).
           02  FILLER            PIC X.
           02  SC-Round          PIC 9(5).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(100).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Payment-Status    PIC XX.
       77  Review-Status     PIC XX.
       77  Ledger-Status     PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  ChgOff-Status     PIC XX.
       77  Cash-Status       PIC XX.
       77  Cfg-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Payment-Eof       PIC X       VALUE 'N'.
       77  Review-Eof        PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Cash-Eof          PIC X       VALUE 'N'.
       77  Idx-Mode          PIC X       VALUE 'N'.

      *> ----- 심사 기준 -----
       77  Cfg-Multi         PIC 99      VALUE 3.
       77  Cfg-LargeX        PIC 99      VALUE 3.
       77  Cfg-Report        PIC 9(7)    VALUE 10000.
       77  Cfg-Round         PIC 9(5)    VALUE 1000.

      *> ----- 입금 테이블 -----
       77  Pay-Count         PIC 9(4)    VALUE 0.
       01  Pay-Table.
           02  Pay-Entry OCCURS 0 TO 3000 TIMES
                         DEPENDING ON Pay-Count
                         INDEXED BY PYx PZx.
               03  PT-AcctNo     PIC X(10).
               03  PT-Date       PIC 9(8).
               03  PT-Amount     PIC 9(5)V9.
      *> 'K' 심사 통과로 남김, 'D' 풀어 준 입금으로 남김,
      *> 'F' 이번에 걸림, 'X' 검토 대장 대기/거절이라 뺌
               03  PT-Act        PIC X.

      *> ----- 검토 대장 테이블 (레코드 그대로) -----
       77  Rev-Count         PIC 9(4)    VALUE 0.
       01  Rev-Table.
           02  Rev-Entry OCCURS 0 TO 3000 TIMES
                         DEPENDING ON Rev-Count
                         INDEXED BY RVx.
               03  RT-Row        PIC X(110).
               03  RT-Used       PIC X.
       77  Next-Seq          PIC 9(5)    VALUE 0.

      *> 대장 한 줄을 풀어 보는 작업 레코드
       COPY "PAYREVW.cbl"
           REPLACING ==Review-Record== BY ==Work-Rev==
                     LEADING ==RV== BY ==WR==.

      *> ----- 계좌별 회차 납입액 (스케줄의 가장 큰 Hab) -----
       77  Inst-Count        PIC 9(4)    VALUE 0.
       01  Inst-Table.
           02  Inst-Entry OCCURS 0 TO 3000 TIMES
                          DEPENDING ON Inst-Count
                          INDEXED BY INx.
               03  IN-AcctNo     PIC X(10).
               03  IN-Hab        PIC 9(5)V9.

      *> ----- 대손 상각 계좌 -----
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).

      *> ----- 창구 현금 입금 -----
       77  Tcash-Count       PIC 9(4)    VALUE 0.
       01  Tcash-Table.
           02  Tcash-Entry OCCURS 0 TO 3000 TIMES
                           DEPENDING ON Tcash-Count
                           INDEXED BY TCx.
               03  TC-AcctNo     PIC X(10).
               03  TC-Date       PIC 9(8).
               03  TC-Amount     PIC 9(7)V9.
               03  TC-Used       PIC X.

      *> ----- 작업 -----
       77  Hit-Flag          PIC X       VALUE 'N'.
       77  Same-Ctr          PIC 9(4)    VALUE 0.
       77  Scr-Count         PIC 9(4)    VALUE 0.
       77  First-New         PIC 9(4)    VALUE 0.
       77  Inst-Amt          PIC 9(5)V9  VALUE 0.
       77  Large-Amt         PIC 9(7)V9  VALUE 0.
       77  Cash-Flag         PIC X       VALUE 'N'.
       77  Whole-Amt         PIC 9(5)    VALUE 0.
       77  Round-Rem         PIC 9(5)    VALUE 0.
       77  Round-Quo         PIC 9(5)    VALUE 0.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 집계 -----
       77  Kept-Ctr          PIC 9(5)    VALUE 0.
       77  Flag-Ctr          PIC 9(5)    VALUE 0.
       77  Held-Ctr          PIC 9(5)    VALUE 0.
       77  Rel-Ctr           PIC 9(5)    VALUE 0.
       77  Inj-Ctr           PIC 9(5)    VALUE 0.
       77  RuleM-Ctr         PIC 9(5)    VALUE 0.
       77  RuleL-Ctr         PIC 9(5)    VALUE 0.
       77  RuleC-Ctr         PIC 9(5)    VALUE 0.
       77  RuleR-Ctr         PIC 9(5)    VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Row.
           02  RW-Seq            PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Date           PIC 9(8).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Amount         PIC ZZ,ZZ9.9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Inst           PIC ZZ,ZZ9.9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Cash           PIC X.
           02  FILLER            PIC X(3)    VALUE SPACES.
           02  RW-Rules          PIC X(4).
       01  Rpt-Count.
           02  RC-Label          PIC X(36).
           02  RC-Count          PIC ZZ,ZZ9.

      *> ----- 운영 경보 (OPALERT) -----
       77  Alert-Prog        PIC X(10)   VALUE 'PAYSCRN'.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "PAYSCRN"        TO AL-Program
           MOVE "PAYSCRN 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadCfg-P
           PERFORM LoadPayments-P
           IF Payment-Status NOT = '00' AND Pay-Count = 0
               DISPLAY "입금 파일 없음 - 심사할 입금 없음"
           END-IF
           PERFORM LoadReview-P
           PERFORM LoadLedger-P
           PERFORM LoadWoff-P
           PERFORM LoadCash-P
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status = '00'
               MOVE 'Y' TO Idx-Mode
           END-IF
          *> 대장에 이미 오른 입금을 먼저 모두 짝지어야
          *> 짝 없는 대장 줄(파일에서 빠진 입금)을 셀 수 있다
           PERFORM MatchOne-P VARYING PYx FROM 1 BY 1
                   UNTIL PYx > Pay-Count
           MOVE Pay-Count TO Scr-Count
          *> 풀어 준 뒤 아직 되돌려 넣지 않은 입금
           PERFORM Reinject-P VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Rev-Count
           COMPUTE First-New = Rev-Count + 1
           PERFORM ScreenOne-P VARYING PYx FROM 1 BY 1
                   UNTIL PYx > Scr-Count
           IF Idx-Mode = 'Y'
               CLOSE AcctIdx-File
           END-IF
          *> 대장을 먼저 써야 PAYMENTS.DAT 되쓰기가 깨져도
          *> 걸린 입금이 다음 실행에서 대기로 다시 빠진다
           PERFORM SaveReview-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           PERFORM SavePayments-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           PERFORM WriteRpt-P
           DISPLAY "입금 " Pay-Count " 건 - 통과 " Kept-Ctr
                   " / 이번에 걸림 " Flag-Ctr
                   " / 검토 중·거절 " Held-Ctr
                   " / 되돌려 넣음 " Inj-Ctr
           MOVE SPACES TO AL-Event
           STRING "입금심사 통과 " DELIMITED BY SIZE
                  Kept-Ctr    DELIMITED BY SIZE
                  " 걸림 "     DELIMITED BY SIZE
                  Flag-Ctr    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           IF Flag-Ctr > 0
               MOVE 4 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "의심 입금 검토 대기 " DELIMITED BY SIZE
                      Flag-Ctr    DELIMITED BY SIZE
                      " 건"       DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                                    Alert-Text
               MOVE 4 TO RETURN-CODE
           END-IF
           GO TO Keut-P.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF SC-Multi IS NUMERIC AND SC-Multi > 1
                           MOVE SC-Multi TO Cfg-Multi
                       END-IF
                       IF SC-LargeX IS NUMERIC AND SC-LargeX > 0
                           MOVE SC-LargeX TO Cfg-LargeX
                       END-IF
                       IF SC-Report IS NUMERIC AND SC-Report > 0
                           MOVE SC-Report TO Cfg-Report
                       END-IF
                       IF SC-Round IS NUMERIC AND SC-Round > 0
                           MOVE SC-Round TO Cfg-Round
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       LoadPayments-P.
           OPEN INPUT Payment-File
           IF Payment-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Payment-Eof = 'Y'
               READ Payment-File
                   AT END MOVE 'Y' TO Payment-Eof
                   NOT AT END
                       IF Pay-Count < 3000
                           ADD 1 TO Pay-Count
                           MOVE PY-AcctNo TO PT-AcctNo(Pay-Count)
                           MOVE PY-Date   TO PT-Date(Pay-Count)
                           MOVE PY-Amount TO PT-Amount(Pay-Count)
                           MOVE 'K'       TO PT-Act(Pay-Count)
                       ELSE
                           DISPLAY "** 입금 표 한도(3000) 초과"
                           DISPLAY "** 심사 중단 - 파일"
                                   " 그대로 둠"
                           CLOSE Payment-File
                           MOVE 8 TO RETURN-CODE
                           GO TO Keut-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Payment-File.

       LoadReview-P.
           OPEN INPUT Review-File
           IF Review-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Review-Eof = 'Y'
               READ Review-File
                   AT END MOVE 'Y' TO Review-Eof
                   NOT AT END
                       IF Rev-Count < 3000
                           ADD 1 TO Rev-Count
                           MOVE Review-Record
                               TO RT-Row(Rev-Count)
                           MOVE 'N' TO RT-Used(Rev-Count)
                           IF RV-Seq > Next-Seq
                               MOVE RV-Seq TO Next-Seq
                           END-IF
                       ELSE
                           DISPLAY "** 검토 대장 표 한도(3000)"
                                   " 초과 - 심사 중단"
                           CLOSE Review-File
                           MOVE 8 TO RETURN-CODE
                           GO TO Keut-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Review-File.

       LoadLedger-P.
          *> 계좌마다 스케줄에서 가장 큰 회차 납입액
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "원장 파일 없음 - 납입액 규칙 생략"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       PERFORM KeepInst-P
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       KeepInst-P.
           IF Inst-Count > 0
               IF IN-AcctNo(Inst-Count) = LG-AcctNo
                   IF LG-Hab > IN-Hab(Inst-Count)
                       MOVE LG-Hab TO IN-Hab(Inst-Count)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Inst-Count < 3000
               ADD 1 TO Inst-Count
               MOVE LG-AcctNo TO IN-AcctNo(Inst-Count)
               MOVE LG-Hab    TO IN-Hab(Inst-Count)
           END-IF.

       LoadWoff-P.
           OPEN INPUT ChgOff-File
           IF ChgOff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChgOff-Eof = 'Y'
               READ ChgOff-File
                   AT END MOVE 'Y' TO ChgOff-Eof
                   NOT AT END
                       IF Woff-Count < 2000
                           ADD 1 TO Woff-Count
                           MOVE CO-AcctNo TO WO-AcctNo(Woff-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChgOff-File.

       LoadCash-P.
          *> 창구 현금 입금만 싣는다
           OPEN INPUT Cash-File
           IF Cash-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cash-Eof = 'Y'
               READ Cash-File
                   AT END MOVE 'Y' TO Cash-Eof
                   NOT AT END
                       IF TX-Kind = 'P' AND Tcash-Count < 3000
                           ADD 1 TO Tcash-Count
                           MOVE TX-AcctNo TO TC-AcctNo(Tcash-Count)
                           MOVE TX-Date   TO TC-Date(Tcash-Count)
                           MOVE TX-Amount TO TC-Amount(Tcash-Count)
                           MOVE 'N'       TO TC-Used(Tcash-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cash-File.

       MatchOne-P.
          *> 검토 대장에 이미 오른 입금이면 그 결정을 따른다
           PERFORM MatchReview-P
           IF Hit-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF WR-Status = 'R'
               MOVE 'D' TO PT-Act(PYx)
               ADD 1 TO Rel-Ctr
               ADD 1 TO Kept-Ctr
               IF WR-Injected NOT = 'Y'
                   MOVE 'Y' TO WR-Injected
                   MOVE Work-Rev TO RT-Row(RVx)
               END-IF
           ELSE
               MOVE 'X' TO PT-Act(PYx)
               ADD 1 TO Held-Ctr
           END-IF.

       ScreenOne-P.
          *> 대장에서 결정이 난 입금은 다시 심사하지 않는다
           IF PT-Act(PYx) NOT = 'K'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Work-Rev
           PERFORM RuleMulti-P
           PERFORM RuleLarge-P
           PERFORM RuleClosed-P
           PERFORM RuleCash-P
           IF WR-Rules = SPACES
               ADD 1 TO Kept-Ctr
               EXIT PARAGRAPH
           END-IF
           IF Rev-Count >= 3000
               DISPLAY "** 검토 대장 표 한도(3000) 초과 - "
                       PT-AcctNo(PYx) " 통과시킴"
               ADD 1 TO Kept-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'F' TO PT-Act(PYx)
           ADD 1 TO Flag-Ctr
           ADD 1 TO Next-Seq
           MOVE Next-Seq       TO WR-Seq
           MOVE PT-AcctNo(PYx) TO WR-AcctNo
           MOVE PT-Date(PYx)   TO WR-PayDate
           MOVE PT-Amount(PYx) TO WR-Amount
           MOVE Cash-Flag      TO WR-Cash
           MOVE Inst-Amt       TO WR-Inst
           MOVE Proc-Date      TO WR-FlagDate
           MOVE 'P'            TO WR-Status
           MOVE 0              TO WR-DecDate
           MOVE 'N'            TO WR-Injected
           ADD 1 TO Rev-Count
           MOVE Work-Rev TO RT-Row(Rev-Count)
          *> 이번에 만든 줄은 되돌려 넣기 대상이 아니다
           MOVE 'Y' TO RT-Used(Rev-Count).

       MatchReview-P.
          *> 같은 계좌, 날짜, 금액의 아직 짝 없는 대장 줄
           MOVE 'N' TO Hit-Flag
           IF Rev-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Rev-Count OR Hit-Flag = 'Y'
               IF RT-Used(RVx) = 'N'
                   MOVE RT-Row(RVx) TO Work-Rev
                   IF WR-AcctNo = PT-AcctNo(PYx)
                      AND WR-PayDate = PT-Date(PYx)
                      AND WR-Amount = PT-Amount(PYx)
                       MOVE 'Y' TO Hit-Flag
                       MOVE 'Y' TO RT-Used(RVx)
                   END-IF
               END-IF
           END-PERFORM
          *> 찾았으면 RVx가 한 칸 지나 있다
           IF Hit-Flag = 'Y'
               SET RVx DOWN BY 1
           END-IF.

       RuleMulti-P.
          *> 같은 날 같은 계좌 입금 건수
           MOVE 0 TO Same-Ctr
           PERFORM VARYING PZx FROM 1 BY 1
                   UNTIL PZx > Pay-Count
               IF PT-AcctNo(PZx) = PT-AcctNo(PYx)
                  AND PT-Date(PZx) = PT-Date(PYx)
                   ADD 1 TO Same-Ctr
               END-IF
           END-PERFORM
          *> 앞서 대기/거절로 빠져 파일에 없는 같은 날 입금
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Rev-Count
               IF RT-Used(RVx) = 'N'
                   MOVE RT-Row(RVx) TO Work-Rev
                   IF WR-AcctNo = PT-AcctNo(PYx)
                      AND WR-PayDate = PT-Date(PYx)
                       ADD 1 TO Same-Ctr
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO Work-Rev
           IF Same-Ctr >= Cfg-Multi
               MOVE 'M' TO WR-RuleM
               ADD 1 TO RuleM-Ctr
           END-IF.

       RuleLarge-P.
           MOVE 0 TO Inst-Amt
           IF Inst-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET INx TO 1
           SEARCH Inst-Entry
               AT END CONTINUE
               WHEN IN-AcctNo(INx) = PT-AcctNo(PYx)
                   MOVE IN-Hab(INx) TO Inst-Amt
           END-SEARCH
           IF Inst-Amt = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE Large-Amt = Inst-Amt * Cfg-LargeX
           IF PT-Amount(PYx) > Large-Amt
               MOVE 'L' TO WR-RuleL
               ADD 1 TO RuleL-Ctr
           END-IF.

       RuleClosed-P.
           IF Woff-Count > 0
               SET WOx TO 1
               SEARCH Woff-Entry
                   AT END CONTINUE
                   WHEN WO-AcctNo(WOx) = PT-AcctNo(PYx)
                       MOVE 'C' TO WR-RuleC
               END-SEARCH
           END-IF
           IF WR-RuleC = SPACE AND Idx-Mode = 'Y'
               MOVE PT-AcctNo(PYx) TO AI-AcctNo
               READ AcctIdx-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AI-Status = 'C' OR AI-Status = 'W'
                           MOVE 'C' TO WR-RuleC
                       END-IF
               END-READ
           END-IF
           IF WR-RuleC = 'C'
               ADD 1 TO RuleC-Ctr
           END-IF.

       RuleCash-P.
          *> 창구 현금 입금인지 - 짝지은 현금 줄은 다시
          *> 쓰지 않는다
           MOVE 'N' TO Cash-Flag
           IF Tcash-Count = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING TCx FROM 1 BY 1
                   UNTIL TCx > Tcash-Count OR Cash-Flag = 'Y'
               IF TC-Used(TCx) = 'N'
                  AND TC-AcctNo(TCx) = PT-AcctNo(PYx)
                  AND TC-Date(TCx) = PT-Date(PYx)
                  AND TC-Amount(TCx) = PT-Amount(PYx)
                   MOVE 'Y' TO Cash-Flag
                   MOVE 'Y' TO TC-Used(TCx)
               END-IF
           END-PERFORM
           IF Cash-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF PT-Amount(PYx) < Cfg-Report
               EXIT PARAGRAPH
           END-IF
          *> 끝자리 단위로 딱 떨어지는 금액(소수부 없음)
           MOVE PT-Amount(PYx) TO Whole-Amt
           IF Whole-Amt NOT = PT-Amount(PYx)
               EXIT PARAGRAPH
           END-IF
           DIVIDE Whole-Amt BY Cfg-Round
               GIVING Round-Quo REMAINDER Round-Rem
           IF Round-Rem = 0
               MOVE 'R' TO WR-RuleR
               ADD 1 TO RuleR-Ctr
           END-IF.

       Reinject-P.
           IF RT-Used(RVx) = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE RT-Row(RVx) TO Work-Rev
           IF WR-Status NOT = 'R' OR WR-Injected = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Pay-Count >= 3000
               DISPLAY "** 입금 표 한도 - 되돌려 넣기"
                       " 다음으로 : " WR-Seq
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Pay-Count
           MOVE WR-AcctNo  TO PT-AcctNo(Pay-Count)
           MOVE WR-PayDate TO PT-Date(Pay-Count)
           MOVE WR-Amount  TO PT-Amount(Pay-Count)
           MOVE 'D'        TO PT-Act(Pay-Count)
           MOVE 'Y' TO WR-Injected
           MOVE Work-Rev TO RT-Row(RVx)
           ADD 1 TO Inj-Ctr
           ADD 1 TO Kept-Ctr.

       SaveReview-P.
           IF Rev-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Review-File
           IF Review-Status NOT = '00'
               DISPLAY "** 검토 대장 쓰기 실패 : " Review-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Rev-Count
               MOVE RT-Row(RVx) TO Review-Record
               WRITE Review-Record
           END-PERFORM
           CLOSE Review-File.

       SavePayments-P.
          *> 통과한 입금과 되돌려 넣은 입금만 남긴다
           IF Flag-Ctr = 0 AND Held-Ctr = 0 AND Inj-Ctr = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Payment-File
           IF Payment-Status NOT = '00'
               DISPLAY "** 입금 파일 되쓰기 실패 : "
                       Payment-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PYx FROM 1 BY 1
                   UNTIL PYx > Pay-Count
               IF PT-Act(PYx) = 'K' OR PT-Act(PYx) = 'D'
                   MOVE SPACES TO Payment-Record
                   MOVE PT-AcctNo(PYx) TO PY-AcctNo
                   MOVE PT-Date(PYx)   TO PY-Date
                   MOVE PT-Amount(PYx) TO PY-Amount
                   WRITE Payment-Record
               END-IF
           END-PERFORM
           CLOSE Payment-File.

       WriteRpt-P.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 입금 사전 심사 " DELIMITED BY SIZE
                  Proc-Date    DELIMITED BY SIZE
                  " ==="        DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE "규칙 M=같은 날 여러 건 L=납입액 초과"
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE "     C=해지/상각 계좌 R=딱 떨어지는 현금"
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[이번에 걸린 입금 - 검토 대기]" TO Rpt-Line
           WRITE Rpt-Line
           STRING "번호   계좌        입금일"
                                DELIMITED BY SIZE
                  "        금액  회차납입 현금 규칙"
                                DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           IF Flag-Ctr = 0
               MOVE "  (없음)" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           PERFORM VARYING RVx FROM First-New BY 1
                   UNTIL RVx > Rev-Count
               MOVE RT-Row(RVx) TO Work-Rev
               IF WR-Status = 'P'
                   MOVE WR-Seq     TO RW-Seq
                   MOVE WR-AcctNo  TO RW-AcctNo
                   MOVE WR-PayDate TO RW-Date
                   MOVE WR-Amount  TO RW-Amount
                   MOVE WR-Inst    TO RW-Inst
                   MOVE WR-Cash    TO RW-Cash
                   MOVE WR-Rules   TO RW-Rules
                   MOVE Rpt-Row TO Rpt-Line
                   WRITE Rpt-Line
               END-IF
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[요약]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "입금 건수" TO RC-Label
           MOVE Pay-Count TO RC-Count
           PERFORM WriteCount-P
           MOVE "통과 (PAYMENTS.DAT에 남김)" TO RC-Label
           MOVE Kept-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  그중 풀어 준 입금" TO RC-Label
           COMPUTE RC-Count = Rel-Ctr + Inj-Ctr
           PERFORM WriteCount-P
           MOVE "이번에 걸림" TO RC-Label
           MOVE Flag-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  M 같은 날 여러 건" TO RC-Label
           MOVE RuleM-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  L 납입액 초과" TO RC-Label
           MOVE RuleL-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  C 해지/상각 계좌" TO RC-Label
           MOVE RuleC-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  R 딱 떨어지는 현금" TO RC-Label
           MOVE RuleR-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "대기/거절로 뺀 입금" TO RC-Label
           MOVE Held-Ctr TO RC-Count
           PERFORM WriteCount-P
           CLOSE Rpt-File.

       WriteCount-P.
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "PAYSCRN 종료"   TO AL-Event
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
