       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREVU.
       AUTHOR. YONEE.
       REMARKS. 의심 입금 심사 콘솔. PAYSCRN이 검토 대장
                (PAYREVW.DAT)에 뺀 대기('P') 입금을 차례로
                보여 주고, 심사 담당이 걸린 규칙과 계좌,
                금액, 회차 납입액을 보고 풀어 주거나(R)
                사유를 붙여 거절(J)한다. 풀어 준 입금은 다음
                PAYSCRN이 PAYMENTS.DAT에 되돌려 넣어 PAYPOST가
                소인하고, 거절한 입금은 소인되지 않는다.
                결정마다 담당자 접속 번호와 함께 AUDIT.DAT에
                남기고, 대장은 종료 시 통째로 다시 쓴다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Review-File ASSIGN TO "PAYREVW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Review-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Review-File.
       COPY "PAYREVW.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Review-Status     PIC XX.
       77  Review-Eof        PIC X       VALUE 'N'.

      *> ----- 검토 대장 테이블 (레코드 그대로) -----
       77  Rev-Count         PIC 9(4)    VALUE 0.
       01  Rev-Table.
           02  Rev-Entry OCCURS 0 TO 3000 TIMES
                         DEPENDING ON Rev-Count
                         INDEXED BY RVx.
               03  RT-Row        PIC X(110).

      *> 대장 한 줄을 풀어 보는 작업 레코드
       COPY "PAYREVW.cbl"
           REPLACING ==Review-Record== BY ==Work-Rev==
                     LEADING ==RV== BY ==WR==.

      *> ----- 콘솔 입력 -----
       77  Oper-Id           PIC X(3)    VALUE SPACES.
       77  Choice            PIC X       VALUE SPACE.
       77  In-Note           PIC X(30)   VALUE SPACES.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Pend-Ctr          PIC 9(4)    VALUE 0.
       77  Rel-Ctr           PIC 9(4)    VALUE 0.
       77  Rej-Ctr           PIC 9(4)    VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.
       77  Disp-Amt          PIC ZZ,ZZ9.9.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "PAYREVU"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "PAYREVU"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "PAYREVU 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           MOVE SG-Oper TO Oper-Id
           PERFORM LoadReview-P
           IF Pend-Ctr = 0
               DISPLAY "검토 대기 입금 없음" UPON TTY
               GO TO Keut-P
           END-IF
           DISPLAY "검토 대기 " Pend-Ctr " 건" UPON TTY
           PERFORM ReviewOne-P VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Rev-Count OR Done-Flag = 'Y'
           IF Rel-Ctr > 0 OR Rej-Ctr > 0
               PERFORM SaveReview-P
           END-IF
           DISPLAY "풀어 줌 " Rel-Ctr " 건 / 거절 " Rej-Ctr " 건"
               UPON TTY
           GO TO Keut-P.

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
                           IF RV-Status = 'P'
                               ADD 1 TO Pend-Ctr
                           END-IF
                       ELSE
                           DISPLAY "** 대장 표 한도(3000) 초과"
                               UPON TTY
                           MOVE 'Y' TO Review-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Review-File.

       ReviewOne-P.
           MOVE RT-Row(Ix) TO Work-Rev
           IF WR-Status NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           DISPLAY " " UPON TTY
           MOVE WR-Amount TO Disp-Amt
           DISPLAY "번호 " WR-Seq "  계좌 " WR-AcctNo
                   "  입금일 " WR-PayDate UPON TTY
           DISPLAY "금액 " Disp-Amt "  창구 현금 " WR-Cash
                   "  걸린 날 " WR-FlagDate UPON TTY
           IF WR-RuleM = 'M'
               DISPLAY "  M 같은 날 같은 계좌 여러 건"
                   UPON TTY
           END-IF
           IF WR-RuleL = 'L'
               MOVE WR-Inst TO Disp-Amt
               DISPLAY "  L 회차 납입액(" Disp-Amt ")보다 큼"
                   UPON TTY
           END-IF
           IF WR-RuleC = 'C'
               DISPLAY "  C 해지 또는 대손 상각 계좌" UPON TTY
           END-IF
           IF WR-RuleR = 'R'
               DISPLAY "  R 신고 기준 이상 딱 떨어지는"
                   " 현금" UPON TTY
           END-IF
           DISPLAY "R=풀어 줌 J=거절 빈칸=지나감 Q=끝 ?"
               UPON TTY
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO WR-Status
                   MOVE SPACES TO WR-Note
                   ADD 1 TO Rel-Ctr
               WHEN 'J' WHEN 'j'
                   DISPLAY "거절 사유 ?" UPON TTY
                   ACCEPT In-Note FROM TTY
                   IF In-Note = SPACES
                       DISPLAY "** 사유 필요 - 기록 안 함"
                           UPON TTY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'J' TO WR-Status
                   MOVE In-Note TO WR-Note
                   ADD 1 TO Rej-Ctr
               WHEN 'Q' WHEN 'q'
                   MOVE 'Y' TO Done-Flag
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE Oper-Id    TO WR-Oper
           MOVE Today-Date TO WR-DecDate
           MOVE Work-Rev   TO RT-Row(Ix)
           MOVE SPACES TO AL-Event
           STRING "입금심사 " DELIMITED BY SIZE
                  WR-Seq      DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WR-Status   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WR-AcctNo   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  Oper-Id     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "기록됨" UPON TTY.

       SaveReview-P.
          *> 대장을 결정을 적은 그대로 다시 쓴다
           OPEN OUTPUT Review-File
           IF Review-Status NOT = '00'
               DISPLAY "** 대장 되쓰기 실패" UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Rev-Count
               MOVE RT-Row(Ix) TO Review-Record
               WRITE Review-Record
           END-PERFORM
           CLOSE Review-File.

       Keut-P.
           MOVE "PAYREVU 종료"   TO AL-Event
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
