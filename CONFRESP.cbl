       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRESP.
       AUTHOR. YONEE.
       REMARKS. 잔액 확인서 회신 기록 콘솔. CONFSEL이 남긴
                발송 대장(CONFREG.DAT)을 읽어 담당자가
                확인 번호(연도+일련번호)로 확인서를 찾아
                회신을 일치(A), 불일치(D - 고객이 주장하는
                잔액과 사유를 함께), 무응답(N)으로 적는다.
                이미 적은 회신도 고쳐 쓸 수 있으며, 고칠
                때마다 담당자 접속 번호와 함께 AUDIT.DAT에
                남긴다. 대장은 종료 시 통째로 다시 쓴다.
                감사인 예외 보고는 CONFRPT가 낸다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reg-File ASSIGN TO "CONFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Reg-File.
       COPY "CONFREG.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Reg-Status        PIC XX.
       77  Reg-Eof           PIC X       VALUE 'N'.

      *> ----- 발송 대장 테이블 (레코드 그대로) -----
       77  Reg-Count         PIC 9(4)    VALUE 0.
       01  Reg-Table.
           02  Reg-Entry OCCURS 0 TO 3000 TIMES
                         DEPENDING ON Reg-Count
                         INDEXED BY RGx.
               03  RG-Row        PIC X(100).

      *> 대장 한 줄을 풀어 보는 작업 레코드
       COPY "CONFREG.cbl"
           REPLACING ==Conf-Record== BY ==Work-Conf==
                     LEADING ==CN== BY ==WC==.

      *> ----- 콘솔 입력 -----
       77  Oper-Id           PIC X(3)    VALUE SPACES.
       77  Choice            PIC X       VALUE SPACE.
       77  In-Year-X         PIC X(4)    VALUE SPACES.
       77  In-Year           PIC 9(4)    VALUE 0.
       77  In-Seq-X          PIC X(5)    VALUE SPACES.
       77  In-Seq            PIC 9(5)    VALUE 0.
       77  In-Claim-X        PIC X(9)    VALUE SPACES.
       77  In-Claim          PIC 9(9)    VALUE 0.
       77  In-Note           PIC X(30)   VALUE SPACES.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Resp-Ctr          PIC 9(4)    VALUE 0.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "CONFRESP"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CONFRESP"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CONFRESP 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           MOVE SG-Oper TO Oper-Id
           PERFORM LoadReg-P
           IF Reg-Count = 0
               DISPLAY "발송 대장 없음" UPON TTY
               GO TO Keut-P
           END-IF
           DISPLAY "확인 연도 (빈칸=" In-Year ") ?" UPON TTY
           ACCEPT In-Year-X FROM TTY
           IF In-Year-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(In-Year-X) NOT = 0
                   DISPLAY "** 연도 숫자 아님" UPON TTY
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(In-Year-X) TO In-Year
           END-IF
           PERFORM RespLoop-P UNTIL Done-Flag = 'Y'
           IF Resp-Ctr > 0
               PERFORM SaveReg-P
           END-IF
           DISPLAY "회신 기록 " Resp-Ctr " 건" UPON TTY
           GO TO Keut-P.

       LoadReg-P.
          *> 대장을 통째로 싣고 가장 늦은 연도를 기본값
          *> 으로 잡는다
           OPEN INPUT Reg-File
           IF Reg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Reg-Eof = 'Y'
               READ Reg-File
                   AT END MOVE 'Y' TO Reg-Eof
                   NOT AT END
                       IF Reg-Count < 3000
                           ADD 1 TO Reg-Count
                           MOVE Conf-Record TO RG-Row(Reg-Count)
                           IF CN-Year > In-Year
                               MOVE CN-Year TO In-Year
                           END-IF
                       ELSE
                           DISPLAY "** 대장 표 한도(3000) 초과"
                               UPON TTY
                           MOVE 'Y' TO Reg-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File.

       RespLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "확인 번호 " In-Year "- 일련 (빈칸=끝) ?"
               UPON TTY
           ACCEPT In-Seq-X FROM TTY
           IF In-Seq-X = SPACES
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(In-Seq-X) NOT = 0
               DISPLAY "** 일련번호 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Seq-X) TO In-Seq
           PERFORM FindConf-P
           IF Found-Flag = 'N'
               DISPLAY "** 발송 기록 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowConf-P
           DISPLAY "A=일치 D=불일치 N=무응답"
                   " 그 외=지나감 ?" UPON TTY
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO WC-Status
                   MOVE WC-Book TO WC-Claim
                   MOVE SPACES TO WC-Note
               WHEN 'D' WHEN 'd'
                   PERFORM GetDispute-P
                   IF Found-Flag = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'D' TO WC-Status
                   MOVE In-Claim TO WC-Claim
                   MOVE In-Note  TO WC-Note
               WHEN 'N' WHEN 'n'
                   MOVE 'N' TO WC-Status
                   MOVE 0 TO WC-Claim
                   MOVE SPACES TO WC-Note
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE Today-Date TO WC-RespDate
           MOVE Oper-Id    TO WC-Oper
           MOVE Work-Conf  TO RG-Row(RGx)
           ADD 1 TO Resp-Ctr
           MOVE SPACES TO AL-Event
           STRING "확인회신 " DELIMITED BY SIZE
                  WC-Year    DELIMITED BY SIZE
                  "-"        DELIMITED BY SIZE
                  WC-Seq     DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  WC-Status  DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  Oper-Id    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "기록됨" UPON TTY.

       FindConf-P.
           MOVE 'N' TO Found-Flag
           SET RGx TO 1
           SEARCH Reg-Entry
               AT END CONTINUE
               WHEN RG-Row(RGx)(1:4) = In-Year
                AND RG-Row(RGx)(6:5) = In-Seq
                   MOVE 'Y' TO Found-Flag
                   MOVE RG-Row(RGx) TO Work-Conf
           END-SEARCH.

       ShowConf-P.
           DISPLAY "고객 " WC-CustNo "  지점 " WC-Branch
                   "  사유 " WC-Reason "  계좌 " WC-Accts
                   UPON TTY
           DISPLAY "장부 잔액 " WC-Book "  발송일 "
                   WC-SentDate UPON TTY
           IF WC-Status NOT = 'S'
               DISPLAY "이미 회신 기록됨 : " WC-Status " "
                       WC-RespDate " " WC-Oper UPON TTY
               IF WC-Status = 'D'
                   DISPLAY "  주장 잔액 " WC-Claim " "
                           WC-Note UPON TTY
               END-IF
           END-IF.

       GetDispute-P.
          *> 불일치 회신 - 고객이 주장하는 잔액은 꼭
          *> 받는다
           DISPLAY "고객 주장 잔액 ?" UPON TTY
           ACCEPT In-Claim-X FROM TTY
           IF In-Claim-X = SPACES
              OR FUNCTION TEST-NUMVAL(In-Claim-X) NOT = 0
               DISPLAY "** 잔액 숫자 아님 - 기록 안 함"
                   UPON TTY
               MOVE 'N' TO Found-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Claim-X) TO In-Claim
           DISPLAY "사유 ?" UPON TTY
           ACCEPT In-Note FROM TTY.

       SaveReg-P.
          *> 대장을 회신을 적은 그대로 다시 쓴다
           OPEN OUTPUT Reg-File
           IF Reg-Status NOT = '00'
               DISPLAY "** 대장 되쓰기 실패" UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Reg-Count
               MOVE RG-Row(Ix) TO Conf-Record
               WRITE Conf-Record
           END-PERFORM
           CLOSE Reg-File.

       Keut-P.
           MOVE "CONFRESP 종료"  TO AL-Event
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
