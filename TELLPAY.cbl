       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLPAY.
       AUTHOR. YONEE.
       REMARKS. 창구 현금 거래 콘솔. 지점 창구에서 현금으로
                받은 회차 입금과 창구에서 내준 현금 지급
                (만기 지급금, 환불금 등)을 담당 창구 번호와
                지점을 붙여 받는다. 입금은 은행 입금처럼
                PAYMENTS.DAT 끝에 덧붙여 다음 PAYPOST에
                들어가고, 입금과 지급 모두 창구 현금 거래
                (TELLCASH.DAT)에 남아 TELLBAL의 시재 마감에
                쓰인다. 계좌번호는 EXTCAPT처럼 검증 숫자와
                원부(ACCOUNTS.IDX, 없으면 ACCOUNTS.DAT)로
                확인하고, 휴면 계좌와 이미 마감된 지점은
                받지 않는다. 자기 지점만 맡는 운전원은
                자기 지점 계좌만 받는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Payment-File ASSIGN TO "PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Payment-Status.
           SELECT Cash-File ASSIGN TO "TELLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Status.
           SELECT BrClose-File ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BrClose-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 입금 파일을 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
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

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Payment-File.
       01  Payment-Record.
           02  PY-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  PY-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  PY-Amount         PIC 9(5)V9.

       FD  Cash-File.
       COPY "TELLTXN.cbl".

       FD  BrClose-File.
       COPY "BRCLOSE.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  Account-Status    PIC XX.
       77  Payment-Status    PIC XX.
       77  Cash-Status       PIC XX.
       77  BrClose-Status    PIC XX.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  BrClose-Eof       PIC X       VALUE 'N'.
       77  Idx-Mode          PIC X       VALUE 'N'.

      *> ----- 순차본 대체용 계좌번호 테이블 -----
       77  Acct-Count        PIC 9(3)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-Dormant    PIC X.
               03  AT-Branch     PIC X(3).

      *> ----- 콘솔 입력 -----
       77  Tel-Id            PIC X(3)    VALUE SPACES.
       77  Tel-Branch        PIC X(3)    VALUE SPACES.
       77  Br-Closed         PIC X       VALUE 'N'.
       77  Choice            PIC X       VALUE SPACE.
       77  In-AcctNo         PIC X(10).
       77  In-Amount-X       PIC X(8).
       77  In-Amount         PIC 9(5)V9  VALUE 0.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Acct-Found        PIC X       VALUE 'N'.
      *> 찾은 계좌의 지점 - SIGNON 'BRN' 확인용
       77  Acct-Branch       PIC X(3)    VALUE SPACES.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Pay-Ctr           PIC 9(4)    VALUE 0.
       77  Out-Ctr           PIC 9(4)    VALUE 0.
       77  Pay-Total         PIC 9(7)V9  VALUE 0.
       77  Out-Total         PIC 9(7)V9  VALUE 0.
       77  Disp-Amt          PIC Z,ZZZ,ZZ9.9.
      *> 계좌 마스터 확장 영역 작업본
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.
      *> 계좌번호 검증 숫자(ACCTCHK) 작업영역
       77  Ck-Op             PIC X(3)    VALUE SPACES.
       77  Ck-Flag           PIC X       VALUE SPACE.
       77  Ck-AcctNo         PIC X(10)   VALUE SPACES.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM CheckLock-P
           IF Lock-Held = 'Y'
               DISPLAY "** 야간 배치 실행 중 - 종료 후"
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "TELLPAY"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "TELLPAY"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "TELLPAY 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
          *> 창구 번호와 지점은 접속한 운전원의 것
           MOVE SG-Oper   TO Tel-Id
           MOVE SG-Branch TO Tel-Branch
           IF Tel-Branch = SPACES
               MOVE '000' TO Tel-Branch
           END-IF
           PERFORM CheckClosed-P
           IF Br-Closed = 'Y'
               DISPLAY "** 지점 " Tel-Branch " 오늘 마감됨"
                   UPON TTY
               GO TO Keut-P
           END-IF
          *> 색인 원부가 있으면 키로 확인하고, 없으면
          *> 순차본을 표로 적재해 확인한다
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status = '00'
               MOVE 'Y' TO Idx-Mode
           ELSE
               PERFORM LoadAccounts-P
           END-IF
           PERFORM TellLoop-P UNTIL Done-Flag = 'Y'
           IF Idx-Mode = 'Y'
               CLOSE AcctIdx-File
           END-IF
           MOVE Pay-Total TO Disp-Amt
           DISPLAY "창구 입금 : " Pay-Ctr " 건 " Disp-Amt
               UPON TTY
           MOVE Out-Total TO Disp-Amt
           DISPLAY "현금 지급 : " Out-Ctr " 건 " Disp-Amt
               UPON TTY
           GO TO Keut-P.

       CheckClosed-P.
          *> 그 지점이 오늘 이미 마감됐는지 본다
           OPEN INPUT BrClose-File
           IF BrClose-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BrClose-Eof = 'Y'
               READ BrClose-File
                   AT END MOVE 'Y' TO BrClose-Eof
                   NOT AT END
                       IF BC-Date = Today-Date
                          AND BC-Branch = Tel-Branch
                           MOVE 'Y' TO Br-Closed
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BrClose-File.

       LoadAccounts-P.
           OPEN INPUT Account-File
           IF Account-Status = '00'
               PERFORM UNTIL Account-Eof = 'Y'
                   READ Account-File
                       AT END MOVE 'Y' TO Account-Eof
                       NOT AT END
                           IF Acct-Count < 500
                               ADD 1 TO Acct-Count
                               MOVE AC-AcctNo
                                   TO AT-AcctNo(Acct-Count)
                               MOVE AC-Dormant
                                   TO AT-Dormant(Acct-Count)
                               MOVE AC-Branch
                                   TO AT-Branch(Acct-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Account-File
           ELSE
               DISPLAY "** 계좌 파일 없음 - 접수 불가"
                   UPON TTY
               MOVE 'Y' TO Done-Flag
           END-IF.

       TellLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "P=창구 입금 O=현금 지급 빈칸=끝 ?"
               UPON TTY
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'P' WHEN 'p'
                   MOVE 'P' TO Choice
               WHEN 'O' WHEN 'o'
                   MOVE 'O' TO Choice
               WHEN SPACE
                   MOVE 'Y' TO Done-Flag
                   EXIT PARAGRAPH
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           DISPLAY "계좌번호 ?" UPON TTY
           ACCEPT In-AcctNo FROM TTY
           MOVE 'VER' TO Ck-Op
           MOVE In-AcctNo TO Ck-AcctNo
           CALL 'ACCTCHK' USING Ck-Op Ck-AcctNo Ck-Flag
           IF Ck-Flag = 'N'
               DISPLAY "** 계좌번호 검증 숫자 오류" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckAcct-P
           IF Acct-Found = 'N'
               DISPLAY "** 계좌 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Acct-Found = 'Z'
               DISPLAY "** 휴면 계좌 - 해제 승인 후 거래"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 받지 못한다 - 거부는 SIGNON이 알린다
           MOVE 'BRN'       TO SG-Op
           MOVE Acct-Branch TO SG-AcctBranch
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "금액 ?" UPON TTY
           ACCEPT In-Amount-X FROM TTY
           IF In-Amount-X = SPACES
              OR FUNCTION TEST-NUMVAL(In-Amount-X) NOT = 0
               DISPLAY "** 금액 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(In-Amount-X) > 99999.9
               DISPLAY "** 금액 한도(99999.9) 초과" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Amount-X) TO In-Amount
           IF In-Amount = 0
               DISPLAY "** 금액은 0일 수 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Choice = 'P'
               PERFORM WritePay-P
               IF Payment-Status NOT = '00'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Pay-Ctr
               ADD In-Amount TO Pay-Total
           ELSE
               ADD 1 TO Out-Ctr
               ADD In-Amount TO Out-Total
           END-IF
           PERFORM LogCash-P
           MOVE SPACES TO AL-Event
           STRING "창구현금 " DELIMITED BY SIZE
                  Choice      DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  In-AcctNo   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  In-Amount   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  Tel-Id      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "접수 완료" UPON TTY.

       CheckAcct-P.
           MOVE 'N' TO Acct-Found
           MOVE SPACES TO Acct-Branch
           IF Idx-Mode = 'Y'
               MOVE In-AcctNo TO AI-AcctNo
               READ AcctIdx-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AI-Status = 'A'
                           MOVE 'Y' TO Acct-Found
                           MOVE AI-Branch TO Acct-Branch
                           MOVE AI-Ext TO WA-Ext
                           IF WA-Dormant = 'Y'
                               MOVE 'Z' TO Acct-Found
                           END-IF
                       ELSE
                           DISPLAY "** 해지된 계좌" UPON TTY
                       END-IF
               END-READ
           ELSE
               IF Acct-Count > 0
                   SET ACx TO 1
                   SEARCH Acct-Entry
                       AT END CONTINUE
                       WHEN AT-AcctNo(ACx) = In-AcctNo
                           MOVE 'Y' TO Acct-Found
                           MOVE AT-Branch(ACx) TO Acct-Branch
                           IF AT-Dormant(ACx) = 'Y'
                               MOVE 'Z' TO Acct-Found
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

       WritePay-P.
          *> 창구 입금은 은행 입금과 같은 모양으로 덧붙여
          *> 다음 PAYPOST가 회차에 소인한다
           OPEN EXTEND Payment-File
           IF Payment-Status NOT = '00'
               OPEN OUTPUT Payment-File
           END-IF
           IF Payment-Status NOT = '00'
               DISPLAY "** 입금 파일 열기 실패" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Payment-Record
           MOVE In-AcctNo  TO PY-AcctNo
           MOVE Today-Date TO PY-Date
           MOVE In-Amount  TO PY-Amount
           WRITE Payment-Record
           CLOSE Payment-File.

       LogCash-P.
          *> 창구 현금 거래로 덧붙여 시재 마감에 넣는다
           OPEN EXTEND Cash-File
           IF Cash-Status NOT = '00'
               OPEN OUTPUT Cash-File
           END-IF
           IF Cash-Status NOT = '00'
               DISPLAY "** 창구 현금 기록 실패" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Cash-Record
           MOVE Today-Date TO TX-Date
           MOVE Tel-Branch TO TX-Branch
           MOVE Tel-Id     TO TX-Teller
           MOVE Choice     TO TX-Kind
           MOVE In-AcctNo  TO TX-AcctNo
           MOVE In-Amount  TO TX-Amount
           MOVE FUNCTION CURRENT-DATE(9:6) TO TX-Time
           WRITE Cash-Record
           CLOSE Cash-File.

       Keut-P.
           MOVE "TELLPAY 종료"   TO AL-Event
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

       CheckLock-P.
      *> 야간 체인이 잠금을 잡고 있으면 물러난다
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               MOVE 'Y' TO Lock-Held
           END-IF.
