                검증을 통과한 거래만 EXTRAPAY.DAT 끝에
                덧붙이므로 다음 날 EXTREDIT에서 되돌아오는
                오타 건이 사라진다. 계좌번호를 빈칸으로
                두면 끝낸다. 휴면 예금 계좌는 받지 않는다.
                창구에서 현금으로 받는 경우 시작할 때 창구
                번호와 지점을 넣으면 접수 건마다 창구 현금
                거래(TELLCASH.DAT)에도 남겨 TELLBAL의 시재
                마감에 들어간다. 이미 마감된 지점은 받지
                않는다. 자기 지점만 맡는 운전원은 자기
                지점 계좌만 받는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ExtraPay-File ASSIGN TO "EXTRAPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtraPay-Status.
           SELECT Cash-File ASSIGN TO "TELLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Status.
           SELECT BrClose-File ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BrClose-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  Account-File.
       COPY "ACCTFD.cbl".
           02  EP-Period         PIC 999.
           02  EP-Amount         PIC 9(5).

       FD  Cash-File.
       COPY "TELLTXN.cbl".

       FD  BrClose-File.
       COPY "BRCLOSE.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  Account-Eof       PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  Idx-Mode          PIC X       VALUE 'N'.
       77  Cash-Status       PIC XX.
       77  BrClose-Status    PIC XX.
       77  BrClose-Eof       PIC X       VALUE 'N'.

      *> ----- 창구 현금 접수 -----
       77  Tel-Id            PIC X(3)    VALUE SPACES.
       77  Tel-Branch        PIC X(3)    VALUE SPACES.
       77  Cash-Ans          PIC X       VALUE SPACE.
       77  Br-Closed         PIC X       VALUE 'N'.
       77  Today-Date        PIC 9(8)    VALUE 0.

      *> ----- 순차본 대체용 계좌번호 테이블 -----
       77  Acct-Count        PIC 9(3)    VALUE 0.
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-Dormant    PIC X.
               03  AT-Branch     PIC X(3).

      *> ----- 콘솔 입력 -----
       77  In-AcctNo         PIC X(10).
       77  In-Amount         PIC 9(5)    VALUE 0.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Acct-Found        PIC X       VALUE 'N'.
      *> 찾은 계좌의 지점 - SIGNON 'BRN' 확인용
       77  Acct-Branch       PIC X(3)    VALUE SPACES.
       77  Period-Found      PIC X       VALUE 'N'.
       77  Period-Bal        PIC 9(5)    VALUE 0.
       77  Lines-Ctr         PIC 9(4)    VALUE 0.
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
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "EXTCAPT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "EXTCAPT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "EXTCAPT 시작"   TO AL-Event
           PERFORM LogAudit-P
           PERFORM GetTeller-P
           IF Br-Closed = 'Y'
               GO TO Keut-P
           END-IF
          *> 색인 원부가 있으면 키로 확인하고, 없으면
          *> 순차본을 표로 적재해 확인한다
           OPEN INPUT AcctIdx-File
           DISPLAY "접수 거래 : " Lines-Ctr " 건" UPON TTY
           GO TO Keut-P.

       GetTeller-P.
          *> 창구 현금 수납이면 접속한 운전원의 번호와
          *> 지점을 창구로 두고, 그 지점이 오늘 이미
          *> 마감됐으면 끝낸다
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           MOVE SPACES TO Tel-Id
           DISPLAY "창구 현금 수납 (Y/N) ?" UPON TTY
           ACCEPT Cash-Ans FROM TTY
           IF Cash-Ans NOT = 'Y' AND Cash-Ans NOT = 'y'
               EXIT PARAGRAPH
           END-IF
           MOVE SG-Oper   TO Tel-Id
           MOVE SG-Branch TO Tel-Branch
           IF Tel-Branch = SPACES
               MOVE '000' TO Tel-Branch
           END-IF
           OPEN INPUT BrClose-File
           IF BrClose-Status = '00'
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
               CLOSE BrClose-File
           END-IF
           IF Br-Closed = 'Y'
               DISPLAY "** 지점 " Tel-Branch " 오늘 마감됨"
                   UPON TTY
           END-IF.

       LoadAccounts-P.
           OPEN INPUT Account-File
           IF Account-Status = '00'
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
               DISPLAY "** 계좌 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 휴면 예금은 해제 승인이 반영되기 전까지
          *> 접수하지 않는다
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
           PERFORM GetPeriod-P.

       CheckAcct-P.
           MOVE 'N' TO Acct-Found
           MOVE SPACES TO Acct-Branch
           IF Idx-Mode = 'Y'
               MOVE In-AcctNo TO AI-AcctNo
               READ AcctIdx-File
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
                  In-Amount   DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           IF Tel-Id NOT = SPACES
               PERFORM LogCash-P
           END-IF
           DISPLAY "접수 완료" UPON TTY.

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
           MOVE 'E'        TO TX-Kind
           MOVE In-AcctNo  TO TX-AcctNo
           MOVE In-Amount  TO TX-Amount
           MOVE FUNCTION CURRENT-DATE(9:6) TO TX-Time
           WRITE Cash-Record
           CLOSE Cash-File.

       Keut-P.
           MOVE "EXTCAPT 종료"   TO AL-Event
           PERFORM LogAudit-P
