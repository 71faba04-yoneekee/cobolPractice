                중도상환, 만기, 입금, 원금 정정 - 을
                날짜순으로 보여 준다. 분쟁 계좌의 잔액
                흐름을 한눈에 따라가기 위한 읽기 전용
                화면이다. 사건 코드 옆에 공용 코드 표
                (CODEDESC.DAT)의 뜻을 붙인다. 빈칸이면
                끝낸다. 계좌 마스터(색인본, 없으면
                순차본)에서 계좌의 지점을 찾아 SIGNON
                'BRN'으로 확인하고, 자기 지점만 맡는
                운전원에게는 다른 지점 계좌의 기록을
                보여 주지 않는다. 마스터에 없는 번호는
                '???' 지점으로 본다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           SELECT Jrnl-File ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.

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

       FD  Jrnl-File.
       COPY "ACCTJRNL.cbl".

       WORKING-STORAGE SECTION.
       77  Jrnl-Status       PIC XX.
       77  Jrnl-Eof          PIC X       VALUE 'N'.
       77  AcctIdx-Status    PIC XX.
       77  Account-Status    PIC XX.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  Idx-Mode          PIC X       VALUE 'N'.

      *> ----- 순차본 대체용 계좌번호 테이블 -----
       77  Acct-Count        PIC 9(3)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-Branch     PIC X(3).

      *> ----- 조회 작업영역 -----
       77  Search-Key        PIC X(10)   VALUE SPACES.
       77  Done-Flag         PIC X       VALUE 'N'.
      *> 찾은 계좌의 지점 - SIGNON 'BRN' 확인용
       77  Inq-Branch        PIC X(3)    VALUE SPACES.

      *> ----- 계좌 한 건의 사건 테이블 (날짜순 정렬용) -----
       77  Row-Count         PIC 9(3)    VALUE 0.
           02  IQ-Date           PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IQ-Event          PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  IQ-Desc           PIC X(20).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IQ-Amount         PIC ZZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IQ-After          PIC ZZZ,ZZ9.9.

      *> ----- 코드 설명 (공용 코드 표 - CODELKUP) -----
       COPY "CODECTL.cbl".

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "JRNLINQ"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status = '00'
               MOVE 'Y' TO Idx-Mode
           ELSE
               PERFORM LoadAccounts-P
           END-IF
           PERFORM InqLoop-P UNTIL Done-Flag = 'Y'
           IF Idx-Mode = 'Y'
               CLOSE AcctIdx-File
           END-IF
           GOBACK.

       InqLoop-P.
           IF Search-Key = SPACES
               MOVE 'Y' TO Done-Flag
           ELSE
               PERFORM FindAcct-P
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 보지 못한다 - 거부는 SIGNON이 알린다
               MOVE 'BRN'      TO SG-Op
               MOVE Inq-Branch TO SG-AcctBranch
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result = 'Y'
                   PERFORM LoadRows-P
                   PERFORM SortRows-P
                   PERFORM ShowRows-P
               END-IF
           END-IF.

       FindAcct-P.
          *> 계좌 마스터에서 찾아 지점을 잡아 둔다 - 없는
          *> 번호는 어느 지점과도 맞지 않는 '???'로 둔다
           MOVE '???' TO Inq-Branch
           IF Idx-Mode = 'Y'
               MOVE Search-Key TO AI-AcctNo
               READ AcctIdx-File
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AI-Branch TO Inq-Branch
               END-READ
               EXIT PARAGRAPH
           END-IF
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AT-AcctNo(ACx) = Search-Key
                       MOVE AT-Branch(ACx) TO Inq-Branch
               END-SEARCH
           END-IF.

       LoadAccounts-P.
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       IF Acct-Count < 500
                           ADD 1 TO Acct-Count
                           MOVE AC-AcctNo
                               TO AT-AcctNo(Acct-Count)
                           MOVE AC-Branch
                               TO AT-Branch(Acct-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       LoadRows-P.
          *> 거래 기록을 훑어 이 계좌의 사건만 모은다
           MOVE 0 TO Row-Count
               DISPLAY "** 거래 기록 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "날짜      사건 설명                  "
                   "     금액     전잔액     후잔액"
               UPON TTY
           PERFORM ShowOne-P
               VARYING Ix FROM 1 BY 1 UNTIL Ix > Row-Count.
       ShowOne-P.
           MOVE RW-Date(Ix)   TO IQ-Date
           MOVE RW-Event(Ix)  TO IQ-Event
           MOVE 'GET'         TO CC-Op
           MOVE 'JRNL'        TO CC-Type
           MOVE RW-Event(Ix)  TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE CC-Short      TO IQ-Desc
           MOVE RW-Amount(Ix) TO IQ-Amount
           MOVE RW-Before(Ix) TO IQ-Before
           MOVE RW-After(Ix)  TO IQ-After
