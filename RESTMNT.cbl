       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTMNT.
       AUTHOR. YONEE.
       REMARKS. 채무 재조정 요청 입력/검토. 연체 대출의
                재조정(새 기간, 상품, 요율, 연체액 원금
                산입)을 접속한 운전원 번호로 요청 파일
                (RESTREQ.DAT)에 대기('P')로 올리고, 다른
                운전원이 같은 콘솔의 검토에서 승인('A')/
                반려('J', 사유 R)/보류를 고른다. 신청자와
                같은 접속 번호는 승인할 수 없다 -
                CHGAPPRV와 같은 마커-체커 통제다. 승인
                건은 야간의 RESTRUCT가 연체 구간과 원장을
                확인해 반영한다. 계좌는 순차 ACCOUNTS.DAT에
                있는 대출('L')이어야 하고 자기 지점
                역할은 자기 지점 계좌만 올린다. 한
                계좌에 대기/승인 중인 요청은 하나만
                받는다. 새 상품 코드는 RATE.DAT에 있어야
                한다. 요청 파일을 다 싣지 못했으면 되쓰지
                않는다. 요청과 결정은 AUDIT.DAT에 남는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Req-File ASSIGN TO "RESTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Req-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Rate-File ASSIGN TO "RATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rate-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 요청 파일을 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Req-File.
       COPY "RESTREQ.cbl".

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Rate-File.
       01  Rate-Record.
           02  RF-ProdCode       PIC X(5).
           02  RF-LowBand        PIC 9(5).
           02  RF-HighBand       PIC 9(5).
           02  RF-Rate           PIC 9V9999.

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Req-Status        PIC XX.
       77  Account-Status    PIC XX.
       77  Req-Eof           PIC X       VALUE 'N'.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  Rate-Status       PIC XX.
       77  Rate-Eof          PIC X       VALUE 'N'.

      *> ----- 요청 테이블 (요청 행 그대로) -----
       77  Req-Count         PIC 9(3)    VALUE 0.
       77  Req-Changed       PIC X       VALUE 'N'.
      *> 'N'이면 요청 파일을 다 싣지 못했다 - 되쓰지 않는다
       77  Req-Loaded        PIC X       VALUE 'Y'.
       01  Req-Table.
           02  Req-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Req-Count
                         INDEXED BY RQx.
               03  RT-Row        PIC X(40).

      *> ----- 콘솔 입력 작업영역 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  Choice            PIC X       VALUE SPACE.
       77  In-AcctNo         PIC X(10)   VALUE SPACES.
       77  In-Term-X         PIC X(8)    VALUE SPACES.
       77  Term-Len          PIC 9       VALUE 0.
       77  In-Prod           PIC X(5)    VALUE SPACES.
       77  In-Rate-X         PIC X(7)    VALUE SPACES.
       77  In-Rate           PIC 9V9999  VALUE 0.
       77  In-Cap            PIC X       VALUE SPACE.
       77  In-Answer         PIC X       VALUE SPACE.
       77  Acct-Branch       PIC X(3)    VALUE SPACES.
       77  Acct-Type         PIC X       VALUE SPACE.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Add-Ctr           PIC 9(3)    VALUE 0.
       77  Appr-Ctr          PIC 9(3)    VALUE 0.
       77  Rej-Ctr           PIC 9(3)    VALUE 0.

      *> ----- 목록 편집 -----
       01  Req-Line.
           02  RL-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Term           PIC ZZ9.
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Prod           PIC X(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Rate           PIC 9.9999.
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Cap            PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Maker          PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Checker        PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Status         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Reason         PIC X.

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
           MOVE "RESTMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "RESTMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "RESTMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           PERFORM LoadReq-P
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           IF Req-Changed = 'Y'
               PERFORM SaveReq-P
           END-IF
           DISPLAY "신청 " Add-Ctr " 건, 승인 " Appr-Ctr
               " 건, 반려 " Rej-Ctr " 건" UPON TTY
           GO TO Keut-P.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "E=재조정 신청 A=승인 검토 L=목록 X=끝"
               UPON TTY
           ACCEPT Menu-Choice FROM TTY
           IF Menu-Choice = 'X' OR Menu-Choice = 'x'
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE 'FNC'       TO SG-Op
           MOVE Menu-Choice TO SG-Func
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE Menu-Choice
               WHEN 'E' WHEN 'e' PERFORM EnterReq-P
               WHEN 'A' WHEN 'a'
                   PERFORM WalkOne-P
                       VARYING RQx FROM 1 BY 1
                       UNTIL RQx > Req-Count
               WHEN 'L' WHEN 'l' PERFORM ListAll-P
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       LoadReq-P.
           OPEN INPUT Req-File
           IF Req-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Req-Eof = 'Y'
               READ Req-File
                   AT END MOVE 'Y' TO Req-Eof
                   NOT AT END
                       IF Req-Count < 100
                           ADD 1 TO Req-Count
                           MOVE Req-Record TO RT-Row(Req-Count)
                       ELSE
                          *> 다 싣지 못하면 되쓰지 않는다
                           DISPLAY "** 요청 한도(100) 초과"
                               UPON TTY
                           MOVE 'N' TO Req-Loaded
                           MOVE 'Y' TO Req-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Req-File.

       EnterReq-P.
           IF Req-Count >= 100
               DISPLAY "** 요청 한도(100) - 야간 반영 후"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO In-AcctNo
           DISPLAY "계좌 번호 ?" UPON TTY
           ACCEPT In-AcctNo FROM TTY
           IF In-AcctNo = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM FindAcct-P
           IF Found-Flag = 'N'
               DISPLAY "** 계좌 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF Acct-Type NOT = 'L'
               DISPLAY "** 대출 계좌만 재조정" UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 올리지 못한다 - 거부는 SIGNON이
          *> 알린다
           MOVE Acct-Branch TO SG-AcctBranch
           MOVE 'BRN' TO SG-Op
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindOpen-P
           IF Found-Flag = 'Y'
               DISPLAY "** 이미 대기/승인 중인 요청 있음"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetTerms-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY In-AcctNo " 기간 " In-Term-X " 상품 " In-Prod
               UPON TTY
           DISPLAY "요율 " In-Rate " 연체 산입 " In-Cap
               " - 신청 (Y/N) ?" UPON TTY
           MOVE SPACE TO In-Answer
           ACCEPT In-Answer FROM TTY
           IF In-Answer NOT = 'Y' AND In-Answer NOT = 'y'
               DISPLAY "신청 취소" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Req-Record
           MOVE In-AcctNo TO RQ-AcctNo
           MOVE FUNCTION NUMVAL(In-Term-X) TO RQ-Term
           MOVE In-Prod   TO RQ-ProdCode
           MOVE In-Rate   TO RQ-Rate
           MOVE In-Cap    TO RQ-CapFlag
           MOVE SG-Oper   TO RQ-Maker
           MOVE 'P'       TO RQ-Status
           ADD 1 TO Req-Count
           MOVE Req-Record TO RT-Row(Req-Count)
           MOVE 'Y' TO Req-Changed
           ADD 1 TO Add-Ctr
           MOVE SPACES TO AL-Event
           STRING "재조정신청 " DELIMITED BY SIZE
                  In-AcctNo    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "신청 완료 - 다른 운전원의 승인 필요"
               UPON TTY.

       GetTerms-P.
          *> 기간은 1-999 회차(숫자 1-3자리), 상품은 빈칸이면
          *> 그대로이고 아니면 RATE.DAT에 있어야 하며, 요율은
          *> 빈칸/0이면 상품 요율, 산입은 Y/N
           MOVE 'N' TO Valid-Flag
           MOVE SPACES TO In-Term-X In-Prod In-Rate-X
           MOVE 0 TO In-Rate
           DISPLAY "새 기간 수(회차) ?" UPON TTY
           ACCEPT In-Term-X FROM TTY
          *> 소수점이나 부호가 든 값(36.5 등)은 NUMVAL이
          *> 받아 주므로 앞서 숫자 자리만인지 본다
           MOVE 0 TO Term-Len
           INSPECT In-Term-X TALLYING Term-Len
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF Term-Len < 1 OR Term-Len > 3
               DISPLAY "** 기간은 숫자 1-3자리" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF In-Term-X(1:Term-Len) IS NOT NUMERIC
              OR In-Term-X(Term-Len + 1:) NOT = SPACES
               DISPLAY "** 기간은 숫자 1-3자리" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(In-Term-X) < 1
              OR FUNCTION NUMVAL(In-Term-X) > 999
               DISPLAY "** 기간은 1 - 999" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "새 상품 코드(빈칸 = 그대로) ?" UPON TTY
           ACCEPT In-Prod FROM TTY
           IF In-Prod NOT = SPACES
               PERFORM FindProd-P
               IF Found-Flag = 'N'
                   DISPLAY "** RATE.DAT에 없는 상품 코드 : "
                       In-Prod UPON TTY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "새 요율(예 0.0850, 빈칸 = 상품 요율) ?"
               UPON TTY
           ACCEPT In-Rate-X FROM TTY
           IF In-Rate-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(In-Rate-X) NOT = 0
                   DISPLAY "** 요율은 숫자" UPON TTY
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(In-Rate-X) >= 1
                   DISPLAY "** 요율은 1 미만 (0.0850 = 8.5%)"
                       UPON TTY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(In-Rate-X) TO In-Rate
           END-IF
           DISPLAY "미납 연체액을 원금에 얹나 (Y/N) ?"
               UPON TTY
           MOVE SPACE TO In-Cap
           ACCEPT In-Cap FROM TTY
           IF In-Cap = 'y'
               MOVE 'Y' TO In-Cap
           END-IF
           IF In-Cap NOT = 'Y'
               MOVE 'N' TO In-Cap
           END-IF
           MOVE 'Y' TO Valid-Flag.

       FindAcct-P.
          *> 순차 계좌 마스터에서 계정 구분과 지점
           MOVE 'N' TO Found-Flag
           MOVE 'N' TO Account-Eof
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       IF AC-AcctNo = In-AcctNo
                           MOVE 'Y' TO Found-Flag
                           MOVE 'Y' TO Account-Eof
                           MOVE AC-Type   TO Acct-Type
                           MOVE AC-Branch TO Acct-Branch
                           IF Acct-Branch = SPACES
                               MOVE '000' TO Acct-Branch
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       FindOpen-P.
          *> 같은 계좌의 대기/승인 요청
           MOVE 'N' TO Found-Flag
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Req-Count
               MOVE RT-Row(Ix) TO Req-Record
               IF RQ-AcctNo = In-AcctNo
                  AND (RQ-Status = 'P' OR RQ-Status = 'A')
                   MOVE 'Y' TO Found-Flag
               END-IF
           END-PERFORM.

       WalkOne-P.
          *> 대기('P') 요청만 검토 대상이다
           MOVE RT-Row(RQx) TO Req-Record
           IF RQ-Status NOT = 'P'
               EXIT PARAGRAPH
           END-IF
           DISPLAY " " UPON TTY
           PERFORM ShowReq-P
           DISPLAY "A=승인 R=반려 그 외=보류 ?" UPON TTY
           MOVE SPACE TO Choice
           ACCEPT Choice FROM TTY
           EVALUATE Choice
               WHEN 'A' WHEN 'a'
                   IF SG-Oper = RQ-Maker
                       DISPLAY "** 신청자 본인은 승인 불가"
                           UPON TTY
                   ELSE
                       MOVE 'A' TO RQ-Status
                       MOVE SG-Oper TO RQ-Checker
                       ADD 1 TO Appr-Ctr
                       PERFORM Decide-P
                   END-IF
               WHEN 'R' WHEN 'r'
                   MOVE 'J' TO RQ-Status
                   MOVE 'R' TO RQ-Reason
                   MOVE SG-Oper TO RQ-Checker
                   ADD 1 TO Rej-Ctr
                   PERFORM Decide-P
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Decide-P.
           MOVE Req-Record TO RT-Row(RQx)
           MOVE 'Y' TO Req-Changed
           MOVE SPACES TO AL-Event
           STRING "재조정검토 " DELIMITED BY SIZE
                  RQ-Status    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  RQ-AcctNo    DELIMITED BY SIZE
                  " 신청 "     DELIMITED BY SIZE
                  RQ-Maker     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       ShowReq-P.
           MOVE RQ-AcctNo   TO RL-AcctNo
           MOVE RQ-Term     TO RL-Term
           MOVE RQ-ProdCode TO RL-Prod
           MOVE RQ-Rate     TO RL-Rate
           MOVE RQ-CapFlag  TO RL-Cap
           MOVE RQ-Maker    TO RL-Maker
           MOVE RQ-Checker  TO RL-Checker
           MOVE RQ-Status   TO RL-Status
           MOVE RQ-Reason   TO RL-Reason
           DISPLAY Req-Line UPON TTY.

       ListAll-P.
           DISPLAY "계좌       기간 상품  요율   산입 "
               "신청 검토 상태 사유" UPON TTY
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Req-Count
               MOVE RT-Row(Ix) TO Req-Record
               PERFORM ShowReq-P
           END-PERFORM.

       FindProd-P.
          *> 새 상품 코드가 RATE.DAT에 있는지 본다 - 파일을
          *> 못 열면 확인할 수 없으므로 받지 않는다
           MOVE 'N' TO Found-Flag
           MOVE 'N' TO Rate-Eof
           OPEN INPUT Rate-File
           IF Rate-Status NOT = '00'
               DISPLAY "** 요율 파일 열기 실패 : " Rate-Status
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Rate-Eof = 'Y'
               READ Rate-File
                   AT END MOVE 'Y' TO Rate-Eof
                   NOT AT END
                       IF RF-ProdCode = In-Prod
                           MOVE 'Y' TO Found-Flag
                           MOVE 'Y' TO Rate-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Rate-File.

       SaveReq-P.
          *> 다 싣지 못한 표로 되쓰면 나머지 요청이 지워진다
           IF Req-Loaded NOT = 'Y'
               DISPLAY "** 요청 파일 미되쓰기 - 표 한도"
                   UPON TTY
               DISPLAY "** 이번 변경은 반영되지 않았음"
                   UPON TTY
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Req-File
           IF Req-Status NOT = '00'
               DISPLAY "** 요청 파일 되쓰기 실패 : " Req-Status
                   UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Req-Count
               MOVE RT-Row(Ix) TO Req-Record
               WRITE Req-Record
           END-PERFORM
           CLOSE Req-File.

       Keut-P.
           MOVE "RESTMNT 종료"   TO AL-Event
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

       END PROGRAM RESTMNT.
