       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLMNT.
       AUTHOR. YONEE.
       REMARKS. 담보/보증인 유지보수. 담보 원부는 CL-CollId
                키의 색인 파일(COLLMAST.IDX), 보증인 연결은
                계좌+고객 번호 키의 색인 파일(GUARANT.IDX)로
                두고, 창구의 등록/조회/정정/해지를 입력
                시점에 검증(대출 계좌는 계좌 원부에 사용 중
                대출로, 보증인은 고객 원부에 사용 중 고객으로
                있어야 하고 차주 본인은 보증인이 될 수 없다)
                하며 변경을 AUDIT.DAT에 남긴다 - CUSTMNT와
                같은 짜임이다. 월말 COLLRPT가 읽는 순차
                COLLMAST.DAT/GUARANT.DAT는 종료 시 사용 중
                건만으로 다시 내려쓴다. 자기 지점만 맡는
                운전원은 자기 지점 계좌의 담보/보증인만
                다룬다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CollIdx-File ASSIGN TO "COLLMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CX-CollId
               FILE STATUS IS CollIdx-Status.
           SELECT Coll-File ASSIGN TO "COLLMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Coll-Status.
           SELECT GuarIdx-File ASSIGN TO "GUARANT.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GX-Key
               FILE STATUS IS GuarIdx-Status.
           SELECT Guar-File ASSIGN TO "GUARANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Guar-Status.
           *> 검증용 계좌/고객 원부 - 읽기만 한다
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT CustIdx-File ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CustNo
               FILE STATUS IS CustIdx-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 마스터를 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CollIdx-File.
       COPY "COLLREC.cbl"
           REPLACING ==Coll-Record== BY ==CollIdx-Record==
                     LEADING ==CL== BY ==CX==.

       FD  Coll-File.
       COPY "COLLREC.cbl".

       FD  GuarIdx-File.
       COPY "GUARREC.cbl"
           REPLACING ==Guar-Record== BY ==GuarIdx-Record==
                     LEADING ==GU== BY ==GX==.

       FD  Guar-File.
       COPY "GUARREC.cbl".

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

       FD  CustIdx-File.
       01  CustIdx-Record.
           02  CI-CustNo         PIC 9(5).
           02  CI-FName          PIC X(15).
           02  CI-LName          PIC X(15).
           02  CI-Status         PIC X.
           02  CI-Addr           PIC X(30).
           02  CI-Phone          PIC X(13).
           02  CI-Postal         PIC X(6).
           02  CI-CrLimit        PIC 9(7).
           02  CI-Terms          PIC 9(3).
           02  CI-Disc           PIC 9(2).
           02  CI-SalesRep       PIC X(3).
           02  CI-Cycle          PIC X.
           02  CI-CycleDay       PIC 9(2).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  CollIdx-Status    PIC XX.
       77  Coll-Status       PIC XX.
       77  GuarIdx-Status    PIC XX.
       77  Guar-Status       PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  CustIdx-Status    PIC XX.
      *> 계좌번호 검증 숫자(ACCTCHK) 작업영역
       77  Ck-Op             PIC X(3)    VALUE SPACES.
       77  Ck-Flag           PIC X       VALUE SPACE.
       77  Ck-AcctNo         PIC X(10)   VALUE SPACES.

      *> ----- 콘솔 입력 작업영역 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  In-CollId         PIC X(10).
       77  In-Type           PIC X       VALUE 'R'.
       77  In-Value-X        PIC X(9).
       77  In-Value          PIC 9(9)    VALUE 0.
       77  In-ApprDate-X     PIC X(8).
       77  In-ApprDate       PIC 9(8)    VALUE 0.
       77  In-AcctNo         PIC X(10).
       77  In-CustNo-X       PIC X(5).
       77  In-CustNo         PIC 9(5)    VALUE 0.
       77  Borrower-No       PIC 9(5)    VALUE 0.
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Chg-Count         PIC 9(4)    VALUE 0.
       77  Today-Date        PIC 9(8)    VALUE 0.

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
           MOVE "COLLMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "COLLMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "COLLMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           OPEN I-O CollIdx-File
           IF CollIdx-Status NOT = '00'
               *> 원부가 아직 없으면 새로 만든다
               OPEN OUTPUT CollIdx-File
               IF CollIdx-Status NOT = '00'
                   DISPLAY "** 담보 원부 열기 실패 : "
                           CollIdx-Status
                   MOVE 16 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               CLOSE CollIdx-File
               OPEN I-O CollIdx-File
           END-IF
           OPEN I-O GuarIdx-File
           IF GuarIdx-Status NOT = '00'
               OPEN OUTPUT GuarIdx-File
               IF GuarIdx-Status NOT = '00'
                   DISPLAY "** 보증 원부 열기 실패 : "
                           GuarIdx-Status
                   MOVE 16 TO RETURN-CODE
                   CLOSE CollIdx-File
                   GO TO Keut-P
               END-IF
               CLOSE GuarIdx-File
               OPEN I-O GuarIdx-File
           END-IF
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 16 TO RETURN-CODE
               CLOSE CollIdx-File
               CLOSE GuarIdx-File
               GO TO Keut-P
           END-IF
           OPEN INPUT CustIdx-File
           IF CustIdx-Status NOT = '00'
               DISPLAY "** 고객 원부 열기 실패 : "
                       CustIdx-Status
               MOVE 16 TO RETURN-CODE
               CLOSE CollIdx-File
               CLOSE GuarIdx-File
               CLOSE AcctIdx-File
               GO TO Keut-P
           END-IF
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           CLOSE CollIdx-File
           CLOSE GuarIdx-File
           CLOSE AcctIdx-File
           CLOSE CustIdx-File
           IF Chg-Count > 0
               PERFORM Extract-P
           END-IF
           GO TO Keut-P.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=담보등록 V=조회 M=정정 R=담보해지"
               UPON TTY
           DISPLAY "G=보증인연결 U=보증인해제 X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddColl-P
               WHEN 'V' WHEN 'v' PERFORM ViewColl-P
               WHEN 'M' WHEN 'm' PERFORM AmendColl-P
               WHEN 'R' WHEN 'r' PERFORM ReleaseColl-P
               WHEN 'G' WHEN 'g' PERFORM AddGuar-P
               WHEN 'U' WHEN 'u' PERFORM DropGuar-P
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       GetCollId-P.
           MOVE 'Y' TO Valid-Flag
           DISPLAY "담보번호 ?" UPON TTY
           ACCEPT In-CollId FROM TTY
           IF In-CollId = SPACES
               DISPLAY "** 담보번호는 필수" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       GetAcct-P.
          *> 검증 숫자를 먼저 보고, 계좌 원부에 사용 중
          *> 대출로 있어야 받는다
           DISPLAY "대출 계좌번호 ?" UPON TTY
           ACCEPT In-AcctNo FROM TTY
           MOVE 'VER' TO Ck-Op
           MOVE In-AcctNo TO Ck-AcctNo
           CALL 'ACCTCHK' USING Ck-Op Ck-AcctNo Ck-Flag
           IF Ck-Flag = 'N'
               DISPLAY "** 계좌번호 검증 숫자 오류" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
                   MOVE 'N' TO Valid-Flag
                   EXIT PARAGRAPH
           END-READ
           IF AI-Status NOT = 'A'
               DISPLAY "** 사용 중 계좌 아님" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           IF AI-Type = 'D' OR AI-Type = 'S'
               DISPLAY "** 대출 계좌만 연결" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           PERFORM BrnChk-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE AI-CustNo TO Borrower-No.

       BrnChk-P.
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 보거나 고치지 못한다 - 거부는 SIGNON이
          *> 알리고 경보로 올린다. AI-AcctNo로 읽은 원부의
          *> 지점을 쓴다
           MOVE 'BRN'     TO SG-Op
           MOVE AI-Branch TO SG-AcctBranch
           CALL 'SIGNON' USING Sign-Ctl
           MOVE SG-Result TO Valid-Flag.

       AcctBrn-P.
          *> 담보/보증인 행의 계좌 지점을 원부에서 찾아 본다 -
          *> 원부에서 빠진 계좌는 본점 계좌로 본다
           READ AcctIdx-File
               INVALID KEY
                   MOVE SPACES TO AI-Branch
           END-READ
           PERFORM BrnChk-P.

       GetFields-P.
          *> 담보 종류/감정가/감정일/계좌를 받아 검증
           DISPLAY "종류(R=부동산 V=차량 D=예금"
                   " S=증권 O=기타) ?" UPON TTY
           ACCEPT In-Type FROM TTY
           IF In-Type NOT = 'R' AND In-Type NOT = 'V'
              AND In-Type NOT = 'D' AND In-Type NOT = 'S'
              AND In-Type NOT = 'O'
               DISPLAY "** 종류는 R, V, D, S, O" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "감정 가액 ?" UPON TTY
               ACCEPT In-Value-X FROM TTY
               IF FUNCTION TEST-NUMVAL(In-Value-X) = 0
                   MOVE FUNCTION NUMVAL(In-Value-X)
                       TO In-Value
               ELSE
                   DISPLAY "** 가액 숫자 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "감정일(YYYYMMDD) ?" UPON TTY
               ACCEPT In-ApprDate-X FROM TTY
               IF FUNCTION TEST-NUMVAL(In-ApprDate-X) = 0
                   MOVE FUNCTION NUMVAL(In-ApprDate-X)
                       TO In-ApprDate
               ELSE
                   MOVE 0 TO In-ApprDate
               END-IF
               IF In-ApprDate = 0 OR In-ApprDate > Today-Date
                   DISPLAY "** 감정일 오류" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               PERFORM GetAcct-P
           END-IF.

       AddColl-P.
           PERFORM GetCollId-P
           IF Valid-Flag = 'Y'
               PERFORM GetFields-P
           END-IF
           IF Valid-Flag = 'Y'
               MOVE In-CollId   TO CX-CollId
               MOVE In-Type     TO CX-Type
               MOVE In-Value    TO CX-Value
               MOVE In-ApprDate TO CX-ApprDate
               MOVE In-AcctNo   TO CX-AcctNo
               MOVE 'A'         TO CX-Status
               WRITE CollIdx-Record
                   INVALID KEY
                       DISPLAY "** 이미 있는 담보" UPON TTY
                   NOT INVALID KEY
                       ADD 1 TO Chg-Count
                       PERFORM AuditColl-P
                       DISPLAY "등록 완료" UPON TTY
               END-WRITE
           END-IF.

       ViewColl-P.
          *> 담보 한 건과 그 계좌의 보증인을 보여 준다
           PERFORM GetCollId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CollId TO CX-CollId
           READ CollIdx-File
               INVALID KEY
                   DISPLAY "** 담보 없음" UPON TTY
                   EXIT PARAGRAPH
           END-READ
           MOVE CX-AcctNo TO AI-AcctNo
           PERFORM AcctBrn-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "담보     : " CX-CollId UPON TTY
           DISPLAY "종류     : " CX-Type UPON TTY
           DISPLAY "감정가   : " CX-Value UPON TTY
           DISPLAY "감정일   : " CX-ApprDate UPON TTY
           DISPLAY "계좌     : " CX-AcctNo UPON TTY
           DISPLAY "상태     : " CX-Status UPON TTY
           MOVE CX-AcctNo TO GX-AcctNo
           MOVE 0         TO GX-CustNo
           START GuarIdx-File KEY >= GX-Key
               INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM ShowGuar-P
               UNTIL GuarIdx-Status NOT = '00'.

       ShowGuar-P.
           READ GuarIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF GX-AcctNo NOT = CX-AcctNo
                       MOVE '10' TO GuarIdx-Status
                   ELSE
                       IF GX-Status = 'A'
                           DISPLAY "보증인   : " GX-CustNo
                                   "  (" GX-Date ")" UPON TTY
                       END-IF
                   END-IF
           END-READ.

       AmendColl-P.
           PERFORM GetCollId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CollId TO CX-CollId
           READ CollIdx-File
               INVALID KEY
                   DISPLAY "** 담보 없음" UPON TTY
               NOT INVALID KEY
                   MOVE CX-AcctNo TO AI-AcctNo
                   PERFORM AcctBrn-P
                   IF Valid-Flag = 'Y'
                       PERFORM GetFields-P
                   END-IF
                   IF Valid-Flag = 'Y'
                       MOVE In-Type     TO CX-Type
                       MOVE In-Value    TO CX-Value
                       MOVE In-ApprDate TO CX-ApprDate
                       MOVE In-AcctNo   TO CX-AcctNo
                       REWRITE CollIdx-Record
                           INVALID KEY
                               DISPLAY "** 정정 실패" UPON TTY
                           NOT INVALID KEY
                               ADD 1 TO Chg-Count
                               PERFORM AuditColl-P
                               DISPLAY "정정 완료" UPON TTY
                       END-REWRITE
                   END-IF
           END-READ.

       ReleaseColl-P.
           PERFORM GetCollId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CollId TO CX-CollId
           READ CollIdx-File
               INVALID KEY
                   DISPLAY "** 담보 없음" UPON TTY
               NOT INVALID KEY
                   MOVE CX-AcctNo TO AI-AcctNo
                   PERFORM AcctBrn-P
                   IF Valid-Flag = 'Y'
                       MOVE 'C' TO CX-Status
                       REWRITE CollIdx-Record
                           INVALID KEY
                               DISPLAY "** 해지 실패" UPON TTY
                           NOT INVALID KEY
                               ADD 1 TO Chg-Count
                               PERFORM AuditColl-P
                               DISPLAY "해지 완료" UPON TTY
                       END-REWRITE
                   END-IF
           END-READ.

       GetGuarCust-P.
          *> 보증인은 고객 원부의 사용 중 고객이어야 하고
          *> 차주 본인은 안 된다
           DISPLAY "보증인 고객번호 ?" UPON TTY
           ACCEPT In-CustNo-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-CustNo-X) = 0
               MOVE FUNCTION NUMVAL(In-CustNo-X)
                   TO In-CustNo
           ELSE
               DISPLAY "** 고객번호 숫자 아님" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE In-CustNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   DISPLAY "** 고객 없음" UPON TTY
                   MOVE 'N' TO Valid-Flag
                   EXIT PARAGRAPH
           END-READ
           IF CI-Status NOT = 'A'
               DISPLAY "** 사용 중 고객 아님" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           IF In-CustNo = Borrower-No
               DISPLAY "** 차주 본인은 보증인 불가" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       AddGuar-P.
           MOVE 'Y' TO Valid-Flag
           PERFORM GetAcct-P
           IF Valid-Flag = 'Y'
               PERFORM GetGuarCust-P
           END-IF
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO GX-AcctNo
           MOVE In-CustNo TO GX-CustNo
           READ GuarIdx-File
               INVALID KEY
                   MOVE 'A'        TO GX-Status
                   MOVE Today-Date TO GX-Date
                   WRITE GuarIdx-Record
                       INVALID KEY
                           DISPLAY "** 연결 실패" UPON TTY
                       NOT INVALID KEY
                           ADD 1 TO Chg-Count
                           PERFORM AuditGuar-P
                           DISPLAY "연결 완료" UPON TTY
                   END-WRITE
               NOT INVALID KEY
                   IF GX-Status = 'A'
                       DISPLAY "** 이미 연결된 보증인" UPON TTY
                   ELSE
                       *> 해제했던 연결을 다시 살린다
                       MOVE 'A'        TO GX-Status
                       MOVE Today-Date TO GX-Date
                       REWRITE GuarIdx-Record
                           INVALID KEY
                               DISPLAY "** 연결 실패" UPON TTY
                           NOT INVALID KEY
                               ADD 1 TO Chg-Count
                               PERFORM AuditGuar-P
                               DISPLAY "연결 완료" UPON TTY
                       END-REWRITE
                   END-IF
           END-READ.

       DropGuar-P.
          *> 해제는 계좌가 이미 해지/상각됐어도 받는다
           DISPLAY "대출 계좌번호 ?" UPON TTY
           ACCEPT In-AcctNo FROM TTY
           DISPLAY "보증인 고객번호 ?" UPON TTY
           ACCEPT In-CustNo-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-CustNo-X) NOT = 0
               DISPLAY "** 고객번호 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-CustNo-X) TO In-CustNo
           MOVE In-AcctNo TO AI-AcctNo
           PERFORM AcctBrn-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO GX-AcctNo
           MOVE In-CustNo TO GX-CustNo
           READ GuarIdx-File
               INVALID KEY
                   DISPLAY "** 연결 없음" UPON TTY
               NOT INVALID KEY
                   MOVE 'C' TO GX-Status
                   REWRITE GuarIdx-Record
                       INVALID KEY
                           DISPLAY "** 해제 실패" UPON TTY
                       NOT INVALID KEY
                           ADD 1 TO Chg-Count
                           PERFORM AuditGuar-P
                           DISPLAY "해제 완료" UPON TTY
                   END-REWRITE
           END-READ.

       AuditColl-P.
          *> 변경 한 건마다 내용과 담보/계좌를 남긴다
           MOVE SPACES TO AL-Event
           STRING "담보변경 " DELIMITED BY SIZE
                  Menu-Choice DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  CX-CollId   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  CX-AcctNo   DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       AuditGuar-P.
           MOVE SPACES TO AL-Event
           STRING "보증변경 " DELIMITED BY SIZE
                  Menu-Choice DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  GX-AcctNo   DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  GX-CustNo   DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       Extract-P.
          *> 월말 보고가 읽는 순차 파일을 색인 원부의
          *> 사용 중 건만으로 내려쓴다
           OPEN INPUT CollIdx-File
           IF CollIdx-Status NOT = '00'
               DISPLAY "** 원부 재열기 실패 : " CollIdx-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT Coll-File
               MOVE LOW-VALUES TO CX-CollId
               START CollIdx-File KEY >= CX-CollId
                   INVALID KEY CONTINUE
               END-START
               PERFORM CollRead-P
                   UNTIL CollIdx-Status NOT = '00'
               CLOSE Coll-File
               CLOSE CollIdx-File
           END-IF
           OPEN INPUT GuarIdx-File
           IF GuarIdx-Status NOT = '00'
               DISPLAY "** 원부 재열기 실패 : " GuarIdx-Status
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT Guar-File
               MOVE LOW-VALUES TO GX-Key
               START GuarIdx-File KEY >= GX-Key
                   INVALID KEY CONTINUE
               END-START
               PERFORM GuarRead-P
                   UNTIL GuarIdx-Status NOT = '00'
               CLOSE Guar-File
               CLOSE GuarIdx-File
           END-IF.

       CollRead-P.
           READ CollIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF CX-Status = 'A'
                       MOVE CollIdx-Record TO Coll-Record
                       WRITE Coll-Record
                   END-IF
           END-READ.

       GuarRead-P.
           READ GuarIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF GX-Status = 'A'
                       MOVE GuarIdx-Record TO Guar-Record
                       WRITE Guar-Record
                   END-IF
           END-READ.

       Keut-P.
           MOVE "COLLMNT 종료"   TO AL-Event
           PERFORM LogAudit-P
          *> 야간 배치 드라이버가 CALL로 실행할 때도
          *> 쓸 수 있도록 STOP RUN 대신 GOBACK을 쓴다
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
