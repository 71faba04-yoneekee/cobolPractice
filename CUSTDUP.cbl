       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUP.
       AUTHOR. YONEE.
       REMARKS. 중복 고객 후보 찾기. 지점이 계좌를 열며
                한 번, 영업이 주문을 받으며 또 한 번 같은
                사람을 등록해 RELSTMT와 여신 한도 확인이
                관계의 반쪽만 본다. 고객 마스터(CUSTMAST.DAT)
                의 모든 쌍을 이름(성/명이 뒤바뀐 입력 포함),
                전화(숫자만), 우편번호, 주소(대소문자/빈칸/
                기호 무시)로 점수 매겨(만점 100) 기준 점수
                (RUNPARMS의 CUSTDUP.MINSCORE=, 없으면 1번
                인자, 기본 50) 이상인 쌍을 높은 점수부터
                CUSTDUP.RPT에 싣는다. 쌍마다 계좌(ACCOUNTS)와
                주문 이력(ORDHIST) 건수를 붙이고, 계좌가 있는
                쪽(통장에 번호가 찍힌 쪽), 같으면 작은 번호를
                이어받을 번호로 '*' 표시한다. 이미 병합이
                대기 중인(PENDCHG 'G') 쌍은 '대기'로 표시한다.
                병합 자체는 CUSTMNT의 G(병합 신청)로 올린다.
                  이름  성/명 일치 또는 뒤바뀜 40, 성 일치와
                        명 첫 글자 일치 20
                  전화  숫자 7자리 이상 일치 30
                  우편  일치 10
                  주소  일치 20, 앞 10자 일치 10

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT OrdHist-File ASSIGN TO "ORDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OrdHist-Status.
           SELECT Pend-File ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-Status.
           SELECT Rpt-File ASSIGN TO "CUSTDUP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           *> 키워드=값 실행 매개변수 - 있으면 자리 인자
           *> 대신 읽는다 (CUSTDUP.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  CM-Phone          PIC X(13).
           02  CM-Postal         PIC X(6).
           02  FILLER            PIC X(18).

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  OrdHist-File.
       01  OrdHist-Record.
           02  OH-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  OH-CustNo         PIC 9(5).
           02  FILLER            PIC X(24).

       FD  Pend-File.
       COPY "PENDCHG.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Parm-File.
       01  Parm-Line             PIC X(60).

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Cust-Status       PIC XX.
       77  Account-Status    PIC XX.
       77  OrdHist-Status    PIC XX.
       77  Pend-Status       PIC XX.
       77  Rpt-Status        PIC XX.
       77  Cust-Eof          PIC X       VALUE 'N'.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  OrdHist-Eof       PIC X       VALUE 'N'.
       77  Pend-Eof          PIC X       VALUE 'N'.

      *> ----- 실행 인자 (기준 점수) -----
       77  Arg-Text          PIC X(3)    VALUE SPACES.
       77  Min-Score         PIC 9(3)    VALUE 50.
      *> 키워드 매개변수 작업영역
       77  Parm-Name         PIC X(30)
                             VALUE 'RUNPARMS.DAT'.
       77  Parm-Status       PIC XX.
       77  Parm-Eof          PIC X       VALUE 'N'.
       77  Parms-Used        PIC X       VALUE 'N'.
       77  Parm-Pfx          PIC X(10)   VALUE SPACES.
       77  Parm-Key          PIC X(12)   VALUE SPACES.
       77  Parm-Val          PIC X(30)   VALUE SPACES.
       77  Parm-Ptr          PIC 9(3)    VALUE 0.
       77  Parm-Len          PIC 9(3)    VALUE 0.
       77  Parm-Work         PIC X(60)   VALUE SPACES.

      *> ----- 고객 테이블 (비교용으로 다듬은 값) -----
       77  Cust-Count        PIC 9(3)    VALUE 0.
       77  Cust-Over         PIC X       VALUE 'N'.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Name       PIC X(31).
               03  CT-FName      PIC X(15).
               03  CT-LName      PIC X(15).
               03  CT-Phone      PIC X(13).
               03  CT-PhLen      PIC 99.
               03  CT-Postal     PIC X(6).
               03  CT-Addr       PIC X(30).
               03  CT-Accts      PIC 9(3).
               03  CT-Ords       PIC 9(4).

      *> ----- 후보 쌍 -----
       77  Pair-Count        PIC 9(3)    VALUE 0.
       77  Pair-Over         PIC X       VALUE 'N'.
       01  Pair-Table.
           02  Pair-Entry OCCURS 0 TO 300 TIMES
                          DEPENDING ON Pair-Count
                          INDEXED BY PRx.
               03  PR-A          PIC 9(3).
               03  PR-B          PIC 9(3).
               03  PR-Score      PIC 9(3).
               03  PR-Basis      PIC X(4).

      *> ----- 대기 중인 병합 (옛 번호, 새 번호) -----
       77  Pend-Count        PIC 9(3)    VALUE 0.
       01  Pend-Table.
           02  Pend-Entry OCCURS 0 TO 200 TIMES
                          DEPENDING ON Pend-Count
                          INDEXED BY PNx.
               03  PT-OldNo      PIC X(5).
               03  PT-NewNo      PIC X(5).

      *> ----- 비교 작업영역 -----
       77  Ix                PIC 9(3)    VALUE 0.
       77  Jx                PIC 9(3)    VALUE 0.
       77  Kx                PIC 99      VALUE 0.
       77  Ox                PIC 99      VALUE 0.
       77  Score             PIC 9(3)    VALUE 0.
       77  Band              PIC 9(3)    VALUE 0.
       77  Pair-Basis        PIC X(4)    VALUE SPACES.
       77  Raw-Text          PIC X(30)   VALUE SPACES.
       77  Clean-Text        PIC X(30)   VALUE SPACES.
       77  Lower-Set         PIC X(26)
                             VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77  Upper-Set         PIC X(26)
                             VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  Keep-A            PIC X       VALUE SPACE.
       77  Pend-Mark         PIC X(6)    VALUE SPACES.
       01  Work-No-A         PIC 9(5).
       01  Work-No-B         PIC 9(5).

      *> ----- 인쇄 편집 -----
       01  Pair-Line.
           02  FILLER            PIC X       VALUE SPACE.
           02  PL-Score          PIC ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  PL-Basis          PIC X(4).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  PL-Keep           PIC X.
           02  PL-CustNo         PIC 9(5).
           02  FILLER            PIC X       VALUE SPACE.
           02  PL-Name           PIC X(30).
           02  FILLER            PIC X       VALUE SPACE.
           02  PL-Accts          PIC ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  PL-Ords           PIC ZZZ9.
           02  FILLER            PIC X       VALUE SPACE.
           02  PL-Note           PIC X(6).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CUSTDUP"        TO AL-Program
           MOVE "CUSTDUP 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM GetArg-P
           PERFORM LoadCusts-P
           IF Cust-Count = 0
               DISPLAY "** 고객 마스터 없음"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadAccts-P
           PERFORM LoadOrders-P
           PERFORM LoadPend-P
           PERFORM ScoreRow-P
               VARYING Ix FROM 1 BY 1 UNTIL Ix >= Cust-Count
           PERFORM WriteRpt-P
           DISPLAY "중복 후보 " Pair-Count " 쌍 (고객 "
                   Cust-Count " 명, 기준 " Min-Score "점)"
           IF Cust-Over = 'Y' OR Pair-Over = 'Y'
               DISPLAY "** 표 한도 초과 - 일부만 수록"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO AL-Event
           STRING "중복 후보 " DELIMITED BY SIZE
                  Pair-Count   DELIMITED BY SIZE
                  " 쌍 기준 "  DELIMITED BY SIZE
                  Min-Score    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetArg-P.
          *> 매개변수 파일이 있으면 키워드=값으로 받고
          *> 자리 인자는 건너뛴다. 범위 밖은 기본 50
           PERFORM ReadParms-P
           IF Parms-Used = 'N'
               DISPLAY 1 UPON ARGUMENT-NUMBER
               ACCEPT Arg-Text FROM ARGUMENT-VALUE
                   ON EXCEPTION MOVE SPACES TO Arg-Text
               END-ACCEPT
               IF Arg-Text NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(Arg-Text) = 0
                   MOVE FUNCTION NUMVAL(Arg-Text) TO Min-Score
               END-IF
           END-IF
           IF Min-Score < 10 OR Min-Score > 100
               MOVE 50 TO Min-Score
           END-IF.

       ReadParms-P.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Parms-Used
           PERFORM UNTIL Parm-Eof = 'Y'
               READ Parm-File
                   AT END MOVE 'Y' TO Parm-Eof
                   NOT AT END
                       PERFORM ParseParm-P
               END-READ
           END-PERFORM
           CLOSE Parm-File.

       ParseParm-P.
          *> 값 속의 점이 잘리지 않도록 첫 점에서만 가른다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'CUSTDUP'
               EXIT PARAGRAPH
           END-IF
           COMPUTE Parm-Len = 61 - Parm-Ptr
           IF Parm-Len < 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Work
           MOVE Parm-Line(Parm-Ptr:Parm-Len) TO Parm-Work
           UNSTRING Parm-Work DELIMITED BY '='
               INTO Parm-Key Parm-Val
           EVALUATE Parm-Key
               WHEN 'MINSCORE'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Min-Score
                   END-IF
               WHEN OTHER
                   DISPLAY "** 모르는 매개변수 : " Parm-Key
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       LoadCusts-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               MOVE SPACES TO Customer-Record
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Cust-Count < 500
                           ADD 1 TO Cust-Count
                           PERFORM Normalize-P
                       ELSE
                           MOVE 'Y' TO Cust-Over
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       Normalize-P.
          *> 비교용 값 - 이름은 대문자, 전화는 숫자만,
          *> 주소는 대문자에서 빈칸과 기호를 뺀다
           MOVE CM-CustNo TO CT-CustNo(Cust-Count)
           MOVE SPACES TO CT-Name(Cust-Count)
           STRING CM-FName DELIMITED BY "  "
                  " "      DELIMITED BY SIZE
                  CM-LName DELIMITED BY "  "
                  INTO CT-Name(Cust-Count)
           MOVE CM-FName TO CT-FName(Cust-Count)
           MOVE CM-LName TO CT-LName(Cust-Count)
           INSPECT CT-FName(Cust-Count)
               CONVERTING Lower-Set TO Upper-Set
           INSPECT CT-LName(Cust-Count)
               CONVERTING Lower-Set TO Upper-Set
           MOVE SPACES TO CT-Phone(Cust-Count)
           MOVE 0 TO Ox
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > 13
               IF CM-Phone(Kx:1) IS NUMERIC
                   ADD 1 TO Ox
                   MOVE CM-Phone(Kx:1)
                       TO CT-Phone(Cust-Count)(Ox:1)
               END-IF
           END-PERFORM
           MOVE Ox TO CT-PhLen(Cust-Count)
           MOVE CM-Postal TO CT-Postal(Cust-Count)
           MOVE CM-Addr TO Raw-Text
           INSPECT Raw-Text CONVERTING Lower-Set TO Upper-Set
           MOVE SPACES TO Clean-Text
           MOVE 0 TO Ox
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > 30
               IF Raw-Text(Kx:1) NOT = SPACE
                  AND Raw-Text(Kx:1) NOT = '-'
                  AND Raw-Text(Kx:1) NOT = '.'
                  AND Raw-Text(Kx:1) NOT = ','
                   ADD 1 TO Ox
                   MOVE Raw-Text(Kx:1) TO Clean-Text(Ox:1)
               END-IF
           END-PERFORM
           MOVE Clean-Text TO CT-Addr(Cust-Count)
           MOVE 0 TO CT-Accts(Cust-Count)
           MOVE 0 TO CT-Ords(Cust-Count).

       LoadAccts-P.
          *> 고객별 계좌 수 - 은행 쪽 등록인지 가린다
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       SET CUx TO 1
                       SEARCH Cust-Entry
                           AT END CONTINUE
                           WHEN CT-CustNo(CUx) = AC-CustNo
                               ADD 1 TO CT-Accts(CUx)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE Account-File.

       LoadOrders-P.
          *> 고객별 주문 이력 줄 수 - 판매 쪽 등록인지 가린다
           OPEN INPUT OrdHist-File
           IF OrdHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL OrdHist-Eof = 'Y'
               READ OrdHist-File
                   AT END MOVE 'Y' TO OrdHist-Eof
                   NOT AT END
                       SET CUx TO 1
                       SEARCH Cust-Entry
                           AT END CONTINUE
                           WHEN CT-CustNo(CUx) = OH-CustNo
                               IF CT-Ords(CUx) < 9999
                                   ADD 1 TO CT-Ords(CUx)
                               END-IF
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE OrdHist-File.

       LoadPend-P.
          *> 승인 대기/승인된 병합 신청 - 반려 건은 뺀다
           OPEN INPUT Pend-File
           IF Pend-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pend-Eof = 'Y'
               READ Pend-File
                   AT END MOVE 'Y' TO Pend-Eof
                   NOT AT END
                       IF PC-Source = 'CUSTMNT' AND PC-Type = 'G'
                          AND PC-Status NOT = 'R'
                          AND Pend-Count < 200
                           ADD 1 TO Pend-Count
                           MOVE PC-Key(1:5)
                               TO PT-OldNo(Pend-Count)
                           MOVE PC-NewVal(1:5)
                               TO PT-NewNo(Pend-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pend-File.

       ScoreRow-P.
           COMPUTE Jx = Ix + 1
           PERFORM ScoreOne-P
               VARYING Jx FROM Jx BY 1 UNTIL Jx > Cust-Count.

       ScoreOne-P.
           MOVE 0 TO Score
           MOVE "----" TO Pair-Basis
          *> 이름 - 성/명을 뒤바꿔 넣은 등록도 같은 사람이다
           IF CT-FName(Ix) NOT = SPACES
               EVALUATE TRUE
                   WHEN CT-FName(Ix) = CT-FName(Jx)
                    AND CT-LName(Ix) = CT-LName(Jx)
                       ADD 40 TO Score
                       MOVE 'N' TO Pair-Basis(1:1)
                   WHEN CT-FName(Ix) = CT-LName(Jx)
                    AND CT-LName(Ix) = CT-FName(Jx)
                       ADD 40 TO Score
                       MOVE 'N' TO Pair-Basis(1:1)
                   WHEN CT-LName(Ix) = CT-LName(Jx)
                    AND CT-LName(Ix) NOT = SPACES
                    AND CT-FName(Ix)(1:1) = CT-FName(Jx)(1:1)
                       ADD 20 TO Score
                       MOVE 'n' TO Pair-Basis(1:1)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CT-PhLen(Ix) >= 7
              AND CT-Phone(Ix) = CT-Phone(Jx)
               ADD 30 TO Score
               MOVE 'P' TO Pair-Basis(2:1)
           END-IF
           IF CT-Postal(Ix) NOT = SPACES
              AND CT-Postal(Ix) = CT-Postal(Jx)
               ADD 10 TO Score
               MOVE 'Z' TO Pair-Basis(3:1)
           END-IF
           IF CT-Addr(Ix) NOT = SPACES
               IF CT-Addr(Ix) = CT-Addr(Jx)
                   ADD 20 TO Score
                   MOVE 'A' TO Pair-Basis(4:1)
               ELSE
                   IF CT-Addr(Ix)(1:10) = CT-Addr(Jx)(1:10)
                       ADD 10 TO Score
                       MOVE 'a' TO Pair-Basis(4:1)
                   END-IF
               END-IF
           END-IF
           IF Score < Min-Score
               EXIT PARAGRAPH
           END-IF
           IF Pair-Count >= 300
               MOVE 'Y' TO Pair-Over
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Pair-Count
           MOVE Ix    TO PR-A(Pair-Count)
           MOVE Jx    TO PR-B(Pair-Count)
           MOVE Score TO PR-Score(Pair-Count)
           MOVE Pair-Basis TO PR-Basis(Pair-Count).

       WriteRpt-P.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 중복 고객 후보 (기준 " DELIMITED BY SIZE
                  Min-Score                    DELIMITED BY SIZE
                  "점) "                       DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)   DELIMITED BY SIZE
                  " ==="                       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE "근거 N=이름 n=이름일부 P=전화 Z=우편"
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE "     A=주소 a=주소앞 *=이어받을 번호"
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
          *> 높은 점수부터
           PERFORM VARYING Band FROM 100 BY -1
                   UNTIL Band < Min-Score
               PERFORM VARYING PRx FROM 1 BY 1
                       UNTIL PRx > Pair-Count
                   IF PR-Score(PRx) = Band
                       PERFORM WritePair-P
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           STRING "후보 "       DELIMITED BY SIZE
                  Pair-Count    DELIMITED BY SIZE
                  " 쌍 / 고객 " DELIMITED BY SIZE
                  Cust-Count    DELIMITED BY SIZE
                  " 명 비교"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       WritePair-P.
          *> 계좌가 있는 쪽을 남긴다 - 통장과 약정서에
          *> 찍힌 번호다. 같으면 먼저 등록된 작은 번호
           MOVE PR-A(PRx) TO Ix
           MOVE PR-B(PRx) TO Jx
           MOVE 'A' TO Keep-A
           IF CT-Accts(Jx) > 0 AND CT-Accts(Ix) = 0
               MOVE 'B' TO Keep-A
           END-IF
           IF CT-Accts(Jx) = 0 AND CT-Accts(Ix) = 0
              AND CT-CustNo(Jx) < CT-CustNo(Ix)
               MOVE 'B' TO Keep-A
           END-IF
           IF CT-Accts(Jx) > 0 AND CT-Accts(Ix) > 0
              AND CT-CustNo(Jx) < CT-CustNo(Ix)
               MOVE 'B' TO Keep-A
           END-IF
           PERFORM FindPend-P
           MOVE PR-Score(PRx) TO PL-Score
           MOVE PR-Basis(PRx) TO PL-Basis
           IF Keep-A = 'A'
               MOVE '*' TO PL-Keep
           ELSE
               MOVE SPACE TO PL-Keep
           END-IF
           MOVE CT-CustNo(Ix) TO PL-CustNo
           MOVE CT-Name(Ix)   TO PL-Name
           MOVE CT-Accts(Ix)  TO PL-Accts
           MOVE CT-Ords(Ix)   TO PL-Ords
           MOVE Pend-Mark     TO PL-Note
           WRITE Rpt-Line FROM Pair-Line
           MOVE SPACES TO Pair-Line
           IF Keep-A = 'B'
               MOVE '*' TO PL-Keep
           END-IF
           MOVE CT-CustNo(Jx) TO PL-CustNo
           MOVE CT-Name(Jx)   TO PL-Name
           MOVE CT-Accts(Jx)  TO PL-Accts
           MOVE CT-Ords(Jx)   TO PL-Ords
           WRITE Rpt-Line FROM Pair-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line.

       FindPend-P.
          *> 두 번호가 이미 병합 신청에 걸려 있는지
           MOVE SPACES TO Pend-Mark
           MOVE CT-CustNo(Ix) TO Work-No-A
           MOVE CT-CustNo(Jx) TO Work-No-B
           PERFORM VARYING PNx FROM 1 BY 1
                   UNTIL PNx > Pend-Count
               IF (PT-OldNo(PNx) = Work-No-A
                   AND PT-NewNo(PNx) = Work-No-B)
                  OR (PT-OldNo(PNx) = Work-No-B
                   AND PT-NewNo(PNx) = Work-No-A)
                   MOVE "대기" TO Pend-Mark
               END-IF
           END-PERFORM.

       Keut-P.
           MOVE "CUSTDUP 종료"   TO AL-Event
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

       END PROGRAM CUSTDUP.
