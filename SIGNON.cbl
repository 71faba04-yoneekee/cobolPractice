       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNON.
       AUTHOR. YONEE.
       REMARKS. 운전원 접속/권한 서브프로그램. 대화형
                프로그램이 시작할 때 'SON'으로 부르면
                콘솔에서 운전원 번호와 암호를 받아 운전원
                보안 파일(OPERSEC.DAT)의 해시, 상태, 유효
                기간을 맞춰 보고, 역할 권한(ROLEAUTH.DAT)에
                그 프로그램이 있어야 들여보낸다. 세 번까지
                다시 받고, 같은 운전원이 연속 3회 틀리면
                정지('S')시킨다. 'FNC'는 메뉴 기능 글자를,
                'BRN'은 계좌 지점을 역할 범위와 맞춘다.
                'HSH'는 OPERMNT가 암호를 해시로 바꿀 때
                쓴다. 접속 실패와 접근 거부는 OPALERT로
                경보를 낸다. 확인된 운전원은 다음 호출까지
                기억한다. 운전원 표가 한도를 넘어 다
                싣지 못하면 경보를 내고 보안 파일을
                되쓰지 않는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Oper-File ASSIGN TO "OPERSEC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Oper-Status.
           SELECT Role-File ASSIGN TO "ROLEAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Role-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oper-File.
       COPY "OPERSEC.cbl".

       FD  Role-File.
       COPY "ROLEAUTH.cbl".

       WORKING-STORAGE SECTION.
       77  Oper-Status       PIC XX.
       77  Role-Status       PIC XX.
       77  Oper-Eof          PIC X       VALUE 'N'.
       77  Role-Eof          PIC X       VALUE 'N'.
       77  Today             PIC 9(8)    VALUE 0.

      *> ----- 운전원 표 (접속 실패 횟수를 되쓰려고 통째로) -----
       77  Oper-Count        PIC 9(3)    VALUE 0.
      *> 'N'이면 운전원 파일을 다 싣지 못했다 - 되쓰지 않는다
       77  Oper-Loaded       PIC X       VALUE 'Y'.
       01  Oper-Table.
           02  Oper-Entry OCCURS 0 TO 200 TIMES
                          DEPENDING ON Oper-Count
                          INDEXED BY OPx.
               03  OT-Line       PIC X(80).

      *> ----- 접속 작업영역 -----
       77  In-OperId         PIC X(3)    VALUE SPACES.
       77  In-Passwd         PIC X(12)   VALUE SPACES.
       77  Try-Ctr           PIC 9       VALUE 0.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  Oper-Changed      PIC X       VALUE 'N'.
       77  Fail-Why          PIC X(20)   VALUE SPACES.

      *> ----- 확인된 운전원 (다음 호출까지 기억) -----
       77  Signed-On         PIC X       VALUE 'N'.
       77  Cur-Oper          PIC X(3)    VALUE SPACES.
       77  Cur-Name          PIC X(20)   VALUE SPACES.
       77  Cur-Role          PIC X(4)    VALUE SPACES.
       77  Cur-Branch        PIC X(3)    VALUE SPACES.
       77  Cur-Scope         PIC X       VALUE SPACE.
       77  Cur-Funcs         PIC X(20)   VALUE SPACES.

      *> ----- 권한 판정 -----
       77  Auth-Found        PIC X       VALUE 'N'.
       77  Func-Hits         PIC 9(2)    VALUE 0.
       77  Acct-Branch       PIC X(3)    VALUE SPACES.
       77  Oper-Branch       PIC X(3)    VALUE SPACES.

      *> ----- 암호 해시 -----
       01  Hash-Text.
           02  HT-OperId         PIC X(3).
           02  HT-Passwd         PIC X(12).
       77  Hash-Work         PIC 9(12)   VALUE 0.
       77  Hx                PIC 9(2)    VALUE 0.

      *> ----- 경보 (OPALERT) -----
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

       LINKAGE SECTION.
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION USING Sign-Ctl.
       SiJak-P.
           MOVE 'N' TO SG-Result
           EVALUATE SG-Op
               WHEN 'SON'
                   PERFORM SignOn-P
               WHEN 'FNC'
                   PERFORM CheckFunc-P
               WHEN 'BRN'
                   PERFORM CheckBranch-P
               WHEN 'HSH'
                   MOVE SG-Oper   TO HT-OperId
                   MOVE SG-Passwd TO HT-Passwd
                   PERFORM Hash-P
                   MOVE Hash-Work TO SG-Hash
                   MOVE 'Y' TO SG-Result
           END-EVALUATE
           GOBACK.

       SignOn-P.
          *> 운전원 파일이 없으면 아무도 들이지 않는다 -
          *> 첫 관리자는 OPERMNT가 등록한다
           MOVE 'N' TO Signed-On
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today
           PERFORM LoadOpers-P
           IF Oper-Count = 0
               DISPLAY "** 운전원 보안 파일 없음"
                   " - 관리자에게 문의하십시오"
                   UPON TTY
               MOVE 8 TO Alert-Sev
               MOVE "운전원 보안 파일 없음" TO Alert-Text
               PERFORM Alert-P
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Try-Ctr
           MOVE 'N' TO Done-Flag
           MOVE 'N' TO Oper-Changed
           PERFORM TryOne-P UNTIL Done-Flag = 'Y'
           IF Oper-Changed = 'Y'
               PERFORM SaveOpers-P
           END-IF
           IF Signed-On = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindAuth-P
           IF Auth-Found = 'N'
               DISPLAY "** " SG-Program " 사용 권한 없음"
                   UPON TTY
               MOVE 'N' TO Signed-On
               MOVE 8 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "접근 거부 " DELIMITED BY SIZE
                      Cur-Oper     DELIMITED BY SIZE
                      " "          DELIMITED BY SIZE
                      SG-Program   DELIMITED BY SIZE
                      INTO Alert-Text
               PERFORM Alert-P
               EXIT PARAGRAPH
           END-IF
           MOVE Cur-Oper   TO SG-Oper
           MOVE Cur-Name   TO SG-Name
           MOVE Cur-Role   TO SG-Role
           MOVE Cur-Branch TO SG-Branch
           MOVE Cur-Scope  TO SG-Scope
           MOVE Cur-Funcs  TO SG-Funcs
           MOVE 'Y' TO SG-Result
           DISPLAY "접속 " Cur-Oper " " Cur-Name UPON TTY.

       TryOne-P.
           ADD 1 TO Try-Ctr
           MOVE SPACES TO In-OperId In-Passwd
           DISPLAY "운전원 번호 (빈칸 = 취소) ?" UPON TTY
           ACCEPT In-OperId FROM TTY
           IF In-OperId = SPACES
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "암호 ?" UPON TTY
           ACCEPT In-Passwd FROM TTY
           PERFORM CheckOper-P
           IF Signed-On = 'Y'
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "** 접속 실패 - " Fail-Why UPON TTY
           MOVE 4 TO Alert-Sev
           MOVE SPACES TO Alert-Text
           STRING "접속 실패 " DELIMITED BY SIZE
                  In-OperId    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SG-Program   DELIMITED BY SIZE
                  INTO Alert-Text
           PERFORM Alert-P
           IF Try-Ctr >= 3
               DISPLAY "** 세 번 실패 - 종료합니다" UPON TTY
               MOVE 'Y' TO Done-Flag
           END-IF.

       CheckOper-P.
          *> 번호, 상태, 유효 기간, 암호 해시 차례로 본다 -
          *> 암호가 틀리면 연속 실패를 세어 3회에 정지
           MOVE 'N' TO Found-Flag
           SET OPx TO 1
           SEARCH Oper-Entry
               AT END CONTINUE
               WHEN OT-Line(OPx)(1:3) = In-OperId
                   MOVE 'Y' TO Found-Flag
           END-SEARCH
           IF Found-Flag = 'N'
               MOVE "미등록 번호" TO Fail-Why
               EXIT PARAGRAPH
           END-IF
           MOVE OT-Line(OPx) TO OperSec-Record
           IF OS-Status NOT = 'A'
               MOVE "정지된 번호" TO Fail-Why
               EXIT PARAGRAPH
           END-IF
           IF Today < OS-FromDate
              OR (OS-ToDate > 0 AND Today > OS-ToDate)
               MOVE "유효 기간 밖" TO Fail-Why
               EXIT PARAGRAPH
           END-IF
           MOVE In-OperId TO HT-OperId
           MOVE In-Passwd TO HT-Passwd
           PERFORM Hash-P
           IF Hash-Work NOT = OS-Hash
               MOVE "암호 틀림" TO Fail-Why
               IF OS-Fails < 9
                   ADD 1 TO OS-Fails
               END-IF
               IF OS-Fails >= 3
                   MOVE 'S' TO OS-Status
                   DISPLAY "** 연속 3회 실패 - 운전원 정지"
                       UPON TTY
                   MOVE 8 TO Alert-Sev
                   MOVE SPACES TO Alert-Text
                   STRING "운전원 정지 " DELIMITED BY SIZE
                          In-OperId     DELIMITED BY SIZE
                          " 암호 3회 실패" DELIMITED BY SIZE
                          INTO Alert-Text
                   PERFORM Alert-P
               END-IF
               MOVE OperSec-Record TO OT-Line(OPx)
               MOVE 'Y' TO Oper-Changed
               EXIT PARAGRAPH
           END-IF
           MOVE 0     TO OS-Fails
           MOVE Today TO OS-LastOn
           MOVE OperSec-Record TO OT-Line(OPx)
           MOVE 'Y' TO Oper-Changed
           MOVE 'Y' TO Signed-On
           MOVE OS-OperId TO Cur-Oper
           MOVE OS-Name   TO Cur-Name
           MOVE OS-Role   TO Cur-Role
           MOVE OS-Branch TO Cur-Branch.

       FindAuth-P.
          *> 역할과 프로그램이 맞는 줄, 없으면 역할의
          *> '*' 줄 - 프로그램 줄이 '*' 줄보다 앞선다
           MOVE 'N' TO Auth-Found
           MOVE 'N' TO Role-Eof
           OPEN INPUT Role-File
           IF Role-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Role-Eof = 'Y'
               READ Role-File
                   AT END MOVE 'Y' TO Role-Eof
                   NOT AT END
                       IF RA-Role = Cur-Role
                           IF RA-Program = SG-Program
                               MOVE 'Y' TO Auth-Found
                               MOVE RA-Scope TO Cur-Scope
                               MOVE RA-Funcs TO Cur-Funcs
                               MOVE 'Y' TO Role-Eof
                           ELSE
                               IF RA-Program = '*'
                                   MOVE 'Y' TO Auth-Found
                                   MOVE RA-Scope TO Cur-Scope
                                   MOVE RA-Funcs TO Cur-Funcs
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Role-File
           IF Cur-Scope NOT = 'B'
               MOVE 'A' TO Cur-Scope
           END-IF
           IF Cur-Funcs = SPACES
               MOVE '*' TO Cur-Funcs
           END-IF.

       CheckFunc-P.
          *> 메뉴 기능 글자가 역할의 허용 목록에 있는가
           IF Signed-On = 'N'
               EXIT PARAGRAPH
           END-IF
           INSPECT SG-Func CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF Cur-Funcs(1:1) = '*'
               MOVE 'Y' TO SG-Result
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Func-Hits
           IF SG-Func NOT = SPACE
               INSPECT Cur-Funcs TALLYING Func-Hits
                   FOR ALL SG-Func
           END-IF
           IF Func-Hits > 0
               MOVE 'Y' TO SG-Result
               EXIT PARAGRAPH
           END-IF
           DISPLAY "** 이 기능의 권한 없음" UPON TTY
           MOVE 4 TO Alert-Sev
           MOVE SPACES TO Alert-Text
           STRING "기능 거부 " DELIMITED BY SIZE
                  Cur-Oper     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SG-Program   DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  SG-Func      DELIMITED BY SIZE
                  INTO Alert-Text
           PERFORM Alert-P.

       CheckBranch-P.
          *> 지점 범위 역할은 자기 지점 계좌만 - 빈칸
          *> 지점은 본점('000')으로 본다
           IF Signed-On = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Cur-Scope NOT = 'B'
               MOVE 'Y' TO SG-Result
               EXIT PARAGRAPH
           END-IF
           MOVE SG-AcctBranch TO Acct-Branch
           IF Acct-Branch = SPACES
               MOVE '000' TO Acct-Branch
           END-IF
           MOVE Cur-Branch TO Oper-Branch
           IF Oper-Branch = SPACES
               MOVE '000' TO Oper-Branch
           END-IF
           IF Acct-Branch = Oper-Branch
               MOVE 'Y' TO SG-Result
               EXIT PARAGRAPH
           END-IF
           DISPLAY "** 다른 지점 계좌 - 조회/변경 불가"
               UPON TTY
           MOVE 4 TO Alert-Sev
           MOVE SPACES TO Alert-Text
           STRING "지점 거부 " DELIMITED BY SIZE
                  Cur-Oper     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  SG-Program   DELIMITED BY SPACE
                  " 지점 "     DELIMITED BY SIZE
                  Acct-Branch  DELIMITED BY SIZE
                  INTO Alert-Text
           PERFORM Alert-P.

       Hash-P.
          *> 운전원 번호를 섞은 문자열을 세 번 접는다 -
          *> 파일에는 이 값만 남고 암호는 남지 않는다
           MOVE 7 TO Hash-Work
           PERFORM 3 TIMES
               PERFORM VARYING Hx FROM 1 BY 1 UNTIL Hx > 15
                   COMPUTE Hash-Work = FUNCTION MOD(
                       Hash-Work * 131
                       + FUNCTION ORD(Hash-Text(Hx:1)),
                       9999999967)
               END-PERFORM
           END-PERFORM.

       LoadOpers-P.
           MOVE 0 TO Oper-Count
           MOVE 'Y' TO Oper-Loaded
           MOVE 'N' TO Oper-Eof
           OPEN INPUT Oper-File
           IF Oper-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Oper-Eof = 'Y'
               READ Oper-File
                   AT END MOVE 'Y' TO Oper-Eof
                   NOT AT END
                       IF Oper-Count < 200
                           ADD 1 TO Oper-Count
                           MOVE OperSec-Record
                               TO OT-Line(Oper-Count)
                       ELSE
                          *> 다 싣지 못하면 되쓰지 않는다
                           DISPLAY "** 운전원 표 한도(200) 초과"
                               UPON TTY
                           MOVE 'N' TO Oper-Loaded
                           MOVE 'Y' TO Oper-Eof
                           MOVE 8 TO Alert-Sev
                           MOVE "운전원 표 한도(200) 초과"
                               TO Alert-Text
                           PERFORM Alert-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Oper-File.

       SaveOpers-P.
          *> 실패 횟수/정지/마지막 접속일을 되쓴다 - 표를
          *> 다 싣지 못했으면 뒤쪽 운전원이 지워지므로 둔다
           IF Oper-Loaded NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Oper-File
           IF Oper-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPx FROM 1 BY 1
                   UNTIL OPx > Oper-Count
               MOVE OT-Line(OPx) TO OperSec-Record
               WRITE OperSec-Record
           END-PERFORM
           CLOSE Oper-File.

       Alert-P.
           CALL 'OPALERT' USING SG-Program Alert-Sev
                                Alert-Text.

       END PROGRAM SIGNON.
