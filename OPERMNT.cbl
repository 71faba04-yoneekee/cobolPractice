       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       AUTHOR. YONEE.
       REMARKS. 운전원 보안 유지보수. 운전원 보안 파일
                (OPERSEC.DAT - 번호, 이름, 암호 해시, 역할,
                지점, 유효 기간, 상태)과 역할 권한 파일
                (ROLEAUTH.DAT - 역할별 프로그램, 메뉴 기능,
                지점 범위)을 콘솔에서 등록/정정한다. 암호는
                SIGNON의 해시로만 남는다. 파일이 아직 없으면
                첫 관리자(역할 ADMN, 전 프로그램)만 접속
                없이 등록하고, 그 뒤로는 SIGNON 접속과 역할
                권한을 거친다. 변경마다 AUDIT.DAT에 남긴다.
                표 한도를 넘어 다 싣지 못한 파일은
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
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Oper-File.
       COPY "OPERSEC.cbl".

       FD  Role-File.
       COPY "ROLEAUTH.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Oper-Status       PIC XX.
       77  Role-Status       PIC XX.
       77  Oper-Eof          PIC X       VALUE 'N'.
       77  Role-Eof          PIC X       VALUE 'N'.
       77  Today             PIC 9(8)    VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

      *> ----- 운전원 표 -----
       77  Oper-Count        PIC 9(3)    VALUE 0.
       01  Oper-Table.
           02  Oper-Entry OCCURS 0 TO 200 TIMES
                          DEPENDING ON Oper-Count
                          INDEXED BY OPx.
               03  OT-Line       PIC X(80).
       77  Oper-Changed      PIC X       VALUE 'N'.
      *> 'N'이면 파일을 다 싣지 못했다 - 되쓰지 않는다
       77  Oper-Loaded       PIC X       VALUE 'Y'.

      *> ----- 역할 권한 표 -----
       77  Role-Count        PIC 9(3)    VALUE 0.
       01  Role-Table.
           02  Role-Entry OCCURS 0 TO 300 TIMES
                          DEPENDING ON Role-Count
                          INDEXED BY RLx.
               03  RT-Line       PIC X(40).
       77  Role-Changed      PIC X       VALUE 'N'.
       77  Role-Loaded       PIC X       VALUE 'Y'.

      *> ----- 콘솔 입력 작업영역 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  In-OperId         PIC X(3)    VALUE SPACES.
       77  In-Name           PIC X(20)   VALUE SPACES.
       77  In-Role           PIC X(4)    VALUE SPACES.
       77  In-Branch         PIC X(3)    VALUE SPACES.
       77  In-Date-X         PIC X(8)    VALUE SPACES.
       77  In-FromDate       PIC 9(8)    VALUE 0.
       77  In-ToDate         PIC 9(8)    VALUE 0.
       77  In-Passwd         PIC X(12)   VALUE SPACES.
       77  In-Passwd2        PIC X(12)   VALUE SPACES.
       77  In-Program        PIC X(10)   VALUE SPACES.
       77  In-Scope          PIC X       VALUE 'A'.
       77  In-Funcs          PIC X(20)   VALUE SPACES.
       77  Pw-Len            PIC 9(2)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.

      *> ----- 목록 편집 -----
       01  Oper-Line.
           02  OL-OperId         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-Name           PIC X(20).
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-Role           PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-Branch         PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-FromDate       PIC 9(8).
           02  FILLER            PIC X      VALUE '-'.
           02  OL-ToDate         PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-Status         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  OL-LastOn         PIC 9(8).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today
           PERFORM LoadOpers-P
           IF Oper-Count = 0
               PERFORM FirstAdmin-P
               IF Oper-Count = 0
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           MOVE 'SON'      TO SG-Op
           MOVE "OPERMNT"  TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "OPERMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "OPERMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
          *> 접속이 실패 횟수/접속일을 되썼으므로 다시 읽는다
           PERFORM LoadOpers-P
           PERFORM LoadRoles-P
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           IF Oper-Changed = 'Y'
               PERFORM SaveOpers-P
           END-IF
           IF Role-Changed = 'Y'
               PERFORM SaveRoles-P
           END-IF
           GO TO Keut-P.

       FirstAdmin-P.
          *> 보안 파일이 비어 있을 때 한 번 - 첫 관리자와
          *> ADMN 역할의 전 프로그램 권한을 만든다
           DISPLAY "운전원 보안 파일 없음 - "
                   "첫 관리자 등록" UPON TTY
           MOVE SPACES TO Audit-Record
           MOVE 'A' TO Menu-Choice
           PERFORM GetOperId-P
           IF Valid-Flag = 'N' OR Found-Flag = 'Y'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "이름 ?" UPON TTY
           ACCEPT In-Name FROM TTY
           PERFORM GetPasswd-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OperSec-Record
           MOVE In-OperId TO OS-OperId
           MOVE In-Name   TO OS-Name
           MOVE SG-Hash   TO OS-Hash
           MOVE 'ADMN'    TO OS-Role
           MOVE '000'     TO OS-Branch
           MOVE Today     TO OS-FromDate
           MOVE 0         TO OS-ToDate
           MOVE 'A'       TO OS-Status
           MOVE 0         TO OS-Fails
           MOVE 0         TO OS-LastOn
           ADD 1 TO Oper-Count
           MOVE OperSec-Record TO OT-Line(Oper-Count)
           PERFORM SaveOpers-P
           PERFORM LoadRoles-P
           MOVE 'ADMN' TO In-Role
           MOVE '*'    TO In-Program
           MOVE 'A'    TO In-Scope
           MOVE '*'    TO In-Funcs
           PERFORM PutGrant-P
           PERFORM SaveRoles-P
           MOVE 'N' TO Role-Changed
           MOVE SPACES TO Audit-Record
           MOVE "OPERMNT"  TO AL-Program
           MOVE In-OperId  TO AL-Oper
           STRING "첫 관리자 등록 " DELIMITED BY SIZE
                  In-OperId          DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "첫 관리자 등록 완료 - 접속하십시오"
               UPON TTY.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=등록 M=정정 P=암호 S=정지/해제 L=목록"
                   " G=권한 R=권한회수 X=끝" UPON TTY
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
               WHEN 'A' WHEN 'a' PERFORM AddOper-P
               WHEN 'M' WHEN 'm' PERFORM AmendOper-P
               WHEN 'P' WHEN 'p' PERFORM ResetPw-P
               WHEN 'S' WHEN 's' PERFORM SuspOper-P
               WHEN 'L' WHEN 'l' PERFORM ListAll-P
               WHEN 'G' WHEN 'g' PERFORM Grant-P
               WHEN 'R' WHEN 'r' PERFORM Revoke-P
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       GetOperId-P.
          *> 세 글자 번호를 받아 표에서 찾는다 - 등록('A')은
          *> 없어야, 나머지는 있어야 한다
           MOVE 'Y' TO Valid-Flag
           MOVE 'N' TO Found-Flag
           MOVE SPACES TO In-OperId
           DISPLAY "운전원 번호(세 글자) ?" UPON TTY
           ACCEPT In-OperId FROM TTY
           IF In-OperId = SPACES
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           IF Oper-Count > 0
               SET OPx TO 1
               SEARCH Oper-Entry
                   AT END CONTINUE
                   WHEN OT-Line(OPx)(1:3) = In-OperId
                       MOVE 'Y' TO Found-Flag
               END-SEARCH
           END-IF
           IF Menu-Choice = 'A' OR Menu-Choice = 'a'
               IF Found-Flag = 'Y'
                   DISPLAY "** 이미 있는 번호" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           ELSE
               IF Found-Flag = 'N'
                   DISPLAY "** 없는 번호" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF.

       GetPasswd-P.
          *> 여섯 자 이상, 두 번 같게 - 해시로 바꿔 SG-Hash에
           MOVE 'Y' TO Valid-Flag
           MOVE SPACES TO In-Passwd In-Passwd2
           DISPLAY "새 암호(6-12자) ?" UPON TTY
           ACCEPT In-Passwd FROM TTY
           DISPLAY "새 암호 다시 ?" UPON TTY
           ACCEPT In-Passwd2 FROM TTY
           IF In-Passwd NOT = In-Passwd2
               DISPLAY "** 두 암호가 다름" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Pw-Len
           INSPECT In-Passwd TALLYING Pw-Len
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF Pw-Len < 6
               DISPLAY "** 암호는 여섯 자 이상" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE 'HSH'     TO SG-Op
           MOVE In-OperId TO SG-Oper
           MOVE In-Passwd TO SG-Passwd
           CALL 'SIGNON' USING Sign-Ctl
           MOVE SPACES TO SG-Passwd In-Passwd In-Passwd2
          *> 해시를 빌린 뒤 접속한 운전원 번호를 되돌린다
           MOVE AL-Oper TO SG-Oper.

       GetFields-P.
          *> 이름, 역할, 지점, 유효 기간
           MOVE 'Y' TO Valid-Flag
           DISPLAY "이름 ?" UPON TTY
           ACCEPT In-Name FROM TTY
           DISPLAY "역할(네 글자, 예 ADMN TELR BRCH) ?" UPON TTY
           ACCEPT In-Role FROM TTY
           IF In-Role = SPACES
               DISPLAY "** 역할 필요" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "지점코드(빈칸=본점) ?" UPON TTY
           ACCEPT In-Branch FROM TTY
           IF In-Branch = SPACES
               MOVE '000' TO In-Branch
           END-IF
           DISPLAY "유효 시작일(YYYYMMDD, 빈칸=오늘) ?"
               UPON TTY
           MOVE SPACES TO In-Date-X
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE Today TO In-FromDate
           ELSE
               IF FUNCTION TEST-NUMVAL(In-Date-X) = 0
                   MOVE FUNCTION NUMVAL(In-Date-X)
                       TO In-FromDate
               ELSE
                   DISPLAY "** 시작일 숫자 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY "유효 끝날(YYYYMMDD, 빈칸=기한 없음) ?"
               UPON TTY
           MOVE SPACES TO In-Date-X
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE 0 TO In-ToDate
           ELSE
               IF FUNCTION TEST-NUMVAL(In-Date-X) = 0
                   MOVE FUNCTION NUMVAL(In-Date-X)
                       TO In-ToDate
               ELSE
                   DISPLAY "** 끝날 숫자 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF In-ToDate > 0 AND In-ToDate < In-FromDate
               DISPLAY "** 끝날이 시작일보다 앞" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       AddOper-P.
           IF Oper-Count >= 200
               DISPLAY "** 운전원 표 가득 (200)" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetOperId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GetFields-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GetPasswd-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO OperSec-Record
           MOVE In-OperId   TO OS-OperId
           MOVE In-Name     TO OS-Name
           MOVE SG-Hash     TO OS-Hash
           MOVE In-Role     TO OS-Role
           MOVE In-Branch   TO OS-Branch
           MOVE In-FromDate TO OS-FromDate
           MOVE In-ToDate   TO OS-ToDate
           MOVE 'A'         TO OS-Status
           MOVE 0           TO OS-Fails
           MOVE 0           TO OS-LastOn
           ADD 1 TO Oper-Count
           MOVE OperSec-Record TO OT-Line(Oper-Count)
           MOVE 'Y' TO Oper-Changed
           PERFORM AuditChange-P
           DISPLAY "등록 완료" UPON TTY.

       AmendOper-P.
           PERFORM GetOperId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE OT-Line(OPx) TO OperSec-Record
           DISPLAY "지금 : " OS-Name " " OS-Role " " OS-Branch
               " " OS-FromDate "-" OS-ToDate UPON TTY
           PERFORM GetFields-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Name     TO OS-Name
           MOVE In-Role     TO OS-Role
           MOVE In-Branch   TO OS-Branch
           MOVE In-FromDate TO OS-FromDate
           MOVE In-ToDate   TO OS-ToDate
           MOVE OperSec-Record TO OT-Line(OPx)
           MOVE 'Y' TO Oper-Changed
           PERFORM AuditChange-P
           DISPLAY "정정 완료" UPON TTY.

       ResetPw-P.
          *> 관리자가 새 암호를 주고 실패 횟수를 지운다
           PERFORM GetOperId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GetPasswd-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE OT-Line(OPx) TO OperSec-Record
           MOVE SG-Hash TO OS-Hash
           MOVE 0       TO OS-Fails
           MOVE OperSec-Record TO OT-Line(OPx)
           MOVE 'Y' TO Oper-Changed
           PERFORM AuditChange-P
           DISPLAY "암호 변경 완료" UPON TTY.

       SuspOper-P.
          *> 사용 <-> 정지. 해제하면 실패 횟수도 지운다 -
          *> 자기 자신은 정지하지 못한다
           PERFORM GetOperId-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF In-OperId = AL-Oper
               DISPLAY "** 자기 번호는 정지 불가" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE OT-Line(OPx) TO OperSec-Record
           IF OS-Status = 'A'
               MOVE 'S' TO OS-Status
               DISPLAY "정지함" UPON TTY
           ELSE
               MOVE 'A' TO OS-Status
               MOVE 0   TO OS-Fails
               DISPLAY "해제함" UPON TTY
           END-IF
           MOVE OperSec-Record TO OT-Line(OPx)
           MOVE 'Y' TO Oper-Changed
           PERFORM AuditChange-P.

       ListAll-P.
           DISPLAY "번호 이름                 역할 지점 "
               "유효기간          상태 최근접속" UPON TTY
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Oper-Count
               MOVE OT-Line(Ix) TO OperSec-Record
               MOVE OS-OperId   TO OL-OperId
               MOVE OS-Name     TO OL-Name
               MOVE OS-Role     TO OL-Role
               MOVE OS-Branch   TO OL-Branch
               MOVE OS-FromDate TO OL-FromDate
               MOVE OS-ToDate   TO OL-ToDate
               MOVE OS-Status   TO OL-Status
               MOVE OS-LastOn   TO OL-LastOn
               DISPLAY Oper-Line UPON TTY
           END-PERFORM
           DISPLAY " " UPON TTY
           DISPLAY "역할 프로그램  범위 기능" UPON TTY
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Role-Count
               DISPLAY RT-Line(Ix) UPON TTY
           END-PERFORM.

       Grant-P.
          *> 역할 + 프로그램 한 줄을 넣거나 바꾼다
           MOVE SPACES TO In-Role In-Program In-Funcs
           DISPLAY "역할 ?" UPON TTY
           ACCEPT In-Role FROM TTY
           DISPLAY "프로그램(* = 전부) ?" UPON TTY
           ACCEPT In-Program FROM TTY
           IF In-Role = SPACES OR In-Program = SPACES
               DISPLAY "** 역할과 프로그램 필요" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "범위(A=전 지점 B=자기 지점) ?" UPON TTY
           ACCEPT In-Scope FROM TTY
           IF In-Scope NOT = 'A' AND In-Scope NOT = 'B'
               DISPLAY "** 범위는 A 또는 B" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "메뉴 기능 글자(* = 전부, 예 VM) ?" UPON TTY
           ACCEPT In-Funcs FROM TTY
           IF In-Funcs = SPACES
               MOVE '*' TO In-Funcs
           END-IF
           INSPECT In-Funcs CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM PutGrant-P
           MOVE In-Role TO In-OperId
           PERFORM AuditGrant-P
           DISPLAY "권한 반영" UPON TTY.

       PutGrant-P.
           MOVE 'N' TO Found-Flag
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Role-Count OR Found-Flag = 'Y'
               MOVE RT-Line(Ix) TO RoleAuth-Record
               IF RA-Role = In-Role AND RA-Program = In-Program
                   MOVE 'Y' TO Found-Flag
                   MOVE In-Scope TO RA-Scope
                   MOVE In-Funcs TO RA-Funcs
                   MOVE RoleAuth-Record TO RT-Line(Ix)
               END-IF
           END-PERFORM
           IF Found-Flag = 'N'
               IF Role-Count >= 300
                   DISPLAY "** 권한 표 가득 (300)" UPON TTY
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO RoleAuth-Record
               MOVE In-Role    TO RA-Role
               MOVE In-Program TO RA-Program
               MOVE In-Scope   TO RA-Scope
               MOVE In-Funcs   TO RA-Funcs
               ADD 1 TO Role-Count
               MOVE RoleAuth-Record TO RT-Line(Role-Count)
           END-IF
           MOVE 'Y' TO Role-Changed.

       Revoke-P.
           MOVE SPACES TO In-Role In-Program
           DISPLAY "역할 ?" UPON TTY
           ACCEPT In-Role FROM TTY
           DISPLAY "프로그램 ?" UPON TTY
           ACCEPT In-Program FROM TTY
           MOVE 'N' TO Found-Flag
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Role-Count OR Found-Flag = 'Y'
               MOVE RT-Line(Ix) TO RoleAuth-Record
               IF RA-Role = In-Role AND RA-Program = In-Program
                   MOVE 'Y' TO Found-Flag
               END-IF
           END-PERFORM
           IF Found-Flag = 'N'
               DISPLAY "** 그런 권한 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 찾은 줄(Ix - 1)부터 한 칸씩 당긴다
           SUBTRACT 1 FROM Ix
           PERFORM VARYING Ix FROM Ix BY 1
                   UNTIL Ix >= Role-Count
               MOVE RT-Line(Ix + 1) TO RT-Line(Ix)
           END-PERFORM
           SUBTRACT 1 FROM Role-Count
           MOVE 'Y' TO Role-Changed
           MOVE SPACES TO In-Funcs
           MOVE 'X' TO In-Scope
           PERFORM AuditGrant-P
           DISPLAY "권한 회수" UPON TTY.

       AuditChange-P.
          *> 운전원 변경 한 건 - 암호는 남기지 않는다
           MOVE SPACES TO AL-Event
           STRING "운전원변경 " DELIMITED BY SIZE
                  Menu-Choice   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-OperId     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       AuditGrant-P.
           MOVE SPACES TO AL-Event
           STRING "권한변경 " DELIMITED BY SIZE
                  In-Role       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Program    DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  In-Scope      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Funcs      DELIMITED BY SPACE
                  INTO AL-Event
           PERFORM LogAudit-P.

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
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Oper-File.

       SaveOpers-P.
           IF Oper-Loaded NOT = 'Y'
               DISPLAY "** 운전원 파일 미되쓰기 - 표 한도"
                   UPON TTY
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Oper-File
           IF Oper-Status NOT = '00'
               DISPLAY "** 운전원 파일 되쓰기 실패 : "
                       Oper-Status UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING OPx FROM 1 BY 1
                   UNTIL OPx > Oper-Count
               MOVE OT-Line(OPx) TO OperSec-Record
               WRITE OperSec-Record
           END-PERFORM
           CLOSE Oper-File.

       LoadRoles-P.
           MOVE 0 TO Role-Count
           MOVE 'Y' TO Role-Loaded
           MOVE 'N' TO Role-Eof
           OPEN INPUT Role-File
           IF Role-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Role-Eof = 'Y'
               READ Role-File
                   AT END MOVE 'Y' TO Role-Eof
                   NOT AT END
                       IF Role-Count < 300
                           ADD 1 TO Role-Count
                           MOVE RoleAuth-Record
                               TO RT-Line(Role-Count)
                       ELSE
                           DISPLAY "** 권한 표 한도(300) 초과"
                               UPON TTY
                           MOVE 'N' TO Role-Loaded
                           MOVE 'Y' TO Role-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Role-File.

       SaveRoles-P.
           IF Role-Loaded NOT = 'Y'
               DISPLAY "** 권한 파일 미되쓰기 - 표 한도"
                   UPON TTY
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Role-File
           IF Role-Status NOT = '00'
               DISPLAY "** 권한 파일 되쓰기 실패 : "
                       Role-Status UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RLx FROM 1 BY 1
                   UNTIL RLx > Role-Count
               MOVE RT-Line(RLx) TO RoleAuth-Record
               WRITE RoleAuth-Record
           END-PERFORM
           CLOSE Role-File.

       Keut-P.
           MOVE "OPERMNT 종료"   TO AL-Event
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

       END PROGRAM OPERMNT.
