       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFMNT.
       AUTHOR. YONEE.
       REMARKS. 교직원 원부 콘솔. 수첩에 있던 교직원 명단을
                원부(STAFMAST.DAT)로 옮긴다 - 교번, 이름, 학급
                원부(CLASMAST.DAT)와 과목 교사 배정(SUBJTCHR
                .DAT)에 쓰는 교사 이름, 역할(담임/과목 교사/
                교무 행정), 연락처, 부임일, 재직/퇴직. R은
                P2-5의 명단(ROSTER.DAT)에서 원부에 아직 없는
                이름을 새 교번으로 반입하고(나이도 옮긴다),
                A=추가 U=정정 L=퇴직 처리 V=목록이다. 교사
                이름은 재직자 사이에서 겹치면 안 된다 - 학급
                원부와 배정 파일이 이름으로 원부를 찾기
                때문이다. 원부는 끝낼 때 통째로 되쓰고, 모든
                변경은 AUDIT.DAT에 남는다. 배정 검증은
                STAFCHK가 맡는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Staff-File ASSIGN TO "STAFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Staff-Status.
           *> P2-5가 쓰는 이름/나이 명단
           SELECT Roster-File ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Roster-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 원부를 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Staff-File.
       COPY "STAFREC.cbl".

       FD  Roster-File.
       01  Roster-Record.
           02  RR-NAMAE          PIC X(12).
           02  RR-TOSHI          PIC 9(3).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Staff-Status      PIC XX.
       77  Roster-Status     PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.

      *> ----- 교직원 원부 테이블 -----
       77  SF-Count          PIC 9(3)    VALUE 0.
       01  SF-Table.
           02  SF-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SF-Count
                        INDEXED BY SFx.
               03  SFT-Id        PIC 9(4).
               03  SFT-Irum      PIC X(12).
               03  SFT-Teacher   PIC X(10).
               03  SFT-Role      PIC X.
               03  SFT-Contact   PIC X(15).
               03  SFT-Start     PIC 9(8).
               03  SFT-Status    PIC X.
               03  SFT-EndDate   PIC 9(8).
               03  SFT-Age       PIC 9(3).
       77  Last-Id           PIC 9(4)    VALUE 0.
      *> 적재 때 표가 넘쳐 일부 행을 못 올렸는지 표시
       77  Table-Full        PIC X       VALUE 'N'.

      *> ----- 콘솔 입력 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  Field-Choice      PIC X       VALUE SPACE.
       77  In-Id-X           PIC X(4).
       77  In-Id             PIC 9(4)    VALUE 0.
       77  In-Irum           PIC X(12).
       77  In-Teacher        PIC X(10).
       77  In-Role           PIC X.
       77  In-Contact        PIC X(15).
       77  In-Date-X         PIC X(8).
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Role-Ok           PIC X       VALUE 'N'.
       77  Name-Ok           PIC X       VALUE 'N'.
       77  Found-Ix          PIC 9(3)    VALUE 0.
       77  Chg-Count         PIC 9(4)    VALUE 0.
       77  Add-Ctr           PIC 9(3)    VALUE 0.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Role-Text         PIC X(14).
       77  Stat-Text         PIC X(6).

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
           MOVE "STAFMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "STAFMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "STAFMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadStaff-P
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
          *> 표에 못 올린 행이 있으면 통째 되쓰기가 그
          *> 행들을 지워 버리므로 되쓰지 않는다
           IF Chg-Count > 0 AND Table-Full = 'N'
               PERFORM SaveStaff-P
           END-IF
           IF Chg-Count > 0 AND Table-Full = 'Y'
               DISPLAY "** 표 초과 - 변경 저장 안 함" UPON TTY
               MOVE 8 TO RETURN-CODE
           END-IF
           GO TO Keut-P.

       LoadStaff-P.
           OPEN INPUT Staff-File
           IF Staff-Status NOT = '00'
               DISPLAY "원부 없음 - R로 명단을"
                   " 반입하십시오" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Staff-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF SF-Count < 300
                           ADD 1 TO SF-Count
                           SET SFx TO SF-Count
                           MOVE SF-Id       TO SFT-Id(SFx)
                           MOVE SF-Irum     TO SFT-Irum(SFx)
                           MOVE SF-Teacher  TO SFT-Teacher(SFx)
                           MOVE SF-Role     TO SFT-Role(SFx)
                           MOVE SF-Contact  TO SFT-Contact(SFx)
                           MOVE SF-Start    TO SFT-Start(SFx)
                           MOVE SF-Status   TO SFT-Status(SFx)
                           MOVE SF-EndDate  TO SFT-EndDate(SFx)
                           MOVE SF-Age      TO SFT-Age(SFx)
                           IF SF-Id > Last-Id
                               MOVE SF-Id TO Last-Id
                           END-IF
                       ELSE
                           IF Table-Full = 'N'
                               DISPLAY "** 원부 표 한도(300)"
                                   " 초과" UPON TTY
                               MOVE 'Y' TO Table-Full
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Staff-File.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "R=명단 반입 A=추가 U=정정 L=퇴직"
               " V=목록 X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'R' WHEN 'r' PERFORM Import-P
               WHEN 'A' WHEN 'a' PERFORM AddStaff-P
               WHEN 'U' WHEN 'u' PERFORM Update-P
               WHEN 'L' WHEN 'l' PERFORM Leave-P
               WHEN 'V' WHEN 'v' PERFORM List-P
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       Import-P.
          *> 명단의 이름 중 원부에 없는 것만 새 교번으로
          *> 올린다 - 여러 번 돌려도 같은 사람이 겹치지 않는다.
          *> 교사 이름은 명단 이름 앞 10자로 두고 역할과
          *> 연락처는 U로 채운다
           OPEN INPUT Roster-File
           IF Roster-Status NOT = '00'
               DISPLAY "** 명단(ROSTER.DAT) 없음" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Add-Ctr
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Roster-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM ImportOne-P
               END-READ
           END-PERFORM
           CLOSE Roster-File
           DISPLAY "반입 " Add-Ctr " 명" UPON TTY
           IF Add-Ctr > 0
               MOVE SPACES TO AL-Event
               STRING "명단 반입 " DELIMITED BY SIZE
                      Add-Ctr      DELIMITED BY SIZE
                      " 명"        DELIMITED BY SIZE
                      INTO AL-Event
               PERFORM LogAudit-P
           END-IF.

       ImportOne-P.
           IF RR-NAMAE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > SF-Count
               IF SFT-Irum(Ix) = RR-NAMAE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF SF-Count >= 300
               DISPLAY "** 원부 표 한도(300) - 반입 못 함 : "
                       RR-NAMAE UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE RR-NAMAE(1:10) TO In-Teacher
           MOVE 0 TO Found-Ix
           PERFORM CheckName-P
           IF Name-Ok = 'N'
               DISPLAY "** 교사 이름 겹침 - U로"
                       " 고치십시오 : " RR-NAMAE UPON TTY
           END-IF
           ADD 1 TO Last-Id
           ADD 1 TO SF-Count
           SET SFx TO SF-Count
           MOVE Last-Id     TO SFT-Id(SFx)
           MOVE RR-NAMAE    TO SFT-Irum(SFx)
           MOVE In-Teacher  TO SFT-Teacher(SFx)
           MOVE SPACE       TO SFT-Role(SFx)
           MOVE SPACES      TO SFT-Contact(SFx)
           MOVE 0           TO SFT-Start(SFx) SFT-EndDate(SFx)
           MOVE 'A'         TO SFT-Status(SFx)
           MOVE 0           TO SFT-Age(SFx)
           IF RR-TOSHI IS NUMERIC
               MOVE RR-TOSHI TO SFT-Age(SFx)
           END-IF
           ADD 1 TO Add-Ctr
           ADD 1 TO Chg-Count.

       AddStaff-P.
           IF SF-Count >= 300
               DISPLAY "** 원부 표 한도(300) 초과" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "이름 ?" UPON TTY
           ACCEPT In-Irum FROM TTY
           IF In-Irum = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "교사 이름 ? (학급 원부/배정용, 빈칸="
                   In-Irum(1:10) ")" UPON TTY
           ACCEPT In-Teacher FROM TTY
           IF In-Teacher = SPACES
               MOVE In-Irum(1:10) TO In-Teacher
           END-IF
           MOVE 0 TO Found-Ix
           PERFORM CheckName-P
           IF Name-Ok = 'N'
               DISPLAY "** 재직자 교사 이름과 겹침" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetRole-P
           IF Role-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "연락처 ?" UPON TTY
           ACCEPT In-Contact FROM TTY
           DISPLAY "부임일 ? (YYYYMMDD, 빈칸=오늘)" UPON TTY
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE Today-Date TO In-Date-X
           END-IF
           IF In-Date-X IS NOT NUMERIC
               DISPLAY "** 날짜 오류" UPON TTY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Last-Id
           ADD 1 TO SF-Count
           SET SFx TO SF-Count
           MOVE Last-Id     TO SFT-Id(SFx)
           MOVE In-Irum     TO SFT-Irum(SFx)
           MOVE In-Teacher  TO SFT-Teacher(SFx)
           MOVE In-Role     TO SFT-Role(SFx)
           MOVE In-Contact  TO SFT-Contact(SFx)
           MOVE In-Date-X   TO SFT-Start(SFx)
           MOVE 'A'         TO SFT-Status(SFx)
           MOVE 0           TO SFT-EndDate(SFx) SFT-Age(SFx)
           ADD 1 TO Chg-Count
           DISPLAY "교번 " Last-Id " 추가" UPON TTY
           MOVE SPACES TO AL-Event
           STRING "교직원추가 " DELIMITED BY SIZE
                  Last-Id       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Teacher    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       Update-P.
           PERFORM GetId-P
           IF Found-Ix = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "T=교사 이름 R=역할 C=연락처 S=부임일 ?"
               UPON TTY
           ACCEPT Field-Choice FROM TTY
           EVALUATE Field-Choice
               WHEN 'T' WHEN 't'
                   DISPLAY "새 교사 이름 ?" UPON TTY
                   ACCEPT In-Teacher FROM TTY
                   IF In-Teacher = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   PERFORM CheckName-P
                   IF Name-Ok = 'N'
                       DISPLAY "** 재직자 교사 이름과 겹침"
                           UPON TTY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE In-Teacher TO SFT-Teacher(Found-Ix)
               WHEN 'R' WHEN 'r'
                   PERFORM GetRole-P
                   IF Role-Ok = 'N'
                       EXIT PARAGRAPH
                   END-IF
                   MOVE In-Role TO SFT-Role(Found-Ix)
               WHEN 'C' WHEN 'c'
                   DISPLAY "새 연락처 ?" UPON TTY
                   ACCEPT In-Contact FROM TTY
                   MOVE In-Contact TO SFT-Contact(Found-Ix)
               WHEN 'S' WHEN 's'
                   DISPLAY "부임일 ? (YYYYMMDD)" UPON TTY
                   ACCEPT In-Date-X FROM TTY
                   IF In-Date-X IS NOT NUMERIC
                       DISPLAY "** 날짜 오류" UPON TTY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE In-Date-X TO SFT-Start(Found-Ix)
               WHEN OTHER
                   DISPLAY "?" UPON TTY
                   EXIT PARAGRAPH
           END-EVALUATE
           ADD 1 TO Chg-Count
           DISPLAY "정정 완료" UPON TTY
           MOVE SPACES TO AL-Event
           STRING "교직원정정 " DELIMITED BY SIZE
                  SFT-Id(Found-Ix) DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Field-Choice  DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       Leave-P.
          *> 퇴직자는 지우지 않고 표시만 한다 - 지난 학기
          *> 보고서와 이의 대장의 교사 이름이 남아 있다
           PERFORM GetId-P
           IF Found-Ix = 0
               EXIT PARAGRAPH
           END-IF
           IF SFT-Status(Found-Ix) = 'L'
               DISPLAY "** 이미 퇴직 : " SFT-EndDate(Found-Ix)
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "퇴직일 ? (YYYYMMDD, 빈칸=오늘)" UPON TTY
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE Today-Date TO In-Date-X
           END-IF
           IF In-Date-X IS NOT NUMERIC
               DISPLAY "** 날짜 오류" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'L'       TO SFT-Status(Found-Ix)
           MOVE In-Date-X TO SFT-EndDate(Found-Ix)
           ADD 1 TO Chg-Count
           DISPLAY "퇴직 처리 - 학급 원부와 배정은"
               " STAFCHK로 확인하십시오" UPON TTY
           MOVE SPACES TO AL-Event
           STRING "교직원퇴직 " DELIMITED BY SIZE
                  SFT-Id(Found-Ix) DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Date-X     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       List-P.
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > SF-Count
               PERFORM RoleText-P
               DISPLAY SFT-Id(Ix) " " SFT-Irum(Ix) " "
                       SFT-Teacher(Ix) " " Role-Text " "
                       SFT-Contact(Ix) " " SFT-Start(Ix) " "
                       Stat-Text UPON TTY
           END-PERFORM
           DISPLAY "전체 " SF-Count " 명" UPON TTY.

       RoleText-P.
           EVALUATE SFT-Role(Ix)
               WHEN 'H' MOVE "담임"       TO Role-Text
               WHEN 'S' MOVE "과목 교사"  TO Role-Text
               WHEN 'O' MOVE "교무 행정"  TO Role-Text
               WHEN OTHER MOVE "(미정)"   TO Role-Text
           END-EVALUATE
           IF SFT-Status(Ix) = 'L'
               MOVE "퇴직" TO Stat-Text
           ELSE
               MOVE "재직" TO Stat-Text
           END-IF.

       GetId-P.
           MOVE 0 TO Found-Ix
           DISPLAY "교번 ?" UPON TTY
           ACCEPT In-Id-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Id-X) NOT = 0
               DISPLAY "** 교번 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Id-X) TO In-Id
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > SF-Count
               IF SFT-Id(Ix) = In-Id
                   MOVE Ix TO Found-Ix
                   MOVE SF-Count TO Ix
               END-IF
           END-PERFORM
           IF Found-Ix = 0
               DISPLAY "** 원부에 없는 교번" UPON TTY
           ELSE
               DISPLAY SFT-Irum(Found-Ix) " "
                       SFT-Teacher(Found-Ix) UPON TTY
           END-IF.

       GetRole-P.
           MOVE 'N' TO Role-Ok
           DISPLAY "역할 ? H=담임 S=과목 교사 O=교무 행정"
               UPON TTY
           ACCEPT In-Role FROM TTY
           EVALUATE In-Role
               WHEN 'H' WHEN 'h' MOVE 'H' TO In-Role
               WHEN 'S' WHEN 's' MOVE 'S' TO In-Role
               WHEN 'O' WHEN 'o' MOVE 'O' TO In-Role
               WHEN OTHER
                   DISPLAY "** 역할은 H, S, O" UPON TTY
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE 'Y' TO Role-Ok.

       CheckName-P.
          *> 교사 이름은 재직자 사이에서 하나뿐이어야 한다 -
          *> Found-Ix는 지금 고치는 본인(0이면 새 사람)
           MOVE 'Y' TO Name-Ok
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > SF-Count
               IF Ix NOT = Found-Ix
                  AND SFT-Status(Ix) NOT = 'L'
                  AND SFT-Teacher(Ix) = In-Teacher
                   MOVE 'N' TO Name-Ok
               END-IF
           END-PERFORM.

       SaveStaff-P.
          *> 원부 전체를 교번 순서 그대로 다시 내려쓴다
           OPEN OUTPUT Staff-File
           IF Staff-Status NOT = '00'
               DISPLAY "** 원부 저장 실패 : " Staff-Status
                   UPON TTY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > SF-Count
               MOVE SPACES TO Staff-Record
               MOVE SFT-Id(Ix)      TO SF-Id
               MOVE SFT-Irum(Ix)    TO SF-Irum
               MOVE SFT-Teacher(Ix) TO SF-Teacher
               MOVE SFT-Role(Ix)    TO SF-Role
               MOVE SFT-Contact(Ix) TO SF-Contact
               MOVE SFT-Start(Ix)   TO SF-Start
               MOVE SFT-Status(Ix)  TO SF-Status
               MOVE SFT-EndDate(Ix) TO SF-EndDate
               MOVE SFT-Age(Ix)     TO SF-Age
               WRITE Staff-Record
           END-PERFORM
           CLOSE Staff-File
           DISPLAY "원부 저장 완료" UPON TTY.

       Keut-P.
           MOVE "STAFMNT 종료"   TO AL-Event
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
