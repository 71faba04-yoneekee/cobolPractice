       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLMNT.
       AUTHOR. YONEE.
       REMARKS. 성적 이의 신청 콘솔. 보호자가 점수에 이의를
                걸면 점수를 다시 입력해 고치던 일을 대장
                (APPEAL.DAT)으로 남긴다. 교무실은 신청(A)을
                받고 - 학기, 학생, 과목, 신청인, 사유, 접수일 -
                과목 교사는 재채점 결과(R)를 적는다 - 원점수
                유지(U) 또는 새 점수로 변경(C). 결과를 적을
                때 학생별 결과(STUDRES.DAT)의 지금 점수를 원래
                점수로 같이 남긴다. 재채점 교사는 과목 교사
                배정(SUBJTCHR.DAT)을 기본으로 보인다. 바뀐
                점수의 성적 반영과 통지표/통지장은 APLAPPLY가,
                교사별 처리 대장은 APLREG가 맡는다. 모든
                동작은 AUDIT.DAT에 남는다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Appeal-File ASSIGN TO "APPEAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-Status.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           *> 지금 점수 - 재채점 전 원래 점수로 남긴다
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           *> 반/과목별 채점 교사
           SELECT SubjTchr-File ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 대장을 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Appeal-File.
       COPY "APPEAL.cbl".

       FD  StudMast-File.
       01  StudMast-Record.
           02  SM-StudId         PIC 9(5).
           02  SM-Irum           PIC X(10).
           02  SM-Ban            PIC X(4).
           02  SM-Guardian       PIC X(10).
           02  SM-GAddr          PIC X(30).
           02  SM-GPostal        PIC X(6).
           *> 반 편성 균형용 - 'M'=남 'F'=여, 옛 행은 빈칸
           02  SM-Gender         PIC X.
           *> 반마다 고루 나눌 편성 표시(학습 지원 등) - 빈칸=없음
           02  SM-Attr           PIC X.

       FD  StudRes-File.
       01  StudRes-Record.
           02  RS-Section        PIC 9(2).
           02  FILLER            PIC X.
           02  RS-Ban            PIC X(4).
           02  FILLER            PIC X.
           02  RS-StudId         PIC 9(5).
           02  FILLER            PIC X.
           02  RS-Irum           PIC X(10).
           02  FILLER            PIC X.
           02  RS-GuGer          PIC 9(3).
           02  FILLER            PIC X.
           02  RS-SanSu          PIC 9(3).
           02  FILLER            PIC X.
           02  RS-Yeongeo        PIC 9(3).
           02  FILLER            PIC X.
           02  RS-Avg            PIC 999V9.
           02  FILLER            PIC X.
           02  RS-Grade          PIC X.
           02  FILLER            PIC X.
           02  RS-Rank           PIC 9(3).

       FD  SubjTchr-File.
       01  SubjTchr-Record.
           02  SJ-Ban            PIC X(4).
           02  FILLER            PIC X.
           02  SJ-Subj           PIC X.
           02  FILLER            PIC X.
           02  SJ-Teacher        PIC X(10).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  AP-Status         PIC XX.
       77  SM-Status         PIC XX.
       77  RS-Status         PIC XX.
       77  SJ-Status         PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.

      *> ----- 학생 원부 테이블 -----
       77  SM-Count          PIC 9(3)    VALUE 0.
       01  SM-Names.
           02  SM-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON SM-Count
                        INDEXED BY SMx.
               03  SMT-Id        PIC 9(5).
               03  SMT-Irum      PIC X(10).
               03  SMT-Ban       PIC X(4).
               03  SMT-Guardian  PIC X(10).

      *> ----- 지금 점수 (학생별 결과) -----
       77  RS-Count          PIC 9(3)    VALUE 0.
       01  RS-Scores.
           02  RS-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON RS-Count
                        INDEXED BY RSx.
               03  RST-Id        PIC 9(5).
               03  RST-Score     PIC 9(3) OCCURS 3 TIMES.

      *> ----- 과목 교사 배정 -----
       77  SJ-Count          PIC 9(3)    VALUE 0.
       01  SJ-Assign.
           02  SJ-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SJ-Count
                        INDEXED BY SJx.
               03  SJT-Ban       PIC X(4).
               03  SJT-Subj      PIC X.
               03  SJT-Teacher   PIC X(10).

      *> ----- 이의 신청 대장 -----
       77  AP-Count          PIC 9(3)    VALUE 0.
       01  AP-Table.
           02  AP-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON AP-Count
                        INDEXED BY APx.
               03  APT-No        PIC 9(5).
               03  APT-Term      PIC X(6).
               03  APT-StudId    PIC 9(5).
               03  APT-Ban       PIC X(4).
               03  APT-Subj      PIC X.
               03  APT-Asker     PIC X(10).
               03  APT-Reason    PIC X(30).
               03  APT-Date      PIC 9(8).
               03  APT-Outcome   PIC X.
               03  APT-Teacher   PIC X(10).
               03  APT-OldScore  PIC 9(3).
               03  APT-NewScore  PIC 9(3).
               03  APT-DoneDate  PIC 9(8).
               03  APT-Issued    PIC X.
       77  Last-No           PIC 9(5)    VALUE 0.

      *> ----- 콘솔 입력 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  In-Id-X           PIC X(5).
       77  In-Id             PIC 9(5)    VALUE 0.
       77  In-No-X           PIC X(5).
       77  In-No             PIC 9(5)    VALUE 0.
       77  In-Term           PIC X(6).
       77  In-Subj           PIC X.
       77  In-Asker          PIC X(10).
       77  In-Reason         PIC X(30).
       77  In-Date-X         PIC X(8).
       77  In-Outcome        PIC X.
       77  In-Teacher        PIC X(10).
       77  In-Score-X        PIC X(3).
       77  In-Score          PIC 9(3)    VALUE 0.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Stud-Found        PIC X       VALUE 'N'.
       77  Found-Ix          PIC 9(3)    VALUE 0.
       77  Ap-Ix             PIC 9(3)    VALUE 0.
       77  Subj-Ix           PIC 9       VALUE 0.
       77  Cur-Score         PIC 9(3)    VALUE 0.
       77  Have-Score        PIC X       VALUE 'N'.
       77  Def-Teacher       PIC X(10)   VALUE SPACES.
       77  Chg-Count         PIC 9(4)    VALUE 0.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Open-Ctr          PIC 9(3)    VALUE 0.

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
           MOVE "APLMNT"         TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "APLMNT"         TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "APLMNT 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadStudMast-P
           PERFORM LoadScores-P
           PERFORM LoadSubjTchr-P
           PERFORM LoadAppeals-P
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           IF Chg-Count > 0
               PERFORM SaveAppeals-P
           END-IF
           GO TO Keut-P.

       LoadStudMast-P.
           OPEN INPUT StudMast-File
           IF SM-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ StudMast-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF SM-Count < 500
                               ADD 1 TO SM-Count
                               MOVE SM-StudId
                                   TO SMT-Id(SM-Count)
                               MOVE SM-Irum
                                   TO SMT-Irum(SM-Count)
                               MOVE SM-Ban
                                   TO SMT-Ban(SM-Count)
                               MOVE SM-Guardian
                                   TO SMT-Guardian(SM-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StudMast-File
           ELSE
               DISPLAY "** 학생 원부 없음" UPON TTY
           END-IF.

       LoadScores-P.
           OPEN INPUT StudRes-File
           IF RS-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ StudRes-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF RS-Count < 500
                               ADD 1 TO RS-Count
                               MOVE RS-StudId
                                   TO RST-Id(RS-Count)
                               MOVE RS-GuGer
                                   TO RST-Score(RS-Count, 1)
                               MOVE RS-SanSu
                                   TO RST-Score(RS-Count, 2)
                               MOVE RS-Yeongeo
                                   TO RST-Score(RS-Count, 3)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StudRes-File
           END-IF.

       LoadSubjTchr-P.
           OPEN INPUT SubjTchr-File
           IF SJ-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ SubjTchr-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF SJ-Count < 300
                              AND SJ-Teacher NOT = SPACES
                               ADD 1 TO SJ-Count
                               MOVE SJ-Ban
                                   TO SJT-Ban(SJ-Count)
                               MOVE SJ-Subj
                                   TO SJT-Subj(SJ-Count)
                               MOVE SJ-Teacher
                                   TO SJT-Teacher(SJ-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SubjTchr-File
           END-IF.

       LoadAppeals-P.
           OPEN INPUT Appeal-File
           IF AP-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ Appeal-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           PERFORM AddAppeal-P
                   END-READ
               END-PERFORM
               CLOSE Appeal-File
           END-IF.

       AddAppeal-P.
           IF AP-Count >= 500
               DISPLAY "** 대장 표 한도(500) 초과 : " AP-No
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AP-Count
           SET APx TO AP-Count
           MOVE AP-No       TO APT-No(APx)
           MOVE AP-Term     TO APT-Term(APx)
           MOVE AP-StudId   TO APT-StudId(APx)
           MOVE AP-Ban      TO APT-Ban(APx)
           MOVE AP-Subj     TO APT-Subj(APx)
           MOVE AP-Asker    TO APT-Asker(APx)
           MOVE AP-Reason   TO APT-Reason(APx)
           MOVE AP-Date     TO APT-Date(APx)
           MOVE AP-Outcome  TO APT-Outcome(APx)
           MOVE AP-Teacher  TO APT-Teacher(APx)
           MOVE AP-OldScore TO APT-OldScore(APx)
           MOVE AP-NewScore TO APT-NewScore(APx)
           MOVE AP-DoneDate TO APT-DoneDate(APx)
           MOVE AP-Issued   TO APT-Issued(APx)
           IF AP-No > Last-No
               MOVE AP-No TO Last-No
           END-IF.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=이의 접수 R=재채점 결과 V=대기 목록"
               " X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM LogAppeal-P
               WHEN 'R' WHEN 'r' PERFORM Outcome-P
               WHEN 'V' WHEN 'v' PERFORM ViewOpen-P
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       LogAppeal-P.
          *> 교무실 접수 - 같은 학기/학생/과목에 처리 대기
          *> 중인 신청이 있으면 받지 않는다
           IF AP-Count >= 500
               DISPLAY "** 대장 표 한도(500) 초과" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "학기 ? (빈칸=올해)" UPON TTY
           ACCEPT In-Term FROM TTY
           IF In-Term = SPACES
               MOVE Today-Date(1:4) TO In-Term
           END-IF
           PERFORM GetId-P
           IF Stud-Found = 'N'
               DISPLAY "** 원부에 없는 ID" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetSubj-P
           IF Subj-Ix = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > AP-Count
               IF APT-Term(Ix) = In-Term
                  AND APT-StudId(Ix) = In-Id
                  AND APT-Subj(Ix) = In-Subj
                  AND APT-Outcome(Ix) = SPACE
                   DISPLAY "** 처리 대기 중인 신청 있음 : "
                           APT-No(Ix) UPON TTY
                   MOVE 0 TO Subj-Ix
                   MOVE AP-Count TO Ix
               END-IF
           END-PERFORM
           IF Subj-Ix = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "신청인 ? (빈칸=보호자 "
                   SMT-Guardian(Found-Ix) ")" UPON TTY
           ACCEPT In-Asker FROM TTY
           IF In-Asker = SPACES
               MOVE SMT-Guardian(Found-Ix) TO In-Asker
           END-IF
           DISPLAY "사유 ?" UPON TTY
           ACCEPT In-Reason FROM TTY
           IF In-Reason = SPACES
               DISPLAY "** 사유는 필수" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "접수일 ? (YYYYMMDD, 빈칸=오늘)" UPON TTY
           ACCEPT In-Date-X FROM TTY
           IF In-Date-X = SPACES
               MOVE Today-Date TO In-Date-X
           END-IF
           IF In-Date-X IS NOT NUMERIC
              OR In-Date-X > Today-Date
               DISPLAY "** 접수일 오류" UPON TTY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Last-No
           ADD 1 TO AP-Count
           SET APx TO AP-Count
           MOVE Last-No            TO APT-No(APx)
           MOVE In-Term            TO APT-Term(APx)
           MOVE In-Id              TO APT-StudId(APx)
           MOVE SMT-Ban(Found-Ix)  TO APT-Ban(APx)
           MOVE In-Subj            TO APT-Subj(APx)
           MOVE In-Asker           TO APT-Asker(APx)
           MOVE In-Reason          TO APT-Reason(APx)
           MOVE In-Date-X          TO APT-Date(APx)
           MOVE SPACE              TO APT-Outcome(APx)
           MOVE SPACES             TO APT-Teacher(APx)
           MOVE 0                  TO APT-OldScore(APx)
           MOVE 0                  TO APT-NewScore(APx)
           MOVE 0                  TO APT-DoneDate(APx)
           MOVE SPACE              TO APT-Issued(APx)
           ADD 1 TO Chg-Count
           MOVE SPACES TO AL-Event
           STRING "이의접수 " DELIMITED BY SIZE
                  Last-No      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  In-Id-X      DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  In-Subj      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "접수 번호 " Last-No UPON TTY.

       Outcome-P.
          *> 과목 교사의 재채점 결과 - 유지(U) 또는 변경(C)
           DISPLAY "접수 번호 ?" UPON TTY
           ACCEPT In-No-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-No-X) NOT = 0
               DISPLAY "** 번호 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-No-X) TO In-No
           MOVE 0 TO Ap-Ix
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > AP-Count
               IF APT-No(Ix) = In-No
                   MOVE Ix TO Ap-Ix
                   MOVE AP-Count TO Ix
               END-IF
           END-PERFORM
           IF Ap-Ix = 0
               DISPLAY "** 대장에 없는 번호" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF APT-Outcome(Ap-Ix) NOT = SPACE
               DISPLAY "** 이미 결과가 있는 신청" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE APT-StudId(Ap-Ix) TO In-Id
           MOVE APT-Subj(Ap-Ix)   TO In-Subj
           EVALUATE In-Subj
               WHEN 'G' MOVE 1 TO Subj-Ix
               WHEN 'S' MOVE 2 TO Subj-Ix
               WHEN OTHER MOVE 3 TO Subj-Ix
           END-EVALUATE
           PERFORM FindScore-P
           DISPLAY "학생 " APT-StudId(Ap-Ix) " 반 "
                   APT-Ban(Ap-Ix) " 과목 " In-Subj UPON TTY
           DISPLAY "사유 : " APT-Reason(Ap-Ix) UPON TTY
           IF Have-Score = 'Y'
               DISPLAY "지금 점수 : " Cur-Score UPON TTY
           ELSE
               DISPLAY "** 학생별 결과에 점수 없음" UPON TTY
           END-IF
           PERFORM FindTeacher-P
           DISPLAY "재채점 교사 ? (빈칸=" Def-Teacher ")"
               UPON TTY
           ACCEPT In-Teacher FROM TTY
           IF In-Teacher = SPACES
               MOVE Def-Teacher TO In-Teacher
           END-IF
           IF In-Teacher = SPACES
               DISPLAY "** 재채점 교사는 필수" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "결과 ? U=원점수 유지"
               " C=점수 변경" UPON TTY
           ACCEPT In-Outcome FROM TTY
           EVALUATE In-Outcome
               WHEN 'U' WHEN 'u'
                   MOVE 'U' TO In-Outcome
                   MOVE Cur-Score TO In-Score
               WHEN 'C' WHEN 'c'
                   MOVE 'C' TO In-Outcome
                   PERFORM GetNewScore-P
                   IF In-Outcome = SPACE
                       EXIT PARAGRAPH
                   END-IF
               WHEN OTHER
                   DISPLAY "** U 또는 C" UPON TTY
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE In-Outcome  TO APT-Outcome(Ap-Ix)
           MOVE In-Teacher  TO APT-Teacher(Ap-Ix)
           MOVE Cur-Score   TO APT-OldScore(Ap-Ix)
           MOVE In-Score    TO APT-NewScore(Ap-Ix)
           MOVE Today-Date  TO APT-DoneDate(Ap-Ix)
           MOVE SPACE       TO APT-Issued(Ap-Ix)
           ADD 1 TO Chg-Count
           MOVE SPACES TO AL-Event
           STRING "이의결과 " DELIMITED BY SIZE
                  In-No         DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  In-Outcome    DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  Cur-Score     DELIMITED BY SIZE
                  ">"           DELIMITED BY SIZE
                  In-Score      DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           IF In-Outcome = 'C'
               DISPLAY "변경 기록 - APLAPPLY로 성적에 반영"
                   UPON TTY
           ELSE
               DISPLAY "원점수 유지 기록" UPON TTY
           END-IF.

       GetNewScore-P.
          *> 바뀐 점수는 결과에 점수가 있어야 받는다 -
          *> 반영할 행이 없는 변경은 남기지 않는다
           IF Have-Score = 'N'
               DISPLAY "** 결과에 없는 학생"
                   " - 변경 불가" UPON TTY
               MOVE SPACE TO In-Outcome
               EXIT PARAGRAPH
           END-IF
           DISPLAY "새 점수 ?" UPON TTY
           ACCEPT In-Score-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Score-X) NOT = 0
               DISPLAY "** 점수 숫자 아님" UPON TTY
               MOVE SPACE TO In-Outcome
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Score-X) TO In-Score
           IF In-Score > 100
               DISPLAY "** 점수 범위(0-100) 밖" UPON TTY
               MOVE SPACE TO In-Outcome
               EXIT PARAGRAPH
           END-IF
           IF In-Score = Cur-Score
               DISPLAY "** 지금 점수와 같음"
                   " - U로 기록하십시오" UPON TTY
               MOVE SPACE TO In-Outcome
           END-IF.

       ViewOpen-P.
          *> 재채점 대기 중인 신청 목록
           MOVE 0 TO Open-Ctr
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > AP-Count
               IF APT-Outcome(Ix) = SPACE
                   ADD 1 TO Open-Ctr
                   DISPLAY APT-No(Ix) " " APT-Term(Ix) " "
                           APT-StudId(Ix) " " APT-Ban(Ix) " "
                           APT-Subj(Ix) " " APT-Date(Ix) " "
                           APT-Reason(Ix) UPON TTY
               END-IF
           END-PERFORM
           DISPLAY "대기 " Open-Ctr " 건" UPON TTY.

       GetId-P.
           MOVE 'N' TO Stud-Found
           MOVE 0 TO Found-Ix
           DISPLAY "학생 ID ?" UPON TTY
           ACCEPT In-Id-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Id-X) NOT = 0
               DISPLAY "** ID 숫자 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(In-Id-X) TO In-Id
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > SM-Count
               IF SMT-Id(Ix) = In-Id
                   MOVE 'Y' TO Stud-Found
                   MOVE Ix TO Found-Ix
                   MOVE SM-Count TO Ix
               END-IF
           END-PERFORM.

       GetSubj-P.
           MOVE 0 TO Subj-Ix
           DISPLAY "과목 ? G=국어 S=산수 Y=영어" UPON TTY
           ACCEPT In-Subj FROM TTY
           EVALUATE In-Subj
               WHEN 'G' WHEN 'g'
                   MOVE 'G' TO In-Subj
                   MOVE 1 TO Subj-Ix
               WHEN 'S' WHEN 's'
                   MOVE 'S' TO In-Subj
                   MOVE 2 TO Subj-Ix
               WHEN 'Y' WHEN 'y'
                   MOVE 'Y' TO In-Subj
                   MOVE 3 TO Subj-Ix
               WHEN OTHER
                   DISPLAY "** 과목은 G, S, Y" UPON TTY
           END-EVALUATE.

       FindScore-P.
           MOVE 'N' TO Have-Score
           MOVE 0 TO Cur-Score
           IF RS-Count > 0
               SET RSx TO 1
               SEARCH RS-Entry
                   AT END CONTINUE
                   WHEN RST-Id(RSx) = In-Id
                       MOVE 'Y' TO Have-Score
                       MOVE RST-Score(RSx, Subj-Ix) TO Cur-Score
               END-SEARCH
           END-IF.

       FindTeacher-P.
           MOVE SPACES TO Def-Teacher
           IF SJ-Count > 0
               SET SJx TO 1
               SEARCH SJ-Entry
                   AT END CONTINUE
                   WHEN SJT-Ban(SJx) = APT-Ban(Ap-Ix)
                        AND SJT-Subj(SJx) = In-Subj
                       MOVE SJT-Teacher(SJx) TO Def-Teacher
               END-SEARCH
           END-IF.

       SaveAppeals-P.
          *> 대장 전체를 번호 순서 그대로 다시 내려쓴다
           OPEN OUTPUT Appeal-File
           IF AP-Status NOT = '00'
               DISPLAY "** 대장 저장 실패 : " AP-Status UPON TTY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > AP-Count
               MOVE SPACES TO Appeal-Record
               MOVE APT-No(Ix)       TO AP-No
               MOVE APT-Term(Ix)     TO AP-Term
               MOVE APT-StudId(Ix)   TO AP-StudId
               MOVE APT-Ban(Ix)      TO AP-Ban
               MOVE APT-Subj(Ix)     TO AP-Subj
               MOVE APT-Asker(Ix)    TO AP-Asker
               MOVE APT-Reason(Ix)   TO AP-Reason
               MOVE APT-Date(Ix)     TO AP-Date
               MOVE APT-Outcome(Ix)  TO AP-Outcome
               MOVE APT-Teacher(Ix)  TO AP-Teacher
               MOVE APT-OldScore(Ix) TO AP-OldScore
               MOVE APT-NewScore(Ix) TO AP-NewScore
               MOVE APT-DoneDate(Ix) TO AP-DoneDate
               MOVE APT-Issued(Ix)   TO AP-Issued
               WRITE Appeal-Record
           END-PERFORM
           CLOSE Appeal-File
           DISPLAY "대장 저장 완료" UPON TTY.

       Keut-P.
           MOVE "APLMNT 종료"    TO AL-Event
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
