       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLREG.
       AUTHOR. YONEE.
       REMARKS. 성적 이의 처리 대장. 이의 신청 대장(APPEAL.DAT)을
                재채점 교사별, 신청 번호순으로 APLREG.RPT에
                찍는다. 아직 결과가 없는 신청은 그 반/과목의
                담당 교사(SUBJTCHR.DAT) 밑에 놓는다. 줄마다
                결과(유지/변경)와 처리 일수(접수일부터 결과
                기록일까지, 대기 중이면 오늘까지)를 보이고,
                교사마다 건수, 결과별 건수, 끝난 신청의 평균
                처리 일수를 합계한다. 1번 인자로 학기 꼬리표를
                주면 그 학기만, 없으면 대장 전체를 찍는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Appeal-File ASSIGN TO "APPEAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-Status.
           *> 반/과목별 담당 교사
           SELECT SubjTchr-File ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-Status.
           SELECT Reg-File ASSIGN TO "APLREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Appeal-File.
       COPY "APPEAL.cbl".

       FD  SubjTchr-File.
       01  SubjTchr-Record.
           02  SJ-Ban            PIC X(4).
           02  FILLER            PIC X.
           02  SJ-Subj           PIC X.
           02  FILLER            PIC X.
           02  SJ-Teacher        PIC X(10).

       FD  Reg-File.
       01  Reg-Line              PIC X(100).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  AP-Status         PIC XX.
       77  SJ-Status         PIC XX.
       77  Reg-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Term-Id           PIC X(6)    VALUE SPACES.
       77  Today-Date        PIC 9(8)    VALUE 0.

      *> ----- 반/과목별 담당 교사 -----
       77  SJ-Count          PIC 9(3)    VALUE 0.
       01  SJ-Table.
           02  SJ-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SJ-Count
                        INDEXED BY SJx.
               03  SJT-Ban       PIC X(4).
               03  SJT-Subj      PIC X.
               03  SJT-Teacher   PIC X(10).

      *> ----- 이의 신청 (교사, 번호순으로 정렬) -----
       77  AP-Count          PIC 9(3)    VALUE 0.
       01  AP-Table.
           02  AP-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON AP-Count
                        INDEXED BY APx.
               03  APT-Teacher   PIC X(10).
               03  APT-No        PIC 9(5).
               03  APT-Term      PIC X(6).
               03  APT-StudId    PIC 9(5).
               03  APT-Ban       PIC X(4).
               03  APT-Subj      PIC X.
               03  APT-Outcome   PIC X.
               03  APT-OldScore  PIC 9(3).
               03  APT-NewScore  PIC 9(3).
               03  APT-Date      PIC 9(8).
               03  APT-DoneDate  PIC 9(8).
               03  APT-Days      PIC 9(4).
       01  Hold-Appeal           PIC X(58).

      *> ----- 작업영역 -----
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  Cur-Teacher       PIC X(10)   VALUE SPACES.
       77  Avg-Days          PIC 999V9   VALUE 0.

      *> ----- 교사별/전체 합계 -----
       01  Tchr-Tot.
           02  TT-Count          PIC 9(4)   VALUE 0.
           02  TT-Upheld         PIC 9(4)   VALUE 0.
           02  TT-Changed        PIC 9(4)   VALUE 0.
           02  TT-Open           PIC 9(4)   VALUE 0.
           02  TT-Days           PIC 9(6)   VALUE 0.
       01  Grand-Tot.
           02  GT-Count          PIC 9(4)   VALUE 0.
           02  GT-Upheld         PIC 9(4)   VALUE 0.
           02  GT-Changed        PIC 9(4)   VALUE 0.
           02  GT-Open           PIC 9(4)   VALUE 0.
           02  GT-Days           PIC 9(6)   VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Tchr-Head.
           02  FILLER            PIC X(12)
               VALUE "-- 교사 : ".
           02  TH-Teacher        PIC X(10).
       01  Reg-Detail.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-No             PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Term           PIC X(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-StudId         PIC 9(5).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Ban            PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Subj           PIC X(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Outcome        PIC X(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Scores.
               03  RD-Old            PIC ZZ9.
               03  RD-Arrow          PIC X(2).
               03  RD-New            PIC ZZ9.
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-DoneDate       PIC X(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  RD-Days           PIC ZZZ9.
       01  Sum-Line.
           02  SL-Label          PIC X(10).
           02  FILLER            PIC X(7)   VALUE "건수".
           02  SL-Count          PIC ZZZ9.
           02  FILLER            PIC X(9)   VALUE "  유지".
           02  SL-Upheld         PIC ZZZ9.
           02  FILLER            PIC X(9)   VALUE "  변경".
           02  SL-Changed        PIC ZZZ9.
           02  FILLER            PIC X(9)   VALUE "  대기".
           02  SL-Open           PIC ZZZ9.
           02  FILLER            PIC X(21)
               VALUE "  평균 처리일".
           02  SL-Avg            PIC ZZ9.9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "APLREG"         TO AL-Program
           MOVE "APLREG 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Term-Id FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Term-Id
           END-ACCEPT
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadSubjTchr-P
           OPEN INPUT Appeal-File
           IF AP-Status NOT = '00'
               DISPLAY "** 이의 신청 대장 없음 : " AP-Status
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Appeal-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Term-Id = SPACES OR AP-Term = Term-Id
                           PERFORM AddAppeal-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Appeal-File
           PERFORM SortAppeals-P
           OPEN OUTPUT Reg-File
           IF Reg-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Reg-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE SPACES TO Reg-Line
           STRING "=== 성적 이의 처리 대장 === 학기 "
                      DELIMITED BY SIZE
                  Term-Id DELIMITED BY SIZE
                  "  기준일 " DELIMITED BY SIZE
                  Today-Date DELIMITED BY SIZE
                  INTO Reg-Line
           WRITE Reg-Line
           MOVE SPACES TO Reg-Line
           STRING "  번호  학기   학번  반   과목   결과  "
                      DELIMITED BY SIZE
                  "점수     접수일   결과일   일수"
                      DELIMITED BY SIZE
                  INTO Reg-Line
           WRITE Reg-Line
           PERFORM PrintOne-P
               VARYING APx FROM 1 BY 1 UNTIL APx > AP-Count
           IF AP-Count > 0
               PERFORM TchrFoot-P
           END-IF
           MOVE SPACES TO Reg-Line
           WRITE Reg-Line
           MOVE Grand-Tot TO Tchr-Tot
           MOVE "전체" TO SL-Label
           PERFORM SumLine-P
           CLOSE Reg-File
           DISPLAY "이의 신청 : " GT-Count
                   "  대기 : " GT-Open
           GO TO Keut-P.

       LoadSubjTchr-P.
          *> 담당 교사 표가 없으면 대기 신청은 미배정으로 찍는다
           OPEN INPUT SubjTchr-File
           IF SJ-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ SubjTchr-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF SJ-Count < 300
                           ADD 1 TO SJ-Count
                           MOVE SJ-Ban     TO SJT-Ban(SJ-Count)
                           MOVE SJ-Subj    TO SJT-Subj(SJ-Count)
                           MOVE SJ-Teacher
                               TO SJT-Teacher(SJ-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SubjTchr-File.

       AddAppeal-P.
           IF AP-Count NOT < 500
               DISPLAY "** 대장 표 한도(500) 초과 - 신청 "
                       AP-No " 생략"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AP-Count
           SET APx TO AP-Count
           MOVE AP-No       TO APT-No(APx)
           MOVE AP-Term     TO APT-Term(APx)
           MOVE AP-StudId   TO APT-StudId(APx)
           MOVE AP-Ban      TO APT-Ban(APx)
           MOVE AP-Subj     TO APT-Subj(APx)
           MOVE AP-Outcome  TO APT-Outcome(APx)
           MOVE AP-OldScore TO APT-OldScore(APx)
           MOVE AP-NewScore TO APT-NewScore(APx)
           MOVE AP-Date     TO APT-Date(APx)
           MOVE AP-DoneDate TO APT-DoneDate(APx)
           MOVE AP-Teacher  TO APT-Teacher(APx)
           IF AP-Outcome = SPACE
              OR APT-Teacher(APx) = SPACES
               PERFORM AssignTchr-P
           END-IF
          *> 처리 일수 - 끝난 신청은 결과 기록일까지,
          *> 대기 신청은 오늘까지 기다린 날수
           MOVE 0 TO APT-Days(APx)
           IF AP-Date IS NUMERIC AND AP-Date > 0
               IF AP-Outcome NOT = SPACE
                  AND AP-DoneDate IS NUMERIC
                  AND AP-DoneDate NOT < AP-Date
                   COMPUTE APT-Days(APx) =
                       FUNCTION INTEGER-OF-DATE(AP-DoneDate)
                       - FUNCTION INTEGER-OF-DATE(AP-Date)
               END-IF
               IF AP-Outcome = SPACE
                  AND Today-Date NOT < AP-Date
                   COMPUTE APT-Days(APx) =
                       FUNCTION INTEGER-OF-DATE(Today-Date)
                       - FUNCTION INTEGER-OF-DATE(AP-Date)
               END-IF
           END-IF.

       AssignTchr-P.
           MOVE "(미배정)" TO APT-Teacher(APx)
           IF SJ-Count > 0
               SET SJx TO 1
               SEARCH SJ-Entry
                   AT END CONTINUE
                   WHEN SJT-Ban(SJx) = AP-Ban
                        AND SJT-Subj(SJx) = AP-Subj
                       MOVE SJT-Teacher(SJx) TO APT-Teacher(APx)
               END-SEARCH
           END-IF.

       SortAppeals-P.
          *> 교사 이름, 신청 번호 오름차순
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Ix FROM 1 BY 1
                       UNTIL Ix > AP-Count - 1
                   COMPUTE Kx = Ix + 1
                   IF APT-Teacher(Ix) > APT-Teacher(Kx)
                      OR (APT-Teacher(Ix) = APT-Teacher(Kx)
                          AND APT-No(Ix) > APT-No(Kx))
                       MOVE AP-Entry(Ix) TO Hold-Appeal
                       MOVE AP-Entry(Kx) TO AP-Entry(Ix)
                       MOVE Hold-Appeal  TO AP-Entry(Kx)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       PrintOne-P.
           IF APx = 1
              OR APT-Teacher(APx) NOT = Cur-Teacher
               IF APx > 1
                   PERFORM TchrFoot-P
               END-IF
               MOVE APT-Teacher(APx) TO Cur-Teacher
               INITIALIZE Tchr-Tot
               MOVE SPACES TO Reg-Line
               WRITE Reg-Line
               MOVE Cur-Teacher TO TH-Teacher
               MOVE Tchr-Head TO Reg-Line
               WRITE Reg-Line
           END-IF
           MOVE APT-No(APx)     TO RD-No
           MOVE APT-Term(APx)   TO RD-Term
           MOVE APT-StudId(APx) TO RD-StudId
           MOVE APT-Ban(APx)    TO RD-Ban
           EVALUATE APT-Subj(APx)
               WHEN 'G' MOVE "국어" TO RD-Subj
               WHEN 'S' MOVE "산수" TO RD-Subj
               WHEN OTHER MOVE "영어" TO RD-Subj
           END-EVALUATE
           MOVE APT-Date(APx) TO RD-Date
           MOVE APT-Days(APx) TO RD-Days
           ADD 1 TO TT-Count
           EVALUATE APT-Outcome(APx)
               WHEN 'U'
                   MOVE "유지" TO RD-Outcome
                   ADD 1 TO TT-Upheld
               WHEN 'C'
                   MOVE "변경" TO RD-Outcome
                   ADD 1 TO TT-Changed
               WHEN OTHER
                   MOVE "대기" TO RD-Outcome
                   ADD 1 TO TT-Open
           END-EVALUATE
           IF APT-Outcome(APx) = SPACE
               MOVE SPACES TO RD-Scores
               MOVE SPACES TO RD-DoneDate
           ELSE
               ADD APT-Days(APx) TO TT-Days
               MOVE APT-OldScore(APx) TO RD-Old
               MOVE APT-NewScore(APx) TO RD-New
               MOVE "->"              TO RD-Arrow
               MOVE APT-DoneDate(APx) TO RD-DoneDate
           END-IF
           MOVE Reg-Detail TO Reg-Line
           WRITE Reg-Line.

       TchrFoot-P.
          *> 교사 합계를 찍고 전체 합계에 더한다
           MOVE SPACES TO SL-Label
           PERFORM SumLine-P
           ADD TT-Count   TO GT-Count
           ADD TT-Upheld  TO GT-Upheld
           ADD TT-Changed TO GT-Changed
           ADD TT-Open    TO GT-Open
           ADD TT-Days    TO GT-Days.

       SumLine-P.
          *> 평균 처리일은 결과가 나온 신청만으로 낸다
           MOVE 0 TO Avg-Days
           IF TT-Upheld + TT-Changed > 0
               COMPUTE Avg-Days ROUNDED =
                   TT-Days / (TT-Upheld + TT-Changed)
           END-IF
           MOVE TT-Count   TO SL-Count
           MOVE TT-Upheld  TO SL-Upheld
           MOVE TT-Changed TO SL-Changed
           MOVE TT-Open    TO SL-Open
           MOVE Avg-Days   TO SL-Avg
           MOVE Sum-Line TO Reg-Line
           WRITE Reg-Line.

       Keut-P.
           MOVE "APLREG 종료"    TO AL-Event
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
