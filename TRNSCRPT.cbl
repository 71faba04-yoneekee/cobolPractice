                과목 점수/평균/등급/석차를 늘어놓고 맨
                아래 누적 평균을 찍는다. REPCARD처럼 학생
                한 명이 한 쪽이다 - 전학/진학 서류용.
                TRNSCRPT.RPT로 내려쓴다. 재시험을 반영한
                과목(RTKHIST.DAT)은 점수 옆에 'R'을 붙이고
                그 학기 줄 아래에 원점수와 재시험 점수를
                같이 찍는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
           *> RTKAPPLY의 재시험 반영 이력
           SELECT RtkHist-File ASSIGN TO "RTKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-Status.
           SELECT Rpt-File ASSIGN TO "TRNSCRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
               03  FILLER            PIC X.
               03  TH-Rank           PIC 9(3).

       FD  RtkHist-File.
       COPY "RTKHIST.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       77  TH-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  Hist-Eof          PIC X       VALUE 'N'.
       77  RH-Status         PIC XX.

      *> ----- 대상 학생의 재시험 반영 행 -----
       77  Rtk-Count         PIC 9(3)    VALUE 0.
       01  Rtk-Table.
           02  Rtk-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Rtk-Count
                         INDEXED BY RKx.
               03  RK-StudId     PIC 9(5).
               03  RK-Term       PIC X(6).
               03  RK-Subj       PIC X.
               03  RK-Orig       PIC 9(3).
               03  RK-Retake     PIC 9(3).
               03  RK-Applied    PIC 9(3).
       77  Rtk-OnPage        PIC X       VALUE 'N'.

      *> ----- 대상 지정 -----
       77  Target-X          PIC X(5)    VALUE SPACES.
           02  TD-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-GuGer          PIC ZZ9.
           *> 'R'이면 재시험 반영 점수
           02  TD-GMark          PIC X      VALUE SPACE.
           02  TD-SanSu          PIC ZZ9.
           02  TD-SMark          PIC X      VALUE SPACE.
           02  TD-Yeongeo        PIC ZZ9.
           02  TD-YMark          PIC X      VALUE SPACE.
           02  FILLER            PIC X      VALUE SPACE.
           02  TD-Avg            PIC ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Grade          PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Rank           PIC ZZ9.
       01  Rtk-Line.
           02  FILLER            PIC X(8)   VALUE SPACES.
           02  FILLER            PIC X(10)  VALUE "재시험 ".
           02  RL-Subj           PIC X(6).
           02  FILLER            PIC X(12)  VALUE "  원점수 ".
           02  RL-Orig           PIC ZZ9.
           02  FILLER            PIC X(12)  VALUE "  재시험 ".
           02  RL-Retake         PIC ZZ9.
           02  FILLER            PIC X(9)   VALUE "  반영 ".
           02  RL-Applied        PIC ZZ9.
       01  Cum-Line.
           02  FILLER            PIC X(16)
               VALUE "누적 평균 : ".
               MOVE Target-X(1:4) TO Target-Ban
           END-IF
           PERFORM LoadHist-P
           PERFORM LoadRtk-P
           IF Row-Count = 0
               DISPLAY "** 대상 이력 없음"
               MOVE 4 TO RETURN-CODE
           MOVE SU-StudId(STx) TO Work-Id
           ADD 1 TO Page-Ctr
           MOVE 0 TO Term-Ctr Cum-Sum
           MOVE 'N' TO Rtk-OnPage
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           PERFORM FindName-P
           MOVE Cum-Avg TO CU-Avg
           MOVE Cum-Line TO Rpt-Line
           WRITE Rpt-Line
           IF Rtk-OnPage = 'Y'
               MOVE "R = 재시험 반영 점수" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           MOVE "------------------------------"
               TO Rpt-Line
           WRITE Rpt-Line.
               MOVE RW-Avg(Min-Ix)     TO TD-Avg
               MOVE RW-Grade(Min-Ix)   TO TD-Grade
               MOVE RW-Rank(Min-Ix)    TO TD-Rank
               MOVE SPACE TO TD-GMark TD-SMark TD-YMark
               PERFORM MarkRtk-P
                   VARYING RKx FROM 1 BY 1 UNTIL RKx > Rtk-Count
               MOVE Term-Detail TO Rpt-Line
               WRITE Rpt-Line
               PERFORM RtkLine-P
                   VARYING RKx FROM 1 BY 1 UNTIL RKx > Rtk-Count
           END-IF.

       LoadRtk-P.
          *> 대상 학생들의 재시험 반영 행 - 이력이 없으면
          *> 증명서는 전과 같다
           IF Row-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RtkHist-File
           IF RH-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Hist-Eof
           PERFORM UNTIL Hist-Eof = 'Y'
               READ RtkHist-File
                   AT END MOVE 'Y' TO Hist-Eof
                   NOT AT END
                       PERFORM StowRtk-P
               END-READ
           END-PERFORM
           CLOSE RtkHist-File.

       StowRtk-P.
           SET STx TO 1
           SEARCH Stud-Entry
               AT END CONTINUE
               WHEN SU-StudId(STx) = RH-StudId
                   IF Rtk-Count < 500
                       ADD 1 TO Rtk-Count
                       MOVE RH-StudId  TO RK-StudId(Rtk-Count)
                       MOVE RH-Term    TO RK-Term(Rtk-Count)
                       MOVE RH-Subj    TO RK-Subj(Rtk-Count)
                       MOVE RH-Orig    TO RK-Orig(Rtk-Count)
                       MOVE RH-Retake  TO RK-Retake(Rtk-Count)
                       MOVE RH-Applied TO RK-Applied(Rtk-Count)
                   END-IF
           END-SEARCH.

       MarkRtk-P.
           IF RK-StudId(RKx) = Work-Id
              AND RK-Term(RKx) = RW-Term(Min-Ix)
               EVALUATE RK-Subj(RKx)
                   WHEN 'G' MOVE 'R' TO TD-GMark
                   WHEN 'S' MOVE 'R' TO TD-SMark
                   WHEN OTHER MOVE 'R' TO TD-YMark
               END-EVALUATE
               MOVE 'Y' TO Rtk-OnPage
           END-IF.

       RtkLine-P.
          *> 원점수와 재시험 점수를 둘 다 남긴다
           IF RK-StudId(RKx) = Work-Id
              AND RK-Term(RKx) = RW-Term(Min-Ix)
               EVALUATE RK-Subj(RKx)
                   WHEN 'G' MOVE "국어" TO RL-Subj
                   WHEN 'S' MOVE "산수" TO RL-Subj
                   WHEN OTHER MOVE "영어" TO RL-Subj
               END-EVALUATE
               MOVE RK-Orig(RKx)    TO RL-Orig
               MOVE RK-Retake(RKx)  TO RL-Retake
               MOVE RK-Applied(RKx) TO RL-Applied
               MOVE Rtk-Line TO Rpt-Line
               WRITE Rpt-Line
           END-IF.

       Keut-P.
