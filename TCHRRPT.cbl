                가르치면 그 반들이 모두 합쳐진다 - JARYO의
                반 소계로는 안 나오던 그림이다. 등급
                문자는 REPCARD처럼 SEONGJEOK에 맡긴다.
                교사 이름과 교번은 교직원 원부(STAFMAST.DAT)
                에서 찍는다 - 퇴직자나 원부에 없는 배정
                이름은 표시를 단다(검증은 STAFCHK).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           *> 교직원 원부 - 교사 이름/교번 표기용
           SELECT Staff-File ASSIGN TO "STAFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Staff-Status.
           SELECT Rpt-File ASSIGN TO "TCHRRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           02  FILLER            PIC X.
           02  RS-Rank           PIC 9(3).

       FD  Staff-File.
       COPY "STAFREC.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(90).

       77  ST-Status         PIC XX.
       77  RS-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  Staff-Status      PIC XX.
       77  Staff-Eof         PIC X       VALUE 'N'.
       77  ST-Eof            PIC X       VALUE 'N'.
       77  Res-Eof           PIC X       VALUE 'N'.

               03  AG-Subj       PIC X.
               03  AG-Teacher    PIC X(10).

      *> ----- 교직원 원부 테이블 -----
       77  SF-Count          PIC 9(3)    VALUE 0.
       01  SF-Table.
           02  SF-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SF-Count
                        INDEXED BY SFx.
               03  SFT-Id        PIC 9(4).
               03  SFT-Irum      PIC X(12).
               03  SFT-Teacher   PIC X(10).
               03  SFT-Status    PIC X.

      *> ----- 교사/과목별 집계 테이블 -----
      *> 등급 칸은 A,B,C,D,F 순서의 5칸(GRDDIST 규약)
       77  Tch-Count         PIC 9(3)    VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Tch-Detail.
           02  TD-Teacher        PIC X(12).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Subj           PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Low            PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Cnt            PIC ZZ9 OCCURS 5 TIMES.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  TD-Staff          PIC X(20).

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadAsg-P
           PERFORM LoadStaff-P
           IF Asg-Count = 0
               DISPLAY "** 과목 교사 배정 파일 없음"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE "=== 과목 교사별 성적 보고 ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "교사          과 인원  평균   고  저"
               TO Rpt-Line
           WRITE Rpt-Line
           MOVE "                        A   B   C   D   F"
               TO Rpt-Line
           WRITE Rpt-Line
           PERFORM WriteOne-P
           END-PERFORM
           CLOSE SubjTchr-File.

       LoadStaff-P.
          *> 원부가 없으면 배정 파일의 교사 이름을 그대로 찍는다
           OPEN INPUT Staff-File
           IF Staff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Staff-Eof = 'Y'
               READ Staff-File
                   AT END MOVE 'Y' TO Staff-Eof
                   NOT AT END
                       IF SF-Count < 300
                           ADD 1 TO SF-Count
                           SET SFx TO SF-Count
                           MOVE SF-Id      TO SFT-Id(SFx)
                           MOVE SF-Irum    TO SFT-Irum(SFx)
                           MOVE SF-Teacher TO SFT-Teacher(SFx)
                           MOVE SF-Status  TO SFT-Status(SFx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Staff-File.

       ReadRes-P.
           READ StudRes-File
               AT END MOVE 'Y' TO Res-Eof
       WriteOne-P.
           MOVE SPACES TO Tch-Detail
           MOVE TC-Teacher(TCx) TO TD-Teacher
           PERFORM TchStaff-P
           MOVE TC-Subj(TCx)    TO TD-Subj
           MOVE TC-Count(TCx)   TO TD-Count
           MOVE 0 TO Avg-Work
           MOVE Tch-Detail TO Rpt-Line
           WRITE Rpt-Line.

       TchStaff-P.
          *> 재직자를 먼저 찾고, 퇴직자나 원부에 없는 이름은
          *> 표시를 단다
           IF SF-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET SFx TO 1
           SEARCH SF-Entry
               AT END CONTINUE
               WHEN SFT-Teacher(SFx) = TC-Teacher(TCx)
                    AND SFT-Status(SFx) NOT = 'L'
                   MOVE SFT-Irum(SFx) TO TD-Teacher
                   STRING "(교번 "    DELIMITED BY SIZE
                          SFT-Id(SFx) DELIMITED BY SIZE
                          ")"         DELIMITED BY SIZE
                          INTO TD-Staff
                   EXIT PARAGRAPH
           END-SEARCH
           SET SFx TO 1
           SEARCH SF-Entry
               AT END
                   MOVE "(원부에 없음)" TO TD-Staff
               WHEN SFT-Teacher(SFx) = TC-Teacher(TCx)
                   MOVE SFT-Irum(SFx) TO TD-Teacher
                   MOVE "(퇴직)" TO TD-Staff
           END-SEARCH.

       Keut-P.
           MOVE "TCHRRPT 종료"   TO AL-Event
           PERFORM LogAudit-P
