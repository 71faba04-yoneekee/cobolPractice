       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTKLIST.
       AUTHOR. YONEE.
       REMARKS. 재시험 대상 명단. JARYO가 내려쓴 학생별 결과
                (STUDRES.DAT)에서 과목 점수가 F(SEONGJEOK 등급)인
                학생을 골라, 과목 교사 배정(SUBJTCHR.DAT)을 붙여
                교사/과목별로 반, 이름 순 명단을 RTKLIST.RPT로
                찍는다. 재시험은 과목마다 한 번이라 이번 학기에
                이미 RTKAPPLY가 반영한 과목(RTKHIST.DAT)은 뺀다.
                1번 인자는 학기 꼬리표(JARYO와 같음, 없으면 처리
                연도)다. 교사가 배정되지 않은 반/과목은 교사
                칸을 비워 맨 앞에 모은다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           SELECT SubjTchr-File ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-Status.
           *> RTKAPPLY가 남기는 재시험 반영 이력
           SELECT RtkHist-File ASSIGN TO "RTKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-Status.
           SELECT Rpt-File ASSIGN TO "RTKLIST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
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
           *> 'G'=국어 'S'=산수 'Y'=영어
           02  SJ-Subj           PIC X.
           02  FILLER            PIC X.
           02  SJ-Teacher        PIC X(10).

       FD  RtkHist-File.
       COPY "RTKHIST.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  RS-Status         PIC XX.
       77  SJ-Status         PIC XX.
       77  RH-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Term-Id           PIC X(6)    VALUE SPACES.

      *> ----- 반/과목 -> 교사 배정 테이블 -----
       77  Asg-Count         PIC 9(3)    VALUE 0.
       01  Asg-Table.
           02  Asg-Entry OCCURS 0 TO 120 TIMES
                         DEPENDING ON Asg-Count
                         INDEXED BY AGx.
               03  AG-Ban        PIC X(4).
               03  AG-Subj       PIC X.
               03  AG-Teacher    PIC X(10).

      *> ----- 이번 학기에 이미 재시험을 본 학생/과목 -----
       77  Done-Count        PIC 9(3)    VALUE 0.
       01  Done-Table.
           02  Done-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Done-Count
                          INDEXED BY DNx.
               03  DN-StudId     PIC 9(5).
               03  DN-Subj       PIC X.
       77  Done-Found        PIC X       VALUE 'N'.

      *> ----- 재시험 대상 (교사, 과목, 반, 이름 순) -----
       77  El-Count          PIC 9(3)    VALUE 0.
       01  El-Table.
           02  El-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON El-Count
                        INDEXED BY ELx.
               03  EL-Teacher    PIC X(10).
               03  EL-Subj       PIC X.
               03  EL-Ban        PIC X(4).
               03  EL-Irum       PIC X(10).
               03  EL-StudId     PIC 9(5).
               03  EL-Score      PIC 9(3).
       01  Hold-El               PIC X(33).
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.

      *> ----- 과목 하나 검사 작업영역 -----
       77  Work-Subj         PIC X       VALUE SPACE.
       77  Work-Score        PIC 9(3)    VALUE 0.
       77  Work-Teacher      PIC X(10)   VALUE SPACES.
       77  Prev-Teacher      PIC X(10)   VALUE SPACES.
       77  Prev-Subj         PIC X       VALUE SPACE.
       77  Grp-Ctr           PIC 9(3)    VALUE 0.

      *> ----- SEONGJEOK 서브프로그램 호출 -----
       77  Call-Name         PIC X(5).
       77  Call-Score        PIC 9(3).
       77  Call-Valid        PIC X       VALUE 'Y'.
       77  Call-Grade        PIC X       VALUE SPACE.

      *> ----- 인쇄 편집 -----
       01  Grp-Head.
           02  FILLER            PIC X(9)   VALUE "교사 : ".
           02  GH-Teacher        PIC X(10).
           02  FILLER            PIC X(11)  VALUE "  과목 : ".
           02  GH-Subj           PIC X(6).
       01  El-Line.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  ED-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ED-StudId         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ED-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ED-Score          PIC ZZ9.
       01  Grp-Foot.
           02  FILLER            PIC X(10)  VALUE SPACES.
           02  FILLER            PIC X(9)   VALUE "소계 ".
           02  GF-Ctr            PIC ZZ9.
           02  FILLER            PIC X(3)   VALUE "명".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "RTKLIST"        TO AL-Program
           MOVE "RTKLIST 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Term-Id FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Term-Id
           END-ACCEPT
           IF Term-Id = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO Term-Id
           END-IF
           PERFORM LoadAsg-P
           PERFORM LoadDone-P
           OPEN INPUT StudRes-File
           IF RS-Status NOT = '00'
               DISPLAY "** 결과 파일 열기 실패 : " RS-Status
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM ReadRes-P UNTIL In-Eof = 'Y'
           CLOSE StudRes-File
           PERFORM SortEl-P
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 명단 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 재시험 대상 명단 ===  학기 "
                       DELIMITED BY SIZE
                  Term-Id DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE HIGH-VALUES TO Prev-Teacher
           MOVE HIGH-VALUES TO Prev-Subj
           MOVE 0 TO Grp-Ctr
           PERFORM WriteEl-P
               VARYING ELx FROM 1 BY 1 UNTIL ELx > El-Count
           IF El-Count > 0
               PERFORM GrpFoot-P
           ELSE
               MOVE "  대상 없음" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           CLOSE Rpt-File
           DISPLAY "재시험 대상 과목 수 : " El-Count
           GO TO Keut-P.

       LoadAsg-P.
           OPEN INPUT SubjTchr-File
           IF SJ-Status NOT = '00'
               DISPLAY "** 과목 교사 배정 파일 없음"
                       " - 교사 칸 비움"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ SubjTchr-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Asg-Count < 120
                           ADD 1 TO Asg-Count
                           MOVE SJ-Ban
                               TO AG-Ban(Asg-Count)
                           MOVE SJ-Subj
                               TO AG-Subj(Asg-Count)
                           MOVE SJ-Teacher
                               TO AG-Teacher(Asg-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SubjTchr-File.

       LoadDone-P.
          *> 이번 학기 재시험 반영 이력 - 없으면 모두 대상
           OPEN INPUT RtkHist-File
           IF RH-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ RtkHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF RH-Term = Term-Id
                          AND Done-Count < 500
                           ADD 1 TO Done-Count
                           MOVE RH-StudId
                               TO DN-StudId(Done-Count)
                           MOVE RH-Subj
                               TO DN-Subj(Done-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RtkHist-File.

       ReadRes-P.
           READ StudRes-File
               AT END MOVE 'Y' TO In-Eof
               NOT AT END
                   MOVE 'G' TO Work-Subj
                   MOVE RS-GuGer TO Work-Score
                   PERFORM CheckSubj-P
                   MOVE 'S' TO Work-Subj
                   MOVE RS-SanSu TO Work-Score
                   PERFORM CheckSubj-P
                   MOVE 'Y' TO Work-Subj
                   MOVE RS-Yeongeo TO Work-Score
                   PERFORM CheckSubj-P
           END-READ.

       CheckSubj-P.
          *> 과목 등급 문자는 SEONGJEOK에 위임한다 - F만 대상
           MOVE RS-Irum(1:5) TO Call-Name
           MOVE Work-Score   TO Call-Score
           CALL 'SEONGJEOK' USING Call-Name Call-Score
                                  Call-Valid Call-Grade
           IF Call-Valid = 'N' OR Call-Grade NOT = 'F'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Done-Found
           IF Done-Count > 0
               SET DNx TO 1
               SEARCH Done-Entry
                   AT END CONTINUE
                   WHEN DN-StudId(DNx) = RS-StudId
                        AND DN-Subj(DNx) = Work-Subj
                       MOVE 'Y' TO Done-Found
               END-SEARCH
           END-IF
           IF Done-Found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF El-Count >= 500
               DISPLAY "** 대상 표 한도(500) 초과 - 제외 : "
                       RS-StudId " " Work-Subj
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Work-Teacher
           IF Asg-Count > 0
               SET AGx TO 1
               SEARCH Asg-Entry
                   AT END CONTINUE
                   WHEN AG-Ban(AGx) = RS-Ban
                        AND AG-Subj(AGx) = Work-Subj
                       MOVE AG-Teacher(AGx) TO Work-Teacher
               END-SEARCH
           END-IF
           ADD 1 TO El-Count
           MOVE Work-Teacher TO EL-Teacher(El-Count)
           MOVE Work-Subj    TO EL-Subj(El-Count)
           MOVE RS-Ban       TO EL-Ban(El-Count)
           MOVE RS-Irum      TO EL-Irum(El-Count)
           MOVE RS-StudId    TO EL-StudId(El-Count)
           MOVE Work-Score   TO EL-Score(El-Count).

       SortEl-P.
          *> 교사, 과목, 반, 이름 순 - 500건 한도라 버블 정렬
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Ix FROM 1 BY 1
                       UNTIL Ix > El-Count - 1
                   COMPUTE Kx = Ix + 1
                   IF El-Entry(Ix) > El-Entry(Kx)
                       MOVE El-Entry(Ix) TO Hold-El
                       MOVE El-Entry(Kx) TO El-Entry(Ix)
                       MOVE Hold-El      TO El-Entry(Kx)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteEl-P.
           IF EL-Teacher(ELx) NOT = Prev-Teacher
              OR EL-Subj(ELx) NOT = Prev-Subj
               IF ELx > 1
                   PERFORM GrpFoot-P
               END-IF
               MOVE EL-Teacher(ELx) TO Prev-Teacher
               MOVE EL-Subj(ELx)    TO Prev-Subj
               MOVE 0 TO Grp-Ctr
               MOVE SPACES TO Rpt-Line
               WRITE Rpt-Line
               IF EL-Teacher(ELx) = SPACES
                   MOVE "미배정" TO GH-Teacher
               ELSE
                   MOVE EL-Teacher(ELx) TO GH-Teacher
               END-IF
               EVALUATE EL-Subj(ELx)
                   WHEN 'G' MOVE "국어" TO GH-Subj
                   WHEN 'S' MOVE "산수" TO GH-Subj
                   WHEN OTHER MOVE "영어" TO GH-Subj
               END-EVALUATE
               MOVE Grp-Head TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           ADD 1 TO Grp-Ctr
           MOVE EL-Ban(ELx)    TO ED-Ban
           MOVE EL-StudId(ELx) TO ED-StudId
           MOVE EL-Irum(ELx)   TO ED-Irum
           MOVE EL-Score(ELx)  TO ED-Score
           MOVE El-Line TO Rpt-Line
           WRITE Rpt-Line.

       GrpFoot-P.
           MOVE Grp-Ctr TO GF-Ctr
           MOVE Grp-Foot TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "RTKLIST 종료"   TO AL-Event
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
