       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCORCHK.
       AUTHOR. YONEE.
       REMARKS. JARYO 앞 점수 완비 점검. JARYO는 받은 점수
                레코드만 알아서, 답안이 입력되지 않은 학생은
                석차에서 소리 없이 빠진다. 학생 원부
                (STUDMAST.DAT)의 재적 학생 - STUDMOVE.DAT의
                마지막 동작이 전출(W)이면 뺀다. 반 이동은
                원부의 현재 반을 따른다 - 을 JaRyo.DAT,
                변환 섹션(JARYOCNV.DAT), 재제출(RESUBMIT.DAT)의
                점수와 ID로 맞춰 본다 (ID가 빈 옛 레코드는
                이름과 반으로). 반/과목별 누락 학생을 과목
                교사(SUBJTCHR.DAT, 없으면 담임)와 함께, 반마다
                완비율(채워진 과목 점수 / 재적 x 3)을
                SCORCHK.RPT에 찍는다. 한 반이라도 기준
                (JARYOCFG.DAT 9-11번째 자리, 빈칸이면 95%)에
                못 미치면 심각도 4 경보를 내고 보류 표시
                (SCORHOLD.DAT)를 남겨 JARYO가 돌지 않게 한다.
                모두 기준을 넘으면 보류 표시를 걷는다.
                누락 점수를 채운 뒤 이 단계와 JARYO를 다시
                돌리면 된다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           *> STUDMNT의 학생 이동 이력 - 전출자 제외용
           SELECT Move-File ASSIGN TO "STUDMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Move-Status.
           *> 학급 원부 - 과목 교사가 없을 때 담임 표기용
           SELECT ClasMast-File ASSIGN TO "CLASMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-Status.
           *> 반/과목별 채점 교사
           SELECT SubjTchr-File ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-Status.
           *> JARYO 설정 - 완비 기준만 읽는다
           SELECT Config-File ASSIGN TO "JARYOCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-Status.
           *> 점수 섹션 파일 (이름은 Src-List)
           SELECT In-File ASSIGN TO In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS In-Status.
           SELECT Rpt-File ASSIGN TO "SCORCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> JARYO 보류 표시
           SELECT Hold-File ASSIGN TO "SCORHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Move-File.
       01  Move-Record.
           02  MV-StudId         PIC 9(5).
           02  FILLER            PIC X.
           02  MV-Date           PIC 9(8).
           02  FILLER            PIC X.
           *> 'E'=입학 'W'=전출 'T'=반 이동
           02  MV-Action         PIC X.
           02  FILLER            PIC X.
           02  MV-OldBan         PIC X(4).
           02  FILLER            PIC X.
           02  MV-NewBan         PIC X(4).

       FD  ClasMast-File.
       01  ClasMast-Record.
           02  CL-Ban            PIC X(4).
           02  CL-Teacher        PIC X(10).
           02  CL-Room           PIC X(4).
           *> 학급 정원 - 빈칸/0이면 제한 없음 (PROMOTE 편성)
           02  CL-Cap            PIC 9(2).

       FD  SubjTchr-File.
       01  SubjTchr-Record.
           02  SJ-Ban            PIC X(4).
           02  FILLER            PIC X.
           02  SJ-Subj           PIC X.
           02  FILLER            PIC X.
           02  SJ-Teacher        PIC X(10).

       FD  Config-File.
       01  Config-Record.
           02  CF-HonorN         PIC 9(2).
           02  CF-Floor          PIC 9(3).
           02  CF-AbsLimit       PIC 9(2).
           02  CF-Moderate       PIC X.
           02  CF-MinPct         PIC 9(3).

       FD  In-File.
       01  In-Record.
           02  IN-Irum           PIC X(10).
           02  IN-GuGer          PIC 9(3).
           02  IN-SanSu          PIC 9(3).
           02  IN-Yeongeo        PIC 9(3).
           02  IN-Ban            PIC X(4).
           02  IN-StudId         PIC 9(5).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Hold-File.
       01  Hold-Record.
           *> 'Y'면 JARYO 보류
           02  HD-Flag           PIC X.
           02  FILLER            PIC X.
           02  HD-Stamp          PIC X(14).
           02  FILLER            PIC X.
           02  HD-Bans           PIC 9(3).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  SM-Status         PIC XX.
       77  Move-Status       PIC XX.
       77  CL-Status         PIC XX.
       77  SJ-Status         PIC XX.
       77  CF-Status         PIC XX.
       77  In-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  Hold-Status       PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  RC-Disp           PIC 99      VALUE 0.
       77  In-Name           PIC X(12)   VALUE SPACES.

      *> ----- 맞춰 볼 점수 파일 -----
       77  Num-Srcs          PIC 9       VALUE 3.
       01  Src-List.
           02  FILLER PIC X(12) VALUE 'JaRyo.DAT'.
           02  FILLER PIC X(12) VALUE 'JARYOCNV.DAT'.
           02  FILLER PIC X(12) VALUE 'RESUBMIT.DAT'.
       01  FILLER REDEFINES Src-List.
           02  Src-Name PIC X(12) OCCURS 3 TIMES.
       77  Sx                PIC 9       VALUE 0.

      *> ----- 완비 기준 (%) -----
       77  Min-Pct           PIC 9(3)    VALUE 95.

      *> ----- 전출 학생 (마지막 동작이 W인 ID) -----
       77  WD-Count          PIC 9(3)    VALUE 0.
       01  WD-Ids.
           02  WD-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON WD-Count
                        INDEXED BY WDx.
               03  WDT-Id        PIC 9(5).
               *> 'Y'면 지금 전출 상태
               03  WDT-Gone      PIC X.
       77  WD-Found          PIC X       VALUE 'N'.
       77  Gone-Ctr          PIC 9(3)    VALUE 0.

      *> ----- 재적 학생 (반, 이름, ID 순) -----
      *> 과목 칸은 국어/산수/영어 순 - 'Y'면 점수 있음
       77  ST-Count          PIC 9(3)    VALUE 0.
       01  ST-Studs.
           02  ST-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON ST-Count
                        INDEXED BY STx.
               03  STT-Ban       PIC X(4).
               03  STT-Irum      PIC X(10).
               03  STT-Id        PIC 9(5).
               03  STT-Have      PIC X OCCURS 3 TIMES.
       01  Hold-Stud             PIC X(22).
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  St-Found          PIC X       VALUE 'N'.

      *> ----- 담임 / 과목 교사 -----
       77  CL-Count          PIC 9(3)    VALUE 0.
       01  CL-Bans.
           02  CL-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON CL-Count
                        INDEXED BY CLx.
               03  CLT-Ban       PIC X(4).
               03  CLT-Teacher   PIC X(10).
       77  SJ-Count          PIC 9(3)    VALUE 0.
       01  SJ-Assign.
           02  SJ-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SJ-Count
                        INDEXED BY SJx.
               03  SJT-Ban       PIC X(4).
               03  SJT-Subj      PIC X.
               03  SJT-Teacher   PIC X(10).
       77  Find-Ban          PIC X(4)    VALUE SPACES.
       77  Find-Subj         PIC X       VALUE SPACE.
       77  Teacher           PIC X(10)   VALUE SPACES.

      *> ----- 과목 코드와 이름 (STT-Have 순서) -----
       01  Subj-List.
           02  FILLER PIC X(7) VALUE 'G국어'.
           02  FILLER PIC X(7) VALUE 'S산수'.
           02  FILLER PIC X(7) VALUE 'Y영어'.
       01  FILLER REDEFINES Subj-List.
           02  Subj-Entry OCCURS 3 TIMES.
               03  Subj-Code     PIC X.
               03  Subj-Name     PIC X(6).
       77  Jx                PIC 9       VALUE 0.

      *> ----- 집계 -----
       77  Rec-Ctr           PIC 9(5)    VALUE 0.
       77  Stray-Ctr         PIC 9(5)    VALUE 0.
       77  Miss-Ctr          PIC 9(5)    VALUE 0.
       77  Short-Ctr         PIC 9(3)    VALUE 0.
       77  Cur-Ban           PIC X(4)    VALUE SPACES.
       77  Ban-Studs         PIC 9(3)    VALUE 0.
       77  Ban-Have          PIC 9(4)    VALUE 0.
       77  Ban-Slots         PIC 9(4)    VALUE 0.
       77  Ban-Pct           PIC 9(3)V9  VALUE 0.

      *> ----- 운영 경보(OPALERT) 작업영역 -----
       77  Alert-Prog        PIC X(10)   VALUE 'SCORCHK'.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

      *> ----- 인쇄 편집 -----
       01  Head-Line.
           02  FILLER            PIC X(28)
               VALUE "=== 점수 완비 점검 ===".
           02  FILLER            PIC X(9)   VALUE "  기준 ".
           02  HL-Pct            PIC ZZ9.
           02  FILLER            PIC X      VALUE "%".
       01  Ban-Head.
           02  FILLER            PIC X(8)   VALUE "--- 반 ".
           02  BH-Ban            PIC X(4).
           02  FILLER            PIC X(9)   VALUE "  담임 ".
           02  BH-Teacher        PIC X(10).
           02  FILLER            PIC X(4)   VALUE " ---".
       01  Miss-Line.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  ML-Id             PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ML-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  ML-Subj           PIC X(6).
           02  FILLER            PIC X(10)  VALUE "  누락  ".
           02  ML-Teacher        PIC X(10).
       01  Sum-Line.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  FILLER            PIC X(7)   VALUE "재적 ".
           02  SL-Studs          PIC ZZ9.
           02  FILLER            PIC X(12)  VALUE "명  점수 ".
           02  SL-Have           PIC ZZZ9.
           02  FILLER            PIC X      VALUE "/".
           02  SL-Slots          PIC ZZZ9.
           02  FILLER            PIC X(12)  VALUE "  완비율 ".
           02  SL-Pct            PIC ZZ9.9.
           02  FILLER            PIC X      VALUE "%".
           02  SL-Flag           PIC X(18).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "SCORCHK"        TO AL-Program
           MOVE "SCORCHK 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadConfig-P
           PERFORM LoadMoves-P
           PERFORM LoadStudents-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           IF ST-Count = 0
               DISPLAY "** 점검할 재적 학생 없음"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadClasMast-P
           PERFORM LoadSubjTchr-P
           PERFORM ReadSource-P
               VARYING Sx FROM 1 BY 1 UNTIL Sx > Num-Srcs
           PERFORM SortStud-P
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 점검 보고 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE Min-Pct TO HL-Pct
           MOVE Head-Line TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Cur-Ban
           PERFORM ReportStud-P
               VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
           PERFORM EndBan-P
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           IF Short-Ctr = 0
               MOVE "== 판정 : 진행 ==" TO Rpt-Line
           ELSE
               MOVE "== 판정 : JARYO 보류 ==" TO Rpt-Line
           END-IF
           WRITE Rpt-Line
           CLOSE Rpt-File
           PERFORM SetHold-P
           DISPLAY "재적 학생 : " ST-Count
                   "  전출 제외 : " Gone-Ctr
           DISPLAY "점수 행 : " Rec-Ctr
           DISPLAY "누락 과목 점수 : " Miss-Ctr
                   "  원부에 없는 행 : " Stray-Ctr
           IF Short-Ctr > 0
               DISPLAY "** 완비 기준 미달 반 " Short-Ctr
                       " - JARYO 보류"
               MOVE 4 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "점수 누락 반 " DELIMITED BY SIZE
                      Short-Ctr       DELIMITED BY SIZE
                      " - JARYO 보류" DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                    Alert-Text
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GO TO Keut-P.

       LoadConfig-P.
          *> 옛 설정 파일에는 완비 기준이 없다 - 빈칸이면
          *> 기본 95%
           OPEN INPUT Config-File
           IF CF-Status = '00'
               READ Config-File
                   AT END CONTINUE
                   NOT AT END
                       IF CF-MinPct IS NUMERIC
                          AND CF-MinPct > 0
                          AND CF-MinPct NOT > 100
                           MOVE CF-MinPct TO Min-Pct
                       END-IF
               END-READ
               CLOSE Config-File
           END-IF.

       LoadMoves-P.
          *> 이동 이력을 날짜순으로 따라가며 학생별 마지막 상태를
          *> 남긴다 - 전출 뒤 다시 입학하면 재적으로 돌아온다
           OPEN INPUT Move-File
           IF Move-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ Move-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF MV-Action = 'W' OR MV-Action = 'E'
                               PERFORM NoteMove-P
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Move-File
           END-IF.

       NoteMove-P.
           PERFORM FindGone-P
           IF WD-Found = 'N'
               IF MV-Action = 'E' OR WD-Count >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WD-Count
               SET WDx TO WD-Count
               MOVE MV-StudId TO WDT-Id(WDx)
           END-IF
           IF MV-Action = 'W'
               MOVE 'Y' TO WDT-Gone(WDx)
           ELSE
               MOVE 'N' TO WDT-Gone(WDx)
           END-IF.

       FindGone-P.
           MOVE 'N' TO WD-Found
           IF WD-Count > 0
               SET WDx TO 1
               SEARCH WD-Entry
                   AT END CONTINUE
                   WHEN WDT-Id(WDx) = MV-StudId
                       MOVE 'Y' TO WD-Found
               END-SEARCH
           END-IF.

       LoadStudents-P.
           OPEN INPUT StudMast-File
           IF SM-Status NOT = '00'
               DISPLAY "** 학생 원부 열기 실패 : " SM-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE SM-StudId TO MV-StudId
                       PERFORM FindGone-P
                       IF WD-Found = 'Y'
                           IF WDT-Gone(WDx) = 'Y'
                               MOVE 'N' TO WD-Found
                               ADD 1 TO Gone-Ctr
                           END-IF
                       ELSE
                           MOVE 'Y' TO WD-Found
                       END-IF
                       IF WD-Found = 'Y'
                           PERFORM AddStud-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudMast-File.

       AddStud-P.
           IF ST-Count >= 500
               DISPLAY "** 학생 표 한도(500) 초과 - 제외 : "
                       SM-StudId
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-Count
           MOVE SM-Ban    TO STT-Ban(ST-Count)
           MOVE SM-Irum   TO STT-Irum(ST-Count)
           MOVE SM-StudId TO STT-Id(ST-Count)
           MOVE 'N'       TO STT-Have(ST-Count, 1)
           MOVE 'N'       TO STT-Have(ST-Count, 2)
           MOVE 'N'       TO STT-Have(ST-Count, 3).

       LoadClasMast-P.
           OPEN INPUT ClasMast-File
           IF CL-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ ClasMast-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF CL-Count < 100
                               ADD 1 TO CL-Count
                               MOVE CL-Ban
                                   TO CLT-Ban(CL-Count)
                               MOVE CL-Teacher
                                   TO CLT-Teacher(CL-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ClasMast-File
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

       ReadSource-P.
          *> 그날 없는 섹션 파일은 건너뛴다
           MOVE Src-Name(Sx) TO In-Name
           OPEN INPUT In-File
           IF In-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ In-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       ADD 1 TO Rec-Ctr
                       PERFORM MatchScore-P
               END-READ
           END-PERFORM
           CLOSE In-File.

       MatchScore-P.
          *> ID로 학생을 찾는다 - ID가 빈 옛 레코드는 이름과
          *> 반으로. 범위 안의 숫자 점수만 채운 것으로 본다
          *> (빈칸이나 깨진 점수는 JARYO가 어차피 격리한다)
           MOVE 'N' TO St-Found
           IF IN-StudId IS NUMERIC AND IN-StudId > 0
               SET STx TO 1
               SEARCH ST-Entry
                   AT END CONTINUE
                   WHEN STT-Id(STx) = IN-StudId
                       MOVE 'Y' TO St-Found
               END-SEARCH
           ELSE
               SET STx TO 1
               SEARCH ST-Entry
                   AT END CONTINUE
                   WHEN STT-Irum(STx) = IN-Irum
                        AND STT-Ban(STx) = IN-Ban
                       MOVE 'Y' TO St-Found
               END-SEARCH
           END-IF
           IF St-Found = 'N'
               ADD 1 TO Stray-Ctr
               EXIT PARAGRAPH
           END-IF
           IF IN-GuGer IS NUMERIC AND IN-GuGer NOT > 100
               MOVE 'Y' TO STT-Have(STx, 1)
           END-IF
           IF IN-SanSu IS NUMERIC AND IN-SanSu NOT > 100
               MOVE 'Y' TO STT-Have(STx, 2)
           END-IF
           IF IN-Yeongeo IS NUMERIC AND IN-Yeongeo NOT > 100
               MOVE 'Y' TO STT-Have(STx, 3)
           END-IF.

       SortStud-P.
          *> 반, 이름, ID 순 - 500명 한도라 버블 정렬로 충분하다
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Ix FROM 1 BY 1
                       UNTIL Ix > ST-Count - 1
                   COMPUTE Kx = Ix + 1
                   IF STT-Ban(Ix) > STT-Ban(Kx)
                      OR (STT-Ban(Ix) = STT-Ban(Kx)
                          AND STT-Irum(Ix) > STT-Irum(Kx))
                      OR (STT-Ban(Ix) = STT-Ban(Kx)
                          AND STT-Irum(Ix) = STT-Irum(Kx)
                          AND STT-Id(Ix) > STT-Id(Kx))
                       MOVE ST-Entry(Ix) TO Hold-Stud
                       MOVE ST-Entry(Kx) TO ST-Entry(Ix)
                       MOVE Hold-Stud    TO ST-Entry(Kx)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       ReportStud-P.
          *> 반이 바뀌면 앞 반을 마감하고 새 반 머리를 찍는다
           IF STT-Ban(Ix) NOT = Cur-Ban
               PERFORM EndBan-P
               MOVE STT-Ban(Ix) TO Cur-Ban
               MOVE 0 TO Ban-Studs Ban-Have
               PERFORM FindHomeroom-P
               MOVE SPACES TO Rpt-Line
               WRITE Rpt-Line
               MOVE Cur-Ban TO BH-Ban
               MOVE Teacher TO BH-Teacher
               MOVE Ban-Head TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           ADD 1 TO Ban-Studs
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 3
               IF STT-Have(Ix, Jx) = 'Y'
                   ADD 1 TO Ban-Have
               ELSE
                   ADD 1 TO Miss-Ctr
                   MOVE Cur-Ban TO Find-Ban
                   MOVE Subj-Code(Jx) TO Find-Subj
                   PERFORM FindTeacher-P
                   MOVE STT-Id(Ix)    TO ML-Id
                   MOVE STT-Irum(Ix)  TO ML-Irum
                   MOVE Subj-Name(Jx) TO ML-Subj
                   MOVE Teacher       TO ML-Teacher
                   MOVE Miss-Line TO Rpt-Line
                   WRITE Rpt-Line
               END-IF
           END-PERFORM.

       EndBan-P.
          *> 반 소계 - 완비율이 기준에 못 미치면 표시한다
           IF Cur-Ban = SPACES
               EXIT PARAGRAPH
           END-IF
           COMPUTE Ban-Slots = Ban-Studs * 3
           COMPUTE Ban-Pct ROUNDED = Ban-Have * 100 / Ban-Slots
           MOVE Ban-Studs TO SL-Studs
           MOVE Ban-Have  TO SL-Have
           MOVE Ban-Slots TO SL-Slots
           MOVE Ban-Pct   TO SL-Pct
           MOVE SPACES    TO SL-Flag
           IF Ban-Pct < Min-Pct
               MOVE "  ** 기준 미달" TO SL-Flag
               ADD 1 TO Short-Ctr
           END-IF
           MOVE Sum-Line TO Rpt-Line
           WRITE Rpt-Line.

       FindHomeroom-P.
           MOVE SPACES TO Teacher
           IF CL-Count > 0
               SET CLx TO 1
               SEARCH CL-Entry
                   AT END CONTINUE
                   WHEN CLT-Ban(CLx) = Cur-Ban
                       MOVE CLT-Teacher(CLx) TO Teacher
               END-SEARCH
           END-IF.

       FindTeacher-P.
          *> 과목 교사 배정이 없으면 담임을 적는다
           PERFORM FindHomeroom-P
           IF SJ-Count > 0
               SET SJx TO 1
               SEARCH SJ-Entry
                   AT END CONTINUE
                   WHEN SJT-Ban(SJx) = Find-Ban
                        AND SJT-Subj(SJx) = Find-Subj
                       MOVE SJT-Teacher(SJx) TO Teacher
               END-SEARCH
           END-IF.

       SetHold-P.
          *> 기준 미달이면 보류 표시를 남기고, 아니면 지난
          *> 보류를 걷는다 - JARYO가 시작할 때 이 파일을 본다
           OPEN OUTPUT Hold-File
           IF Hold-Status NOT = '00'
               DISPLAY "** 보류 표시 쓰기 실패 : " Hold-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Hold-Record
           MOVE FUNCTION CURRENT-DATE(1:14) TO HD-Stamp
           MOVE Short-Ctr TO HD-Bans
           IF Short-Ctr > 0
               MOVE 'Y' TO HD-Flag
           ELSE
               MOVE 'N' TO HD-Flag
           END-IF
           WRITE Hold-Record
           CLOSE Hold-File.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "SCORCHK 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  " 누락="          DELIMITED BY SIZE
                  Miss-Ctr           DELIMITED BY SIZE
                  INTO AL-Event
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
