       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLAPPLY.
       AUTHOR. YONEE.
       REMARKS. 성적 이의 변경 반영. 이의 신청 대장(APPEAL.DAT)
                에서 이번 학기에 점수 변경(C)으로 끝난 신청의
                새 점수를 학생별 결과(STUDRES.DAT)의 그 과목에
                넣고, RTKAPPLY와 같이 JARYO 가중치(WEIGHTS.DAT)로
                평균/등급을 다시 내고 그 반의 석차를 다시
                매긴다. 바뀐 반의 행은 이번 학기 TERMHIST.DAT
                행에도 고쳐 쓴다. JARYO가 결과를 새로 내려쓰면
                변경이 지워지므로 반영은 대장 기준으로 매번
                다시 맞춘다 - JARYO(와 RTKAPPLY) 뒤에 돌린다.
                처음 반영된 신청은 그 학생의 통지표 한 쪽
                (REPCARD 형식, APLCARD.RPT)과 보호자 통지장
                (APLLET.RPT)을 내고 대장에 발행 표시를
                남긴다. 결과에 없는 학생의 신청은 RC 4로
                남겨 둔다. 1번 인자는 학기 꼬리표(JARYO와
                같음, 없으면 처리 연도)다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Appeal-File ASSIGN TO "APPEAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-Status.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           *> JARYO와 같은 과목 가중치
           SELECT Weight-File ASSIGN TO "WEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-Status.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
           SELECT Work-File ASSIGN TO "APLWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Work-Status.
           *> 보호자 이름/주소
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           *> ATTAPPLY가 내려쓴 학생별 출결 요약
           SELECT AttSum-File ASSIGN TO "ATTSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttSum-Status.
           SELECT Card-File ASSIGN TO "APLCARD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Card-Status.
           SELECT Letter-File ASSIGN TO "APLLET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Appeal-File.
       COPY "APPEAL.cbl".

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

       FD  Weight-File.
       01  Weight-Record.
           02  WF-GuGer          PIC 9V99.
           02  WF-SanSu          PIC 9V99.
           02  WF-Yeongeo        PIC 9V99.

       FD  TermHist-File.
       01  TermHist-Record.
           02  TH-Term           PIC X(6).
           02  FILLER            PIC X.
           02  TH-Result.
               03  TH-Section        PIC 9(2).
               03  FILLER            PIC X.
               03  TH-Ban            PIC X(4).
               03  FILLER            PIC X.
               03  TH-StudId         PIC 9(5).
               03  FILLER            PIC X(37).

       FD  Work-File.
       01  Work-Line             PIC X(54).

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

       FD  AttSum-File.
       01  AttSum-Record.
           02  AF-StudId         PIC 9(5).
           02  FILLER            PIC X.
           02  AF-Ban            PIC X(4).
           02  FILLER            PIC X.
           02  AF-Present        PIC 9(3).
           02  FILLER            PIC X.
           02  AF-Absent         PIC 9(3).
           02  FILLER            PIC X.
           02  AF-Late           PIC 9(3).

       FD  Card-File.
       01  Card-Line             PIC X(80).

       FD  Letter-File.
       01  Letter-Line           PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  AP-Status         PIC XX.
       77  RS-Status         PIC XX.
       77  WT-Status         PIC XX.
       77  TH-Status         PIC XX.
       77  Work-Status       PIC XX.
       77  SM-Status         PIC XX.
       77  AttSum-Status     PIC XX.
       77  Card-Status       PIC XX.
       77  Letter-Status     PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Term-Id           PIC X(6)    VALUE SPACES.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  RC-Disp           PIC 99      VALUE 0.

      *> ----- 설정 -----
       77  Wt-GuGer          PIC 9V99    VALUE 1.00.
       77  Wt-SanSu          PIC 9V99    VALUE 1.00.
       77  Wt-Yeongeo        PIC 9V99    VALUE 1.00.
       77  Wt-Sum            PIC 99V99   VALUE 3.00.

      *> ----- 학생별 결과 테이블 -----
       77  Res-Count         PIC 9(3)    VALUE 0.
       01  Res-Table.
           02  Res-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Res-Count
                         INDEXED BY RSx.
               03  RT-Section    PIC 9(2).
               03  RT-Ban        PIC X(4).
               03  RT-StudId     PIC 9(5).
               03  RT-Irum       PIC X(10).
               03  RT-GuGer      PIC 9(3).
               03  RT-SanSu      PIC 9(3).
               03  RT-Yeongeo    PIC 9(3).
               03  RT-Avg        PIC 999V9.
               03  RT-Grade      PIC X.
               03  RT-Rank       PIC 9(3).
               03  RT-Combined   PIC 9(5).
               *> 'Y'=점수 바뀜 'G'=같은 반이라 석차만 다시 매김
               03  RT-Touch      PIC X.
               *> 'Y'면 이번 실행에서 통지표를 이미 찍었다
               03  RT-Carded     PIC X.

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
               *> 결과 표 번호 - 0이면 결과에 없는 학생
               03  APT-ResIx     PIC 9(3).

      *> ----- 보호자 (학생 원부) -----
       77  SM-Count          PIC 9(3)    VALUE 0.
       01  SM-Names.
           02  SM-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON SM-Count
                        INDEXED BY SMx.
               03  SMT-Id        PIC 9(5).
               03  SMT-Guardian  PIC X(10).
               03  SMT-GAddr     PIC X(30).

      *> ----- 학생별 출결 요약 테이블 -----
       77  AB-Count          PIC 9(3)    VALUE 0.
       01  AB-Sums.
           02  AB-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON AB-Count
                        INDEXED BY ABx.
               03  ABT-Id        PIC 9(5).
               03  ABT-Present   PIC 9(3).
               03  ABT-Absent    PIC 9(3).
               03  ABT-Late      PIC 9(3).
       77  Att-Found         PIC X       VALUE 'N'.

      *> ----- 작업영역 -----
       77  Res-Ix            PIC 9(3)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  New-Rank          PIC 9(3)    VALUE 0.
       77  Work-Guardian     PIC X(10)   VALUE SPACES.
       77  Work-GAddr        PIC X(30)   VALUE SPACES.
       77  Subj-Caption      PIC X(6)    VALUE SPACES.

      *> ----- 건수 -----
       77  Appl-Ctr          PIC 9(4)    VALUE 0.
       77  Miss-Ctr          PIC 9(4)    VALUE 0.
       77  Chg-Ctr           PIC 9(4)    VALUE 0.
       77  Hist-Ctr          PIC 9(5)    VALUE 0.
       77  Issue-Ctr         PIC 9(4)    VALUE 0.
       77  Card-Ctr          PIC 9(4)    VALUE 0.

      *> ----- SEONGJEOK 서브프로그램 호출 -----
       77  Call-Name         PIC X(5).
       77  Call-Score        PIC 9(3).
       77  Call-Valid        PIC X       VALUE 'Y'.
       77  Call-Grade        PIC X       VALUE SPACE.

      *> ----- 통지표 편집 (REPCARD와 같은 모양) -----
       01  Head1-Line.
           02  FILLER            PIC X(16)
               VALUE "== 통지표 == ".
           02  H1-Irum           PIC X(10).
           02  FILLER            PIC X(8)   VALUE "  반 : ".
           02  H1-Ban            PIC X(4).
           02  FILLER            PIC X(17)
               VALUE "  (정정 발행)".
       01  Subj-Line.
           02  SJ-Caption        PIC X(10).
           02  SJ-Score          PIC ZZ9.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  SJ-Grade          PIC X.
       01  Att-Line.
           02  FILLER            PIC X(10)
               VALUE "출결 : ".
           02  AT-Present        PIC ZZ9.
           02  FILLER            PIC X(9)
               VALUE "  결석 ".
           02  AT-Absent         PIC ZZ9.
           02  FILLER            PIC X(9)
               VALUE "  지각 ".
           02  AT-Late           PIC ZZ9.
       01  Foot-Line.
           02  FILLER            PIC X(10)
               VALUE "평균 : ".
           02  FT-Avg            PIC ZZ9.9.
           02  FILLER            PIC X(11)
               VALUE "  등급 : ".
           02  FT-Grade          PIC X.
           02  FILLER            PIC X(11)
               VALUE "  석차 : ".
           02  FT-Rank           PIC ZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "APLAPPLY"       TO AL-Program
           MOVE "APLAPPLY 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Term-Id FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Term-Id
           END-ACCEPT
           IF Term-Id = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO Term-Id
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadWeights-P
           PERFORM LoadResults-P
           IF Res-Count = 0
               DISPLAY "** 학생별 결과 없음 - 처리 중단"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadAppeals-P
           IF AP-Count = 0
               DISPLAY "이의 신청 대장 없음"
                       " - 반영할 것 없음"
               GO TO Keut-P
           END-IF
          *> 대장 전체를 결과에 다시 맞춘다 - JARYO가 결과를
          *> 새로 썼어도 여기서 변경이 되살아난다
           PERFORM ApplyAppeal-P
               VARYING APx FROM 1 BY 1 UNTIL APx > AP-Count
           IF Chg-Ctr > 0
               PERFORM Recalc-P
               PERFORM SaveResults-P
               PERFORM FixTermHist-P
           END-IF
           IF Issue-Ctr > 0
               PERFORM IssueAll-P
           END-IF
           IF Miss-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "변경 신청 : " Appl-Ctr
                   "  결과에 없음 : " Miss-Ctr
           DISPLAY "점수 바뀐 학생 행 : " Chg-Ctr
                   "  고친 이력 행 : " Hist-Ctr
           DISPLAY "통지표 : " Card-Ctr
                   "  통지장 : " Issue-Ctr
           GO TO Keut-P.

       LoadWeights-P.
          *> JARYO와 같은 규칙 - 없으면 모두 1.00
           OPEN INPUT Weight-File
           IF WT-Status = '00'
               READ Weight-File
                   AT END CONTINUE
                   NOT AT END
                       IF WF-GuGer IS NUMERIC
                          AND WF-SanSu IS NUMERIC
                          AND WF-Yeongeo IS NUMERIC
                           MOVE WF-GuGer   TO Wt-GuGer
                           MOVE WF-SanSu   TO Wt-SanSu
                           MOVE WF-Yeongeo TO Wt-Yeongeo
                       END-IF
               END-READ
               CLOSE Weight-File
           END-IF
           COMPUTE Wt-Sum = Wt-GuGer + Wt-SanSu + Wt-Yeongeo
           IF Wt-Sum = 0
               MOVE 1.00 TO Wt-GuGer Wt-SanSu Wt-Yeongeo
               MOVE 3.00 TO Wt-Sum
           END-IF.

       LoadResults-P.
           OPEN INPUT StudRes-File
           IF RS-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudRes-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Res-Count < 500
                           ADD 1 TO Res-Count
                           SET RSx TO Res-Count
                           MOVE RS-Section TO RT-Section(RSx)
                           MOVE RS-Ban     TO RT-Ban(RSx)
                           MOVE RS-StudId  TO RT-StudId(RSx)
                           MOVE RS-Irum    TO RT-Irum(RSx)
                           MOVE RS-GuGer   TO RT-GuGer(RSx)
                           MOVE RS-SanSu   TO RT-SanSu(RSx)
                           MOVE RS-Yeongeo TO RT-Yeongeo(RSx)
                           MOVE RS-Avg     TO RT-Avg(RSx)
                           MOVE RS-Grade   TO RT-Grade(RSx)
                           MOVE RS-Rank    TO RT-Rank(RSx)
                           MOVE SPACE      TO RT-Touch(RSx)
                           MOVE 'N'        TO RT-Carded(RSx)
                       ELSE
                           DISPLAY "** 결과 표 한도(500) 초과"
                                   " - 처리 중단"
                           MOVE 0 TO Res-Count
                           MOVE 'Y' TO In-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudRes-File.

       LoadAppeals-P.
           OPEN INPUT Appeal-File
           IF AP-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Appeal-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF AP-Count < 500
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
                           MOVE 0           TO APT-ResIx(APx)
                       ELSE
                           DISPLAY "** 대장 표 한도(500) 초과"
                                   " - 처리 중단"
                           MOVE 0 TO AP-Count
                           MOVE 'Y' TO In-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Appeal-File.

       ApplyAppeal-P.
          *> 이번 학기 변경 신청의 새 점수를 결과 행에 넣는다 -
          *> 같은 과목에 신청이 여럿이면 나중 번호가 이긴다
           IF APT-Term(APx) NOT = Term-Id
              OR APT-Outcome(APx) NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Appl-Ctr
           MOVE 0 TO Res-Ix
           SET RSx TO 1
           SEARCH Res-Entry
               AT END CONTINUE
               WHEN RT-StudId(RSx) = APT-StudId(APx)
                   SET Res-Ix TO RSx
           END-SEARCH
           IF Res-Ix = 0
               DISPLAY "** 결과에 없는 학생 - 신청 "
                       APT-No(APx) " 보류"
               ADD 1 TO Miss-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE Res-Ix TO APT-ResIx(APx) Ix
           EVALUATE APT-Subj(APx)
               WHEN 'G'
                   IF RT-GuGer(Ix) NOT = APT-NewScore(APx)
                       MOVE APT-NewScore(APx) TO RT-GuGer(Ix)
                       PERFORM MarkRow-P
                   END-IF
               WHEN 'S'
                   IF RT-SanSu(Ix) NOT = APT-NewScore(APx)
                       MOVE APT-NewScore(APx) TO RT-SanSu(Ix)
                       PERFORM MarkRow-P
                   END-IF
               WHEN OTHER
                   IF RT-Yeongeo(Ix) NOT = APT-NewScore(APx)
                       MOVE APT-NewScore(APx) TO RT-Yeongeo(Ix)
                       PERFORM MarkRow-P
                   END-IF
           END-EVALUATE
           IF APT-Issued(APx) NOT = 'Y'
               ADD 1 TO Issue-Ctr
           END-IF.

       MarkRow-P.
           IF RT-Touch(Ix) NOT = 'Y'
               MOVE 'Y' TO RT-Touch(Ix)
               ADD 1 TO Chg-Ctr
           END-IF.

       Recalc-P.
          *> 바뀐 행은 평균/등급을 다시 내고, 바뀐 행이 있는
          *> 섹션/반은 석차를 다시 매긴다 - JARYO 정렬과 같이
          *> 가중 합산점수 내림차순, 같으면 이름 오름차순
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               COMPUTE RT-Combined(Ix) ROUNDED =
                   RT-GuGer(Ix) * Wt-GuGer
                   + RT-SanSu(Ix) * Wt-SanSu
                   + RT-Yeongeo(Ix) * Wt-Yeongeo
               IF RT-Touch(Ix) = 'Y'
                   PERFORM Deungeup-P
               END-IF
           END-PERFORM
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               IF RT-Touch(Ix) = 'Y'
                   PERFORM VARYING Kx FROM 1 BY 1
                           UNTIL Kx > Res-Count
                       IF RT-Section(Kx) = RT-Section(Ix)
                          AND RT-Ban(Kx) = RT-Ban(Ix)
                          AND RT-Touch(Kx) = SPACE
                           MOVE 'G' TO RT-Touch(Kx)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               IF RT-Touch(Ix) NOT = SPACE
                   PERFORM ReRank-P
               END-IF
           END-PERFORM.

       Deungeup-P.
          *> JARYO Deungeup-P와 같은 가중 평균과 등급 경계
           COMPUTE RT-Avg(Ix) =
               (RT-GuGer(Ix) * Wt-GuGer
                + RT-SanSu(Ix) * Wt-SanSu
                + RT-Yeongeo(Ix) * Wt-Yeongeo) / Wt-Sum
           EVALUATE TRUE
               WHEN RT-Avg(Ix) >= 90 MOVE "A" TO RT-Grade(Ix)
               WHEN RT-Avg(Ix) >= 80 MOVE "B" TO RT-Grade(Ix)
               WHEN RT-Avg(Ix) >= 70 MOVE "C" TO RT-Grade(Ix)
               WHEN RT-Avg(Ix) >= 60 MOVE "D" TO RT-Grade(Ix)
               WHEN OTHER             MOVE "F" TO RT-Grade(Ix)
           END-EVALUATE.

       ReRank-P.
           MOVE 1 TO New-Rank
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > Res-Count
               IF RT-Section(Kx) = RT-Section(Ix)
                  AND RT-Ban(Kx) = RT-Ban(Ix)
                  AND Kx NOT = Ix
                   IF RT-Combined(Kx) > RT-Combined(Ix)
                      OR (RT-Combined(Kx) = RT-Combined(Ix)
                          AND RT-Irum(Kx) < RT-Irum(Ix))
                       ADD 1 TO New-Rank
                   END-IF
               END-IF
           END-PERFORM
           MOVE New-Rank TO RT-Rank(Ix).

       SaveResults-P.
          *> 결과 파일을 원래 순서 그대로 다시 내려쓴다
           OPEN OUTPUT StudRes-File
           IF RS-Status NOT = '00'
               DISPLAY "** 결과 파일 저장 실패 : " RS-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               PERFORM FillRes-P
               WRITE StudRes-Record
           END-PERFORM
           CLOSE StudRes-File.

       FillRes-P.
           MOVE SPACES TO StudRes-Record
           MOVE RT-Section(Ix) TO RS-Section
           MOVE RT-Ban(Ix)     TO RS-Ban
           MOVE RT-StudId(Ix)  TO RS-StudId
           MOVE RT-Irum(Ix)    TO RS-Irum
           MOVE RT-GuGer(Ix)   TO RS-GuGer
           MOVE RT-SanSu(Ix)   TO RS-SanSu
           MOVE RT-Yeongeo(Ix) TO RS-Yeongeo
           MOVE RT-Avg(Ix)     TO RS-Avg
           MOVE RT-Grade(Ix)   TO RS-Grade
           MOVE RT-Rank(Ix)    TO RS-Rank.

       FixTermHist-P.
          *> 이번 학기 이력 행 중 다시 계산한 반의 행을 고쳐
          *> 작업 사본에 쓰고, 다 쓰면 원래 파일로 되옮긴다
           OPEN INPUT TermHist-File
           IF TH-Status NOT = '00'
               DISPLAY "** 학기 이력 파일 없음"
                       " - 이력 고침 생략"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Work-File
           IF Work-Status NOT = '00'
               DISPLAY "** 작업 사본 열기 실패"
               CLOSE TermHist-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF TH-Term = Term-Id
                           PERFORM FixHistRow-P
                       END-IF
                       MOVE TermHist-Record TO Work-Line
                       WRITE Work-Line
               END-READ
           END-PERFORM
           CLOSE TermHist-File
           CLOSE Work-File
           PERFORM CopyBack-P.

       FixHistRow-P.
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               IF RT-Section(Ix) = TH-Section
                  AND RT-StudId(Ix) = TH-StudId
                  AND RT-Ban(Ix) = TH-Ban
                   IF RT-Touch(Ix) NOT = SPACE
                       PERFORM FillRes-P
                       MOVE StudRes-Record TO TH-Result
                       ADD 1 TO Hist-Ctr
                   END-IF
                   MOVE Res-Count TO Ix
               END-IF
           END-PERFORM.

       CopyBack-P.
           MOVE 'N' TO In-Eof
           OPEN INPUT Work-File
           IF Work-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TermHist-File
           PERFORM UNTIL In-Eof = 'Y'
               READ Work-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE Work-Line TO TermHist-Record
                       WRITE TermHist-Record
               END-READ
           END-PERFORM
           CLOSE Work-File
           CLOSE TermHist-File.

       IssueAll-P.
          *> 처음 반영된 신청마다 통지표 한 쪽과 통지장 한 통 -
          *> 한 학생에 신청이 여럿이면 통지표는 한 번만 찍는다
           PERFORM LoadStudMast-P
           PERFORM LoadAttSum-P
           OPEN OUTPUT Card-File
           IF Card-Status NOT = '00'
               DISPLAY "** 통지표 열기 실패 : " Card-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Letter-File
           IF Letter-Status NOT = '00'
               DISPLAY "** 통지장 열기 실패 : " Letter-Status
               CLOSE Card-File
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM IssueOne-P
               VARYING APx FROM 1 BY 1 UNTIL APx > AP-Count
           CLOSE Card-File
           CLOSE Letter-File
           PERFORM SaveAppeals-P.

       IssueOne-P.
           IF APT-Term(APx) NOT = Term-Id
              OR APT-Outcome(APx) NOT = 'C'
              OR APT-Issued(APx) = 'Y'
              OR APT-ResIx(APx) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE APT-ResIx(APx) TO Ix
           IF RT-Carded(Ix) NOT = 'Y'
               PERFORM PrintCard-P
               MOVE 'Y' TO RT-Carded(Ix)
           END-IF
           PERFORM WriteLetter-P
           MOVE 'Y' TO APT-Issued(APx)
           MOVE SPACES TO AL-Event
           STRING "이의반영 " DELIMITED BY SIZE
                  APT-No(APx)   DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  APT-StudId(APx) DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  APT-Subj(APx) DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       PrintCard-P.
          *> REPCARD PrintCard-P와 같은 한 쪽 - 정정 발행 표시
           ADD 1 TO Card-Ctr
           MOVE SPACES TO Card-Line
           WRITE Card-Line
           MOVE RT-Irum(Ix) TO H1-Irum
           MOVE RT-Ban(Ix)  TO H1-Ban
           MOVE Head1-Line TO Card-Line
           WRITE Card-Line
           MOVE "----------------------------" TO Card-Line
           WRITE Card-Line
           MOVE RT-Irum(Ix)(1:5) TO Call-Name
           MOVE "국어     :" TO SJ-Caption
           MOVE RT-GuGer(Ix)  TO Call-Score
           PERFORM SubjLine-P
           MOVE "산수     :" TO SJ-Caption
           MOVE RT-SanSu(Ix)  TO Call-Score
           PERFORM SubjLine-P
           MOVE "영어     :" TO SJ-Caption
           MOVE RT-Yeongeo(Ix) TO Call-Score
           PERFORM SubjLine-P
           MOVE RT-Avg(Ix)   TO FT-Avg
           MOVE RT-Grade(Ix) TO FT-Grade
           MOVE RT-Rank(Ix)  TO FT-Rank
           MOVE Foot-Line TO Card-Line
           WRITE Card-Line
           PERFORM FindAtt-P
           IF Att-Found = 'Y'
               MOVE Att-Line TO Card-Line
               WRITE Card-Line
           END-IF
           MOVE "----------------------------" TO Card-Line
           WRITE Card-Line.

       SubjLine-P.
          *> 과목 등급 문자는 SEONGJEOK에 위임한다
           CALL 'SEONGJEOK' USING Call-Name Call-Score
                                  Call-Valid Call-Grade
           MOVE Call-Score TO SJ-Score
           MOVE Call-Grade TO SJ-Grade
           MOVE Subj-Line TO Card-Line
           WRITE Card-Line.

       WriteLetter-P.
          *> 신청 한 건 = 통지장 한 쪽 (LETTERS 모양)
           PERFORM FindGuardian-P
           EVALUATE APT-Subj(APx)
               WHEN 'G' MOVE "국어" TO Subj-Caption
               WHEN 'S' MOVE "산수" TO Subj-Caption
               WHEN OTHER MOVE "영어" TO Subj-Caption
           END-EVALUATE
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE "===== 성적 이의 처리 안내 =====" TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "수신 : " DELIMITED BY SIZE
                  Work-Guardian DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "주소 : " DELIMITED BY SIZE
                  Work-GAddr DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "학생 : " DELIMITED BY SIZE
                  RT-Irum(Ix) DELIMITED BY SIZE
                  "  반 "   DELIMITED BY SIZE
                  RT-Ban(Ix)  DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "과목 : " DELIMITED BY SIZE
                  Subj-Caption DELIMITED BY SIZE
                  "  점수 "   DELIMITED BY SIZE
                  APT-OldScore(APx) DELIMITED BY SIZE
                  " -> "       DELIMITED BY SIZE
                  APT-NewScore(APx) DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "재채점 : " DELIMITED BY SIZE
                  APT-Teacher(APx) DELIMITED BY SIZE
                  " 선생님 ("     DELIMITED BY SIZE
                  APT-DoneDate(APx) DELIMITED BY SIZE
                  ")"             DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "이의 신청에 따라 " DELIMITED BY SIZE
                  "점수를 바로잡았습니다." DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE "고친 통지표를 함께 보내 드립니다."
               TO Letter-Line
           WRITE Letter-Line
           MOVE "=====================" TO Letter-Line
           WRITE Letter-Line.

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
                               MOVE SM-Guardian
                                   TO SMT-Guardian(SM-Count)
                               MOVE SM-GAddr
                                   TO SMT-GAddr(SM-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE StudMast-File
           ELSE
               DISPLAY "** 학생 원부 없음 - 보호자 미확인"
           END-IF.

       FindGuardian-P.
           MOVE SPACES TO Work-Guardian Work-GAddr
           IF SM-Count > 0
               SET SMx TO 1
               SEARCH SM-Entry
                   AT END CONTINUE
                   WHEN SMT-Id(SMx) = RT-StudId(Ix)
                       MOVE SMT-Guardian(SMx) TO Work-Guardian
                       MOVE SMT-GAddr(SMx)    TO Work-GAddr
               END-SEARCH
           END-IF
           IF Work-Guardian = SPACES
               MOVE "(보호자 미등록)" TO Work-Guardian
           END-IF.

       LoadAttSum-P.
          *> 출결 요약이 없으면 출결 줄 없이 찍는다
           OPEN INPUT AttSum-File
           IF AttSum-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ AttSum-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF AB-Count < 500
                               ADD 1 TO AB-Count
                               MOVE AF-StudId
                                   TO ABT-Id(AB-Count)
                               MOVE AF-Present
                                   TO ABT-Present(AB-Count)
                               MOVE AF-Absent
                                   TO ABT-Absent(AB-Count)
                               MOVE AF-Late
                                   TO ABT-Late(AB-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AttSum-File
           END-IF.

       FindAtt-P.
           MOVE 'N' TO Att-Found
           IF AB-Count > 0
               SET ABx TO 1
               SEARCH AB-Entry
                   AT END CONTINUE
                   WHEN ABT-Id(ABx) = RT-StudId(Ix)
                       MOVE 'Y' TO Att-Found
                       MOVE ABT-Present(ABx) TO AT-Present
                       MOVE ABT-Absent(ABx)  TO AT-Absent
                       MOVE ABT-Late(ABx)    TO AT-Late
               END-SEARCH
           END-IF.

       SaveAppeals-P.
          *> 발행 표시를 남기려고 대장을 다시 내려쓴다
           OPEN OUTPUT Appeal-File
           IF AP-Status NOT = '00'
               DISPLAY "** 대장 저장 실패 : " AP-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING APx FROM 1 BY 1 UNTIL APx > AP-Count
               MOVE SPACES TO Appeal-Record
               MOVE APT-No(APx)       TO AP-No
               MOVE APT-Term(APx)     TO AP-Term
               MOVE APT-StudId(APx)   TO AP-StudId
               MOVE APT-Ban(APx)      TO AP-Ban
               MOVE APT-Subj(APx)     TO AP-Subj
               MOVE APT-Asker(APx)    TO AP-Asker
               MOVE APT-Reason(APx)   TO AP-Reason
               MOVE APT-Date(APx)     TO AP-Date
               MOVE APT-Outcome(APx)  TO AP-Outcome
               MOVE APT-Teacher(APx)  TO AP-Teacher
               MOVE APT-OldScore(APx) TO AP-OldScore
               MOVE APT-NewScore(APx) TO AP-NewScore
               MOVE APT-DoneDate(APx) TO AP-DoneDate
               MOVE APT-Issued(APx)   TO AP-Issued
               WRITE Appeal-Record
           END-PERFORM
           CLOSE Appeal-File.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "APLAPPLY 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  " 반영="          DELIMITED BY SIZE
                  Appl-Ctr           DELIMITED BY SIZE
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
