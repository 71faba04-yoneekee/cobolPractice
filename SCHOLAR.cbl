       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLAR.
       AUTHOR. YONEE.
       REMARKS. 장학생 선발. 한 학기만 보는 우등 명단과 달리
                TERMHIST.DAT의 최근 N개 학기 평균과 출결 요약
                (ATTSUM.DAT)의 결석 수로 고른다. 기준은
                SCHOLCFG.DAT에서 받는다 - 'C' 줄(학기 수, 최저
                평균, 최대 결석, 총 예산, 동점 처리 순서)과
                학년마다 'G' 줄(학년, 장학 인원, 1인 금액).
                학년은 반 코드 첫 자리다(PROMOTE와 같음). 학생
                원부(STUDMAST.DAT)의 재적 학생 중 최근 N개 학기
                결과가 모두 있는 학생을 평균 내림차순으로
                세우고 동점은 설정 순서(L=최근 학기 평균,
                A=결석 적은 순, N=이름, I=학생 ID)로 가른다.
                차례로 학년 인원과 남은 예산 안에서 장학금을
                준다. 수여 명단은 SCHOLAR.RPT, 탈락 명단과
                사유는 SCHOLREJ.RPT, 보호자(SM-Guardian/
                SM-GAddr) 앞 수여 통지장은 LETTERS처럼 한 명
                한 쪽으로 SCHOLLET.RPT에 찍는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Cfg-File ASSIGN TO "SCHOLCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
           *> ATTAPPLY가 내려쓴 학생별 출결 요약
           SELECT AttSum-File ASSIGN TO "ATTSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-Status.
           SELECT Award-File ASSIGN TO "SCHOLAR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Award-Status.
           SELECT Rej-File ASSIGN TO "SCHOLREJ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rej-Status.
           SELECT Letter-File ASSIGN TO "SCHOLLET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Cfg-File.
       01  Cfg-Record.
           *> 'C'=공통 기준 'G'=학년별 인원/금액
           02  CF-Type           PIC X.
           02  FILLER            PIC X.
           02  CF-Data           PIC X(30).
       01  Cfg-Common.
           02  FILLER            PIC X(2).
           02  CC-Terms          PIC 9(2).
           02  FILLER            PIC X.
           02  CC-MinAvg         PIC 999V9.
           02  FILLER            PIC X.
           02  CC-MaxAbs         PIC 9(3).
           02  FILLER            PIC X.
           02  CC-Budget         PIC 9(9).
           02  FILLER            PIC X.
           02  CC-TieOrder       PIC X(4).
       01  Cfg-Level.
           02  FILLER            PIC X(2).
           02  CG-Level          PIC X.
           02  FILLER            PIC X.
           02  CG-Awards         PIC 9(3).
           02  FILLER            PIC X.
           02  CG-Amount         PIC 9(7).

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
               03  FILLER            PIC X.
               03  TH-Irum           PIC X(10).
               03  FILLER            PIC X.
               03  TH-GuGer          PIC 9(3).
               03  FILLER            PIC X.
               03  TH-SanSu          PIC 9(3).
               03  FILLER            PIC X.
               03  TH-Yeongeo        PIC 9(3).
               03  FILLER            PIC X.
               03  TH-Avg            PIC 999V9.
               03  FILLER            PIC X.
               03  TH-Grade          PIC X.
               03  FILLER            PIC X.
               03  TH-Rank           PIC 9(3).

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

       FD  Award-File.
       01  Award-Line            PIC X(80).

       FD  Rej-File.
       01  Rej-Line              PIC X(80).

       FD  Letter-File.
       01  Letter-Line           PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Cfg-Status        PIC XX.
       77  SM-Status         PIC XX.
       77  TH-Status         PIC XX.
       77  AS-Status         PIC XX.
       77  Award-Status      PIC XX.
       77  Rej-Status        PIC XX.
       77  Letter-Status     PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  RC-Disp           PIC 99      VALUE 0.

      *> ----- 선발 기준 -----
       77  Cfg-Terms         PIC 9(2)    VALUE 0.
       77  Cfg-MinAvg        PIC 999V9   VALUE 0.
       77  Cfg-MaxAbs        PIC 9(3)    VALUE 0.
       77  Cfg-Budget        PIC 9(9)    VALUE 0.
       *> 동점 처리 순서 - 없으면 최근 학기, 결석, ID
       77  Cfg-TieOrder      PIC X(4)    VALUE "LAI ".
       77  Cfg-Common-Ok     PIC X       VALUE 'N'.
       77  Lv-Count          PIC 9(2)    VALUE 0.
       01  Lv-Table.
           02  Lv-Entry OCCURS 0 TO 10 TIMES
                        DEPENDING ON Lv-Count
                        INDEXED BY LVx.
               03  LV-Level      PIC X.
               03  LV-Awards     PIC 9(3).
               03  LV-Amount     PIC 9(7).
               03  LV-Given      PIC 9(3).
       77  Lv-Found          PIC X       VALUE 'N'.

      *> ----- 대상 학기 (최근 N개, 새것부터) -----
       77  Tm-Count          PIC 9(2)    VALUE 0.
       01  Tm-Table.
           02  Tm-Entry OCCURS 0 TO 60 TIMES
                        DEPENDING ON Tm-Count
                        INDEXED BY TMx.
               03  TM-Term       PIC X(6).
       01  Hold-Term             PIC X(6).
       77  Term-Slot         PIC 9(2)    VALUE 0.

      *> ----- 후보 학생 (원부 + 학기별 평균) -----
       77  Cd-Count          PIC 9(3)    VALUE 0.
       01  Cd-Table.
           02  Cd-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON Cd-Count
                        INDEXED BY CDx.
               03  CD-Avg        PIC 999V99.
               03  CD-Latest     PIC 999V9.
               03  CD-Absent     PIC 9(3).
               03  CD-Irum       PIC X(10).
               03  CD-StudId     PIC 9(5).
               03  CD-Ban        PIC X(4).
               03  CD-Guardian   PIC X(10).
               03  CD-GAddr      PIC X(30).
               03  CD-GPostal    PIC X(6).
               03  CD-Terms      PIC 9(2).
               *> 학기 칸 - 같은 학기 행이 또 오면 뒤의 것
               03  CD-TermAvg    PIC 999V9 OCCURS 12 TIMES.
               03  CD-TermHas    PIC X     OCCURS 12 TIMES.
               *> ' '=미정 'E'=자격 'W'=수여 'T'/'M'/'A'/'G'/
               *> 'Q'/'B'=탈락 사유
               03  CD-State      PIC X.
               03  CD-Amount     PIC 9(7).
       01  Hold-Cd               PIC X(147).
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  Jx                PIC 9(2)    VALUE 0.
       77  Swap-It           PIC X       VALUE 'N'.
       77  Cmp-Done          PIC X       VALUE 'N'.
       77  Tie-Key           PIC X       VALUE SPACE.

      *> ----- 배분 -----
       77  Budget-Left       PIC 9(9)    VALUE 0.
       77  Award-Ctr         PIC 9(3)    VALUE 0.
       77  Award-Sum         PIC 9(9)    VALUE 0.
       77  Rej-Ctr           PIC 9(3)    VALUE 0.
       77  Rank-Ctr          PIC 9(3)    VALUE 0.
       77  Sum-Avg           PIC 9(5)V9  VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Award-Detail.
           02  AD-Rank           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-StudId         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-Avg            PIC ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-Absent         PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  AD-Amount         PIC Z,ZZZ,ZZ9.
       01  Rej-Detail.
           02  RD-StudId         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Avg            PIC ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Absent         PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Why            PIC X(30).
       77  Edit-Amount       PIC ZZZ,ZZZ,ZZ9.
       77  Edit-Avg          PIC ZZ9.99.
       77  Edit-Terms        PIC Z9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "SCHOLAR"        TO AL-Program
           MOVE "SCHOLAR 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadCfg-P
           IF Cfg-Common-Ok = 'N' OR Lv-Count = 0
               DISPLAY "** 선발 기준(SCHOLCFG.DAT) 없음 또는"
                       " 오류 - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadStudMast-P
           IF Cd-Count = 0
               DISPLAY "** 학생 원부 없음 - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadTerms-P
           IF Tm-Count = 0
               DISPLAY "** 학기 이력 없음 - 처리 중단"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadHist-P
           PERFORM LoadAttSum-P
           PERFORM Judge-P
               VARYING CDx FROM 1 BY 1 UNTIL CDx > Cd-Count
           PERFORM SortCd-P
           MOVE Cfg-Budget TO Budget-Left
           PERFORM Allocate-P
               VARYING CDx FROM 1 BY 1 UNTIL CDx > Cd-Count
           PERFORM WriteAwards-P
           PERFORM WriteRejects-P
           PERFORM WriteLetters-P
           DISPLAY "장학 수여 : " Award-Ctr " 명  금액 : "
                   Award-Sum
           DISPLAY "남은 예산 : " Budget-Left
                   "  탈락 : " Rej-Ctr
           GO TO Keut-P.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Cfg-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       EVALUATE CF-Type
                           WHEN 'C' PERFORM CfgCommon-P
                           WHEN 'G' PERFORM CfgLevel-P
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE Cfg-File.

       CfgCommon-P.
           IF CC-Terms NOT NUMERIC OR CC-Terms = 0
              OR CC-Terms > 12
              OR CC-MinAvg NOT NUMERIC
              OR CC-MaxAbs NOT NUMERIC
              OR CC-Budget NOT NUMERIC
               DISPLAY "** 공통 기준 줄 오류 : " CF-Data
               EXIT PARAGRAPH
           END-IF
           MOVE CC-Terms  TO Cfg-Terms
           MOVE CC-MinAvg TO Cfg-MinAvg
           MOVE CC-MaxAbs TO Cfg-MaxAbs
           MOVE CC-Budget TO Cfg-Budget
           IF CC-TieOrder NOT = SPACES
               MOVE CC-TieOrder TO Cfg-TieOrder
           END-IF
           MOVE 'Y' TO Cfg-Common-Ok.

       CfgLevel-P.
           IF CG-Level = SPACE
              OR CG-Awards NOT NUMERIC
              OR CG-Amount NOT NUMERIC
               DISPLAY "** 학년 기준 줄 오류 : " CF-Data
               EXIT PARAGRAPH
           END-IF
           IF Lv-Count < 10
               ADD 1 TO Lv-Count
               MOVE CG-Level  TO LV-Level(Lv-Count)
               MOVE CG-Awards TO LV-Awards(Lv-Count)
               MOVE CG-Amount TO LV-Amount(Lv-Count)
               MOVE 0         TO LV-Given(Lv-Count)
           END-IF.

       LoadStudMast-P.
          *> 원부의 재적 학생이 후보다 - 전출자는 원부에 없다
           OPEN INPUT StudMast-File
           IF SM-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Cd-Count < 500
                           ADD 1 TO Cd-Count
                           PERFORM NewCd-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudMast-File.

       NewCd-P.
           SET CDx TO Cd-Count
           MOVE 0            TO CD-Avg(CDx)
           MOVE 0            TO CD-Latest(CDx)
           MOVE 0            TO CD-Absent(CDx)
           MOVE SM-Irum      TO CD-Irum(CDx)
           MOVE SM-StudId    TO CD-StudId(CDx)
           MOVE SM-Ban       TO CD-Ban(CDx)
           MOVE SM-Guardian  TO CD-Guardian(CDx)
           MOVE SM-GAddr     TO CD-GAddr(CDx)
           MOVE SM-GPostal   TO CD-GPostal(CDx)
           MOVE 0            TO CD-Terms(CDx)
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 12
               MOVE 0   TO CD-TermAvg(CDx, Jx)
               MOVE 'N' TO CD-TermHas(CDx, Jx)
           END-PERFORM
           MOVE SPACE        TO CD-State(CDx)
           MOVE 0            TO CD-Amount(CDx).

       LoadTerms-P.
          *> 이력에 나온 학기를 모아 새것부터 세우고 최근 N개만
          *> 남긴다 - 학기 꼬리표는 연도-학기라 문자 순이 곧
          *> 시간 순이다
           OPEN INPUT TermHist-File
           IF TH-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM AddTerm-P
               END-READ
           END-PERFORM
           CLOSE TermHist-File
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Ix FROM 1 BY 1
                       UNTIL Ix > Tm-Count - 1
                   COMPUTE Kx = Ix + 1
                   IF TM-Term(Ix) < TM-Term(Kx)
                       MOVE TM-Term(Ix) TO Hold-Term
                       MOVE TM-Term(Kx) TO TM-Term(Ix)
                       MOVE Hold-Term   TO TM-Term(Kx)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM
           IF Tm-Count > Cfg-Terms
               MOVE Cfg-Terms TO Tm-Count
           END-IF.

       AddTerm-P.
           IF Tm-Count > 0
               SET TMx TO 1
               SEARCH Tm-Entry
                   AT END
                       IF Tm-Count < 60
                           ADD 1 TO Tm-Count
                           MOVE TH-Term TO TM-Term(Tm-Count)
                       END-IF
                   WHEN TM-Term(TMx) = TH-Term
                       CONTINUE
               END-SEARCH
           ELSE
               MOVE 1 TO Tm-Count
               MOVE TH-Term TO TM-Term(1)
           END-IF.

       LoadHist-P.
          *> 대상 학기 행의 평균을 학생/학기 칸에 놓는다
           OPEN INPUT TermHist-File
           IF TH-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM PlaceHist-P
               END-READ
           END-PERFORM
           CLOSE TermHist-File.

       PlaceHist-P.
           MOVE 0 TO Term-Slot
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > Tm-Count
               IF TM-Term(Jx) = TH-Term
                   MOVE Jx TO Term-Slot
               END-IF
           END-PERFORM
           IF Term-Slot = 0
               EXIT PARAGRAPH
           END-IF
           SET CDx TO 1
           SEARCH Cd-Entry
               AT END CONTINUE
               WHEN CD-StudId(CDx) = TH-StudId
                   MOVE TH-Avg TO CD-TermAvg(CDx, Term-Slot)
                   MOVE 'Y'    TO CD-TermHas(CDx, Term-Slot)
           END-SEARCH.

       LoadAttSum-P.
           OPEN INPUT AttSum-File
           IF AS-Status NOT = '00'
               DISPLAY "** 출결 요약 없음 - 결석 0으로 본다"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ AttSum-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       SET CDx TO 1
                       SEARCH Cd-Entry
                           AT END CONTINUE
                           WHEN CD-StudId(CDx) = AF-StudId
                               MOVE AF-Absent TO CD-Absent(CDx)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE AttSum-File.

       Judge-P.
          *> 학기 평균을 내고 자격을 본다 - 대상 학기에 결과가
          *> 하나도 없는 학생은 후보가 아니다('X')
           MOVE 0 TO Sum-Avg
           MOVE 0 TO CD-Terms(CDx)
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > Tm-Count
               IF CD-TermHas(CDx, Jx) = 'Y'
                   ADD 1 TO CD-Terms(CDx)
                   ADD CD-TermAvg(CDx, Jx) TO Sum-Avg
               END-IF
           END-PERFORM
           IF CD-Terms(CDx) = 0
               MOVE 'X' TO CD-State(CDx)
               EXIT PARAGRAPH
           END-IF
           COMPUTE CD-Avg(CDx) ROUNDED = Sum-Avg / CD-Terms(CDx)
           MOVE CD-TermAvg(CDx, 1) TO CD-Latest(CDx)
           MOVE 'E' TO CD-State(CDx)
           PERFORM FindLevel-P
           EVALUATE TRUE
               WHEN CD-Terms(CDx) < Tm-Count
                   MOVE 'T' TO CD-State(CDx)
               WHEN CD-Avg(CDx) < Cfg-MinAvg
                   MOVE 'M' TO CD-State(CDx)
               WHEN CD-Absent(CDx) > Cfg-MaxAbs
                   MOVE 'A' TO CD-State(CDx)
               WHEN Lv-Found = 'N'
                   MOVE 'G' TO CD-State(CDx)
           END-EVALUATE.

       FindLevel-P.
          *> 학년 = 반 코드 첫 자리
           MOVE 'N' TO Lv-Found
           SET LVx TO 1
           SEARCH Lv-Entry
               AT END CONTINUE
               WHEN LV-Level(LVx) = CD-Ban(CDx)(1:1)
                   MOVE 'Y' TO Lv-Found
           END-SEARCH.

       SortCd-P.
          *> 평균 내림차순, 동점은 설정한 순서로 - 500명 한도라
          *> 버블 정렬로 충분하다
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Ix FROM 1 BY 1
                       UNTIL Ix > Cd-Count - 1
                   COMPUTE Kx = Ix + 1
                   PERFORM Compare-P
                   IF Swap-It = 'Y'
                       MOVE Cd-Entry(Ix) TO Hold-Cd
                       MOVE Cd-Entry(Kx) TO Cd-Entry(Ix)
                       MOVE Hold-Cd      TO Cd-Entry(Kx)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       Compare-P.
          *> Ix 행이 Kx 행 뒤로 가야 하면 Swap-It = 'Y'
           MOVE 'N' TO Swap-It
           MOVE 'N' TO Cmp-Done
           IF CD-Avg(Ix) NOT = CD-Avg(Kx)
               IF CD-Avg(Ix) < CD-Avg(Kx)
                   MOVE 'Y' TO Swap-It
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Jx FROM 1 BY 1
                   UNTIL Jx > 4 OR Cmp-Done = 'Y'
               MOVE Cfg-TieOrder(Jx:1) TO Tie-Key
               PERFORM TieKey-P
           END-PERFORM
           IF Cmp-Done = 'N'
               IF CD-StudId(Ix) > CD-StudId(Kx)
                   MOVE 'Y' TO Swap-It
               END-IF
           END-IF.

       TieKey-P.
           EVALUATE Tie-Key
               WHEN 'L'
                   IF CD-Latest(Ix) NOT = CD-Latest(Kx)
                       MOVE 'Y' TO Cmp-Done
                       IF CD-Latest(Ix) < CD-Latest(Kx)
                           MOVE 'Y' TO Swap-It
                       END-IF
                   END-IF
               WHEN 'A'
                   IF CD-Absent(Ix) NOT = CD-Absent(Kx)
                       MOVE 'Y' TO Cmp-Done
                       IF CD-Absent(Ix) > CD-Absent(Kx)
                           MOVE 'Y' TO Swap-It
                       END-IF
                   END-IF
               WHEN 'N'
                   IF CD-Irum(Ix) NOT = CD-Irum(Kx)
                       MOVE 'Y' TO Cmp-Done
                       IF CD-Irum(Ix) > CD-Irum(Kx)
                           MOVE 'Y' TO Swap-It
                       END-IF
                   END-IF
               WHEN 'I'
                   IF CD-StudId(Ix) NOT = CD-StudId(Kx)
                       MOVE 'Y' TO Cmp-Done
                       IF CD-StudId(Ix) > CD-StudId(Kx)
                           MOVE 'Y' TO Swap-It
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       Allocate-P.
          *> 석차대로 학년 인원과 남은 예산 안에서 준다
           IF CD-State(CDx) NOT = 'E'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindLevel-P
           IF LV-Given(LVx) >= LV-Awards(LVx)
               MOVE 'Q' TO CD-State(CDx)
               EXIT PARAGRAPH
           END-IF
           IF LV-Amount(LVx) > Budget-Left
               MOVE 'B' TO CD-State(CDx)
               EXIT PARAGRAPH
           END-IF
           MOVE 'W' TO CD-State(CDx)
           MOVE LV-Amount(LVx) TO CD-Amount(CDx)
           ADD 1 TO LV-Given(LVx)
           SUBTRACT LV-Amount(LVx) FROM Budget-Left
           ADD 1 TO Award-Ctr
           ADD LV-Amount(LVx) TO Award-Sum.

       WriteAwards-P.
           OPEN OUTPUT Award-File
           IF Award-Status NOT = '00'
               DISPLAY "** 수여 명단 열기 실패 : " Award-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE Tm-Count TO Edit-Terms
           MOVE SPACES TO Award-Line
           STRING "=== 장학생 수여 명단 ===  최근 "
                       DELIMITED BY SIZE
                  Edit-Terms     DELIMITED BY SIZE
                  "개 학기 ("   DELIMITED BY SIZE
                  TM-Term(Tm-Count) DELIMITED BY SIZE
                  " - "          DELIMITED BY SIZE
                  TM-Term(1)     DELIMITED BY SIZE
                  ")"            DELIMITED BY SIZE
                  INTO Award-Line
           WRITE Award-Line
           MOVE "석차 ID     이름        반    평균   결석"
               TO Award-Line
           WRITE Award-Line
           MOVE 0 TO Rank-Ctr
           PERFORM VARYING CDx FROM 1 BY 1 UNTIL CDx > Cd-Count
               IF CD-State(CDx) = 'W'
                   ADD 1 TO Rank-Ctr
                   MOVE Rank-Ctr         TO AD-Rank
                   MOVE CD-StudId(CDx)   TO AD-StudId
                   MOVE CD-Irum(CDx)     TO AD-Irum
                   MOVE CD-Ban(CDx)      TO AD-Ban
                   MOVE CD-Avg(CDx)      TO AD-Avg
                   MOVE CD-Absent(CDx)   TO AD-Absent
                   MOVE CD-Amount(CDx)   TO AD-Amount
                   MOVE Award-Detail TO Award-Line
                   WRITE Award-Line
               END-IF
           END-PERFORM
           MOVE SPACES TO Award-Line
           WRITE Award-Line
           PERFORM VARYING LVx FROM 1 BY 1 UNTIL LVx > Lv-Count
               MOVE LV-Amount(LVx) TO Edit-Amount
               MOVE SPACES TO Award-Line
               STRING "학년 "          DELIMITED BY SIZE
                      LV-Level(LVx)     DELIMITED BY SIZE
                      " : 수여 "       DELIMITED BY SIZE
                      LV-Given(LVx)     DELIMITED BY SIZE
                      " / "             DELIMITED BY SIZE
                      LV-Awards(LVx)    DELIMITED BY SIZE
                      " 명, 1인 "      DELIMITED BY SIZE
                      Edit-Amount       DELIMITED BY SIZE
                      INTO Award-Line
               WRITE Award-Line
           END-PERFORM
           MOVE Cfg-Budget TO Edit-Amount
           MOVE SPACES TO Award-Line
           STRING "예산   : " DELIMITED BY SIZE
                  Edit-Amount  DELIMITED BY SIZE
                  INTO Award-Line
           WRITE Award-Line
           MOVE Award-Sum TO Edit-Amount
           MOVE SPACES TO Award-Line
           STRING "수여액 : " DELIMITED BY SIZE
                  Edit-Amount  DELIMITED BY SIZE
                  INTO Award-Line
           WRITE Award-Line
           MOVE Budget-Left TO Edit-Amount
           MOVE SPACES TO Award-Line
           STRING "잔액   : " DELIMITED BY SIZE
                  Edit-Amount  DELIMITED BY SIZE
                  INTO Award-Line
           WRITE Award-Line
           CLOSE Award-File.

       WriteRejects-P.
          *> 후보였으나 받지 못한 학생과 사유 (석차 순)
           OPEN OUTPUT Rej-File
           IF Rej-Status NOT = '00'
               DISPLAY "** 탈락 명단 열기 실패 : " Rej-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 장학 탈락 명단 ===" TO Rej-Line
           WRITE Rej-Line
           MOVE "ID     이름        반    평균   결석  사유"
               TO Rej-Line
           WRITE Rej-Line
           PERFORM VARYING CDx FROM 1 BY 1 UNTIL CDx > Cd-Count
               IF CD-State(CDx) NOT = 'W'
                  AND CD-State(CDx) NOT = 'X'
                   PERFORM RejOne-P
               END-IF
           END-PERFORM
           CLOSE Rej-File.

       RejOne-P.
           ADD 1 TO Rej-Ctr
           MOVE CD-StudId(CDx) TO RD-StudId
           MOVE CD-Irum(CDx)   TO RD-Irum
           MOVE CD-Ban(CDx)    TO RD-Ban
           MOVE CD-Avg(CDx)    TO RD-Avg
           MOVE CD-Absent(CDx) TO RD-Absent
           EVALUATE CD-State(CDx)
               WHEN 'T' MOVE "대상 학기 결과 부족" TO RD-Why
               WHEN 'M' MOVE "평균 미달"           TO RD-Why
               WHEN 'A' MOVE "결석 초과"           TO RD-Why
               WHEN 'G' MOVE "학년 기준 없음"      TO RD-Why
               WHEN 'Q' MOVE "학년 인원 마감"      TO RD-Why
               WHEN 'B' MOVE "예산 소진"           TO RD-Why
               WHEN OTHER MOVE SPACES              TO RD-Why
           END-EVALUATE
           MOVE Rej-Detail TO Rej-Line
           WRITE Rej-Line.

       WriteLetters-P.
           OPEN OUTPUT Letter-File
           IF Letter-Status NOT = '00'
               DISPLAY "** 통지장 파일 열기 실패 : "
                       Letter-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CDx FROM 1 BY 1 UNTIL CDx > Cd-Count
               IF CD-State(CDx) = 'W'
                   PERFORM WriteLetter-P
               END-IF
           END-PERFORM
           CLOSE Letter-File.

       WriteLetter-P.
          *> 학생 한 명 = 통지장 한 쪽 (LETTERS와 같은 꼴)
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE "===== 장학금 수여 안내 =====" TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           IF CD-Guardian(CDx) = SPACES
               MOVE "수신 : (보호자 미등록)" TO Letter-Line
           ELSE
               STRING "수신 : " DELIMITED BY SIZE
                      CD-Guardian(CDx) DELIMITED BY SIZE
                      INTO Letter-Line
           END-IF
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "주소 : " DELIMITED BY SIZE
                  CD-GAddr(CDx)    DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  CD-GPostal(CDx)  DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "학생 : " DELIMITED BY SIZE
                  CD-Irum(CDx)     DELIMITED BY SIZE
                  "  반 "         DELIMITED BY SIZE
                  CD-Ban(CDx)      DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE Tm-Count TO Edit-Terms
           MOVE CD-Avg(CDx) TO Edit-Avg
           MOVE SPACES TO Letter-Line
           STRING "최근 "     DELIMITED BY SIZE
                  Edit-Terms   DELIMITED BY SIZE
                  "개 학기 평균 " DELIMITED BY SIZE
                  Edit-Avg     DELIMITED BY SIZE
                  "점의 성적으로" DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE CD-Amount(CDx) TO Edit-Amount
           MOVE SPACES TO Letter-Line
           STRING "장학금 "   DELIMITED BY SIZE
                  Edit-Amount  DELIMITED BY SIZE
                  " 원을 드리게 되었습니다." DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE "축하드립니다." TO Letter-Line
           WRITE Letter-Line
           MOVE "=============================" TO Letter-Line
           WRITE Letter-Line.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "SCHOLAR 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
                  " 수여="         DELIMITED BY SIZE
                  Award-Ctr         DELIMITED BY SIZE
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
