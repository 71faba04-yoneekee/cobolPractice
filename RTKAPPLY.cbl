       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTKAPPLY.
       AUTHOR. YONEE.
       REMARKS. 재시험 점수 반영. 재시험 점수 파일(RETAKE.DAT -
                학생 ID, 과목 G/S/Y, 점수)의 줄마다 SEONGJEOK
                범위 검증(0-100)을 거치고, 학생별 결과
                (STUDRES.DAT)에서 그 과목이 F이며 이번 학기에
                아직 재시험을 반영하지 않은 경우만 받는다.
                반영 점수는 재시험 점수를 상한(RTKCFG.DAT, 기본
                60 - 합격선)으로 자른 값이고 원점수보다 낮아지지
                않는다. 받은 줄은 원점수/재시험 점수/반영 점수를
                RTKHIST.DAT에 남기고, 결과의 과목 점수를 바꿔
                JARYO와 같은 가중치(WEIGHTS.DAT)로 평균/등급을
                다시 내고 그 반의 석차를 다시 매긴다. 바뀐 반의
                행은 STUDRES.DAT와 이번 학기 TERMHIST.DAT 행에
                같이 고쳐 쓴다. 반영은 RTKHIST.DAT 기준으로
                매번 다시 맞추므로, 중간에 끊겨도 다시 돌리면
                된다. 걸러진 줄은 사유와 함께 RTKREJ.DAT에
                남기고 RC 4로 끝난다. 1번 인자는 학기
                꼬리표(JARYO와 같음, 없으면 처리 연도)다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           SELECT Retake-File ASSIGN TO "RETAKE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-Status.
           SELECT RtkHist-File ASSIGN TO "RTKHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RH-Status.
           SELECT RtkRej-File ASSIGN TO "RTKREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-Status.
           *> 반영 점수 상한
           SELECT Cfg-File ASSIGN TO "RTKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           *> JARYO와 같은 과목 가중치
           SELECT Weight-File ASSIGN TO "WEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WT-Status.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
           SELECT Work-File ASSIGN TO "RTKWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Work-Status.
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

       FD  Retake-File.
       01  Retake-Record.
           02  RI-StudId         PIC X(5).
           02  FILLER            PIC X.
           *> 'G'=국어 'S'=산수 'Y'=영어
           02  RI-Subj           PIC X.
           02  FILLER            PIC X.
           02  RI-Score          PIC X(3).

       FD  RtkHist-File.
       COPY "RTKHIST.cbl".

       FD  RtkRej-File.
       01  RtkRej-Record.
           02  RJ-Line           PIC X(11).
           02  FILLER            PIC X.
           *> 'I'=ID 'S'=과목 'R'=점수 범위 'N'=결과에 없음
           *> 'P'=F 아님 'D'=이미 재시험 반영
           02  RJ-Reason         PIC X.

       FD  Cfg-File.
       01  Cfg-Record.
           02  CF-Cap            PIC 9(3).

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

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  RS-Status         PIC XX.
       77  RT-Status         PIC XX.
       77  RH-Status         PIC XX.
       77  RJ-Status         PIC XX.
       77  Cfg-Status        PIC XX.
       77  WT-Status         PIC XX.
       77  TH-Status         PIC XX.
       77  Work-Status       PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Term-Id           PIC X(6)    VALUE SPACES.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  RC-Disp           PIC 99      VALUE 0.

      *> ----- 설정 -----
       77  Cap-Score         PIC 9(3)    VALUE 60.
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

      *> ----- 이번 학기 재시험 반영 (이력 + 이번 입력) -----
       77  Rtk-Count         PIC 9(3)    VALUE 0.
       01  Rtk-Table.
           02  Rtk-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Rtk-Count
                         INDEXED BY RKx.
               03  RK-StudId     PIC 9(5).
               03  RK-Subj       PIC X.
               03  RK-Retake     PIC 9(3).
               03  RK-Applied    PIC 9(3).
       77  Rtk-Found         PIC X       VALUE 'N'.

      *> ----- 줄 검사 작업영역 -----
       77  In-Id             PIC 9(5)    VALUE 0.
       77  In-Score          PIC 9(3)    VALUE 0.
       77  Orig-Score        PIC 9(3)    VALUE 0.
       77  Appl-Score        PIC 9(3)    VALUE 0.
       77  Rej-Why           PIC X       VALUE SPACE.
       77  Res-Ix            PIC 9(3)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  New-Rank          PIC 9(3)    VALUE 0.

      *> ----- 건수 -----
       77  Read-Ctr          PIC 9(4)    VALUE 0.
       77  Appl-Ctr          PIC 9(4)    VALUE 0.
       77  Same-Ctr          PIC 9(4)    VALUE 0.
       77  Rej-Ctr           PIC 9(4)    VALUE 0.
       77  Chg-Ctr           PIC 9(4)    VALUE 0.
       77  Hist-Ctr          PIC 9(5)    VALUE 0.

      *> ----- SEONGJEOK 서브프로그램 호출 -----
       77  Call-Name         PIC X(5).
       77  Call-Score        PIC 9(3).
       77  Call-Valid        PIC X       VALUE 'Y'.
       77  Call-Grade        PIC X       VALUE SPACE.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "RTKAPPLY"       TO AL-Program
           MOVE "RTKAPPLY 시작"  TO AL-Event
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
           PERFORM LoadCfg-P
           PERFORM LoadWeights-P
           PERFORM LoadResults-P
           IF Res-Count = 0
               DISPLAY "** 학생별 결과 없음 - 처리 중단"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadRtk-P
           PERFORM ReadRetakes-P
          *> 이력 전체를 결과에 다시 맞춘다 - 앞선 실행이
          *> 이력만 남기고 끊겼어도 여기서 채워진다
           PERFORM ApplyRtk-P
               VARYING RKx FROM 1 BY 1 UNTIL RKx > Rtk-Count
           IF Chg-Ctr > 0
               PERFORM Recalc-P
               PERFORM SaveResults-P
               PERFORM FixTermHist-P
           END-IF
           IF Rej-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "재시험 줄 : " Read-Ctr
                   "  반영 : " Appl-Ctr
                   "  기반영 : " Same-Ctr
                   "  거부 : " Rej-Ctr
           DISPLAY "점수 바뀐 학생 행 : " Chg-Ctr
                   "  고친 이력 행 : " Hist-Ctr
           GO TO Keut-P.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF CF-Cap IS NUMERIC AND CF-Cap > 0
                          AND CF-Cap NOT > 100
                           MOVE CF-Cap TO Cap-Score
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

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
                       ELSE
                           DISPLAY "** 결과 표 한도(500) 초과"
                                   " - 처리 중단"
                           MOVE 0 TO Res-Count
                           MOVE 'Y' TO In-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudRes-File.

       LoadRtk-P.
          *> 이번 학기에 이미 반영한 재시험
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
                          AND Rtk-Count < 500
                           ADD 1 TO Rtk-Count
                           MOVE RH-StudId  TO RK-StudId(Rtk-Count)
                           MOVE RH-Subj    TO RK-Subj(Rtk-Count)
                           MOVE RH-Retake  TO RK-Retake(Rtk-Count)
                           MOVE RH-Applied TO RK-Applied(Rtk-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RtkHist-File.

       ReadRetakes-P.
           OPEN INPUT Retake-File
           IF RT-Status NOT = '00'
               DISPLAY "재시험 점수 파일 없음"
                       " - 이력만 다시 맞춤"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RtkRej-File
           OPEN EXTEND RtkHist-File
           IF RH-Status NOT = '00'
               OPEN OUTPUT RtkHist-File
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Retake-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       ADD 1 TO Read-Ctr
                       PERFORM CheckLine-P
               END-READ
           END-PERFORM
           CLOSE Retake-File
           CLOSE RtkRej-File
           CLOSE RtkHist-File.

       CheckLine-P.
          *> 한 줄 검사 - 통과하면 이력에 남기고 표에 더한다
           MOVE SPACE TO Rej-Why
           IF RI-StudId IS NOT NUMERIC
               MOVE 'I' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
           MOVE RI-StudId TO In-Id
           IF RI-Subj NOT = 'G' AND RI-Subj NOT = 'S'
              AND RI-Subj NOT = 'Y'
               MOVE 'S' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
           PERFORM FindRes-P
           IF Res-Ix = 0
               MOVE 'N' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
          *> 점수 범위(0-100) 검증은 SEONGJEOK에 맡긴다
           IF RI-Score IS NOT NUMERIC
               MOVE 'R' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
           MOVE RI-Score TO In-Score
           MOVE RT-Irum(Res-Ix)(1:5) TO Call-Name
           MOVE In-Score TO Call-Score
           CALL 'SEONGJEOK' USING Call-Name Call-Score
                                  Call-Valid Call-Grade
           IF Call-Valid = 'N'
               MOVE 'R' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
          *> 재시험은 과목마다 한 번 - 같은 점수로 다시 들어온
          *> 줄은 이미 반영된 것으로 보고 지나간다
           PERFORM FindRtk-P
           IF Rtk-Found = 'Y'
               IF RK-Retake(RKx) = In-Score
                   ADD 1 TO Same-Ctr
               ELSE
                   MOVE 'D' TO Rej-Why
                   PERFORM RejLine-P
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE RI-Subj
               WHEN 'G' MOVE RT-GuGer(Res-Ix)   TO Orig-Score
               WHEN 'S' MOVE RT-SanSu(Res-Ix)   TO Orig-Score
               WHEN OTHER MOVE RT-Yeongeo(Res-Ix) TO Orig-Score
           END-EVALUATE
           MOVE Orig-Score TO Call-Score
           CALL 'SEONGJEOK' USING Call-Name Call-Score
                                  Call-Valid Call-Grade
           IF Call-Grade NOT = 'F'
               MOVE 'P' TO Rej-Why
               PERFORM RejLine-P
               EXIT PARAGRAPH
           END-IF
           IF Rtk-Count >= 500
               DISPLAY "** 재시험 표 한도(500) 초과 : "
                       RI-StudId
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
          *> 상한으로 자르되 원점수보다 낮추지는 않는다
           MOVE In-Score TO Appl-Score
           IF Appl-Score > Cap-Score
               MOVE Cap-Score TO Appl-Score
           END-IF
           IF Appl-Score < Orig-Score
               MOVE Orig-Score TO Appl-Score
           END-IF
           MOVE SPACES TO RtkHist-Record
           MOVE Term-Id          TO RH-Term
           MOVE In-Id            TO RH-StudId
           MOVE RT-Ban(Res-Ix)   TO RH-Ban
           MOVE RI-Subj          TO RH-Subj
           MOVE Orig-Score       TO RH-Orig
           MOVE In-Score         TO RH-Retake
           MOVE Appl-Score       TO RH-Applied
           MOVE Today-Date       TO RH-Date
           WRITE RtkHist-Record
           ADD 1 TO Rtk-Count
           MOVE In-Id      TO RK-StudId(Rtk-Count)
           MOVE RI-Subj    TO RK-Subj(Rtk-Count)
           MOVE In-Score   TO RK-Retake(Rtk-Count)
           MOVE Appl-Score TO RK-Applied(Rtk-Count)
           ADD 1 TO Appl-Ctr
           MOVE SPACES TO AL-Event
           STRING "재시험 " DELIMITED BY SIZE
                  RI-StudId  DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  RI-Subj    DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  Orig-Score DELIMITED BY SIZE
                  ">"        DELIMITED BY SIZE
                  Appl-Score DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       RejLine-P.
           MOVE SPACES TO RtkRej-Record
           MOVE Retake-Record TO RJ-Line
           MOVE Rej-Why       TO RJ-Reason
           WRITE RtkRej-Record
           ADD 1 TO Rej-Ctr.

       FindRes-P.
           MOVE 0 TO Res-Ix
           SET RSx TO 1
           SEARCH Res-Entry
               AT END CONTINUE
               WHEN RT-StudId(RSx) = In-Id
                   SET Res-Ix TO RSx
           END-SEARCH.

       FindRtk-P.
           MOVE 'N' TO Rtk-Found
           IF Rtk-Count > 0
               SET RKx TO 1
               SEARCH Rtk-Entry
                   AT END CONTINUE
                   WHEN RK-StudId(RKx) = In-Id
                        AND RK-Subj(RKx) = RI-Subj
                       MOVE 'Y' TO Rtk-Found
               END-SEARCH
           END-IF.

       ApplyRtk-P.
          *> 반영 점수를 그 학생의 결과 행에 넣는다
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Res-Count
               IF RT-StudId(Ix) = RK-StudId(RKx)
                   EVALUATE RK-Subj(RKx)
                       WHEN 'G'
                           IF RT-GuGer(Ix) NOT = RK-Applied(RKx)
                               MOVE RK-Applied(RKx)
                                   TO RT-GuGer(Ix)
                               PERFORM MarkRow-P
                           END-IF
                       WHEN 'S'
                           IF RT-SanSu(Ix) NOT = RK-Applied(RKx)
                               MOVE RK-Applied(RKx)
                                   TO RT-SanSu(Ix)
                               PERFORM MarkRow-P
                           END-IF
                       WHEN OTHER
                           IF RT-Yeongeo(Ix) NOT = RK-Applied(RKx)
                               MOVE RK-Applied(RKx)
                                   TO RT-Yeongeo(Ix)
                               PERFORM MarkRow-P
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

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

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "RTKAPPLY 종료 RC=" DELIMITED BY SIZE
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
