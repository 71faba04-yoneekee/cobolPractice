       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREXP.
       AUTHOR. YONEE.
       REMARKS. 교육청 성적 내보내기. 포털에 다시 치던 최종
                성적을 교육청 쉼표 구분 형식(SCOREOUT.DAT)으로
                내려쓴다 - SCORECNV가 받는 파일과 같은 짜임의
                머리(H,학교번호,학기,일련번호,날짜,구분), 학생
                한 줄씩의 명세(D,ID,이름,반,국어,산수,영어,
                평균,등급,상태), 꼬리(T,건수,점수합). 점수합은
                명세 세 과목 점수의 합이다. 성적은 JARYO가
                내려쓴 STUDRES.DAT에서, 학기는 1번 인자로
                받거나 없으면 TERMHIST.DAT의 가장 늦은 학기를
                쓴다. STUDRES.DAT는 가장 늦은 학기만 담으므로
                그 앞 학기를 주면 TERMHIST.DAT의 그 학기
                행을 보낸다. 학교 번호는 EXPCFG.DAT에 둔다. 전출
                (STUDMOVE.DAT의 마지막 동작이 'W') 학생도
                빼지 않고 상태 'W'로 보낸다(재적은 'A').
                보낸 일련번호는 SCOREXLG.DAT에 남긴다. 한 번
                보낸 학기는 다시 보내지 않으며, 다시 보낼
                때는 2번 인자로 그때의 일련번호를 주어야
                하고 머리 구분이 'R'(재전송)이 된다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
           *> STUDMNT의 학생 이동 이력 - 전출 상태용
           SELECT Move-File ASSIGN TO "STUDMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Move-Status.
           SELECT Cfg-File ASSIGN TO "EXPCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Log-File ASSIGN TO "SCOREXLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Log-Status.
           SELECT Out-File ASSIGN TO "SCOREOUT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Out-Status.
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

       FD  TermHist-File.
       01  TermHist-Record.
           02  TH-Term           PIC X(6).
           02  FILLER            PIC X.
           02  TH-Result         PIC X(47).

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

       FD  Cfg-File.
       01  Cfg-Record.
           *> 교육청이 매긴 학교 번호
           02  EC-School         PIC X(10).

       FD  Log-File.
       01  Log-Record.
           02  XL-Seq            PIC 9(5).
           02  FILLER            PIC X.
           02  XL-Term           PIC X(6).
           02  FILLER            PIC X.
           02  XL-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  XL-Count          PIC 9(5).
           02  FILLER            PIC X.
           02  XL-Hash           PIC 9(8).
           02  FILLER            PIC X.
           *> 'N'=처음 보냄 'R'=재전송
           02  XL-Kind           PIC X.

       FD  Out-File.
       01  Out-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  RS-Status         PIC XX.
       77  TH-Status         PIC XX.
       77  Move-Status       PIC XX.
       77  Cfg-Status        PIC XX.
       77  Log-Status        PIC XX.
       77  Out-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  RC-Disp           PIC 99      VALUE 0.

      *> ----- 실행 조건 -----
       77  Term-Id           PIC X(6)    VALUE SPACES.
       77  Latest-Term       PIC X(6)    VALUE SPACES.
       *> 'Y'면 지난 학기라 TERMHIST에서 읽는다
       77  From-Hist         PIC X       VALUE 'N'.
       77  Resend-X          PIC X(5)    VALUE SPACES.
       77  Resend-Seq        PIC 9(5)    VALUE 0.
       77  School-Id         PIC X(10)   VALUE SPACES.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Send-Seq          PIC 9(5)    VALUE 0.
       77  Send-Kind         PIC X       VALUE 'N'.
       77  Last-Seq          PIC 9(5)    VALUE 0.
       77  Sent-Seq          PIC 9(5)    VALUE 0.
       77  Log-Term          PIC X(6)    VALUE SPACES.
       77  Log-Found         PIC X       VALUE 'N'.

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

      *> ----- 명세 편집 -----
       77  Ed-Avg            PIC 999.9.
       77  Stat-Code         PIC X       VALUE 'A'.
       77  Out-Ptr           PIC 9(3)    VALUE 1.

      *> ----- 건수/점수합 -----
       77  Det-Ctr           PIC 9(5)    VALUE 0.
       77  Gone-Ctr          PIC 9(5)    VALUE 0.
       77  Hash-Sum          PIC 9(8)    VALUE 0.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "SCOREXP"        TO AL-Program
           MOVE "SCOREXP 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Term-Id FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Term-Id
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT Resend-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Resend-X
           END-ACCEPT
           IF Resend-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(Resend-X) NOT = 0
                   DISPLAY "** 재전송 일련번호 숫자 아님 : "
                           Resend-X
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(Resend-X) TO Resend-Seq
           END-IF
           PERFORM LoadCfg-P
           IF School-Id = SPACES
               DISPLAY "** 학교 번호 없음 - EXPCFG.DAT 확인"
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LatestTerm-P
           IF Term-Id = SPACES
               MOVE Latest-Term TO Term-Id
           END-IF
           IF Term-Id NOT = Latest-Term
               MOVE 'Y' TO From-Hist
           END-IF
           PERFORM CheckLog-P
           IF RETURN-CODE > 4
               GO TO Keut-P
           END-IF
           PERFORM LoadMoves-P
           OPEN OUTPUT Out-File
           IF Out-Status NOT = '00'
               DISPLAY "** 내보내기 파일 열기 실패 : "
                       Out-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM WriteHdr-P
           IF From-Hist = 'Y'
               PERFORM SendHist-P
           ELSE
               PERFORM SendRes-P
           END-IF
           IF RETURN-CODE > 8
               CLOSE Out-File
               GO TO Keut-P
           END-IF
           PERFORM WriteTrl-P
           CLOSE Out-File
           IF Det-Ctr = 0
               DISPLAY "** 결과 행 없음 - 빈 파일"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WriteLog-P
           DISPLAY "학기 " Term-Id " 일련 " Send-Seq
                   " 구분 " Send-Kind
           DISPLAY "명세 " Det-Ctr " 건 (전출 " Gone-Ctr
                   ")  점수합 " Hash-Sum
           GO TO Keut-P.

       SendRes-P.
           OPEN INPUT StudRes-File
           IF RS-Status NOT = '00'
               DISPLAY "** 결과 파일 열기 실패 : " RS-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudRes-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM WriteDet-P
               END-READ
           END-PERFORM
           CLOSE StudRes-File.

       SendHist-P.
          *> 지난 학기는 이력의 결과 부분이 STUDRES 행과
          *> 같은 배치이므로 그대로 옮겨 보낸다
           OPEN INPUT TermHist-File
           IF TH-Status NOT = '00'
               DISPLAY "** 학기 이력 파일 열기 실패 : "
                       TH-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF TH-Term = Term-Id
                           MOVE TH-Result TO StudRes-Record
                           PERFORM WriteDet-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermHist-File.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       MOVE EC-School TO School-Id
               END-READ
               CLOSE Cfg-File
           END-IF.

       LatestTerm-P.
          *> 학기 꼬리표는 'YYYY-N' 모양이라 글자 비교로
          *> 가장 늦은 학기를 고를 수 있다
           OPEN INPUT TermHist-File
           IF TH-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ TermHist-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           IF TH-Term > Latest-Term
                               MOVE TH-Term TO Latest-Term
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TermHist-File
           END-IF
           IF Latest-Term = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO Latest-Term
           END-IF.

       CheckLog-P.
          *> 전송 기록에서 마지막 일련번호와 이 학기를 이미
          *> 보냈는지를 본다. 재전송이면 그 일련번호가 기록에
          *> 있고 학기가 같아야 한다
           MOVE 0 TO Last-Seq Sent-Seq
           MOVE 'N' TO Log-Found
           MOVE SPACES TO Log-Term
           OPEN INPUT Log-File
           IF Log-Status = '00'
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ Log-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           PERFORM NoteLog-P
                   END-READ
               END-PERFORM
               CLOSE Log-File
           END-IF
           IF Resend-Seq = 0
               IF Sent-Seq > 0
                   DISPLAY "** 학기 " Term-Id " 는 이미 보냄"
                           " (일련 " Sent-Seq ")"
                   DISPLAY "   다시 보내려면 2번 인자로"
                           " 일련번호를 준다"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               COMPUTE Send-Seq = Last-Seq + 1
               MOVE 'N' TO Send-Kind
               EXIT PARAGRAPH
           END-IF
           IF Log-Found = 'N'
               DISPLAY "** 보낸 기록에 없는 일련번호 : "
                       Resend-Seq
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF Log-Term NOT = Term-Id
               DISPLAY "** 일련 " Resend-Seq " 는 학기 " Log-Term
                       " 의 것 - 학기 " Term-Id " 아님"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE Resend-Seq TO Send-Seq
           MOVE 'R' TO Send-Kind.

       NoteLog-P.
           IF XL-Seq NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF XL-Seq > Last-Seq
               MOVE XL-Seq TO Last-Seq
           END-IF
           IF XL-Term = Term-Id AND XL-Kind = 'N'
               MOVE XL-Seq TO Sent-Seq
           END-IF
           IF XL-Seq = Resend-Seq AND XL-Kind = 'N'
               MOVE 'Y' TO Log-Found
               MOVE XL-Term TO Log-Term
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

       WriteHdr-P.
           MOVE SPACES TO Out-Line
           STRING "H,"         DELIMITED BY SIZE
                  School-Id    DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
                  Term-Id      DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
                  Send-Seq     DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Today-Date   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Send-Kind    DELIMITED BY SIZE
                  INTO Out-Line
           WRITE Out-Line.

       WriteDet-P.
          *> 이름/반 뒤의 빈칸은 떼고 보낸다
           MOVE RS-StudId TO MV-StudId
           PERFORM FindGone-P
           MOVE 'A' TO Stat-Code
           IF WD-Found = 'Y'
               IF WDT-Gone(WDx) = 'Y'
                   MOVE 'W' TO Stat-Code
                   ADD 1 TO Gone-Ctr
               END-IF
           END-IF
           MOVE RS-Avg TO Ed-Avg
           MOVE SPACES TO Out-Line
           MOVE 1 TO Out-Ptr
           STRING "D,"         DELIMITED BY SIZE
                  RS-StudId    DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  RS-Irum      DELIMITED BY "  "
                  ","          DELIMITED BY SIZE
                  RS-Ban       DELIMITED BY SPACE
                  ","          DELIMITED BY SIZE
                  INTO Out-Line WITH POINTER Out-Ptr
           STRING RS-GuGer     DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  RS-SanSu     DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  RS-Yeongeo   DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Ed-Avg       DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  RS-Grade     DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Stat-Code    DELIMITED BY SIZE
                  INTO Out-Line WITH POINTER Out-Ptr
           WRITE Out-Line
           ADD 1 TO Det-Ctr
           COMPUTE Hash-Sum = Hash-Sum
               + RS-GuGer + RS-SanSu + RS-Yeongeo.

       WriteTrl-P.
           MOVE SPACES TO Out-Line
           STRING "T,"         DELIMITED BY SIZE
                  Det-Ctr      DELIMITED BY SIZE
                  ","          DELIMITED BY SIZE
                  Hash-Sum     DELIMITED BY SIZE
                  INTO Out-Line
           WRITE Out-Line.

       WriteLog-P.
          *> 보낸 파일 한 벌마다 기록 한 줄을 덧붙인다
           MOVE SPACES TO Log-Record
           MOVE Send-Seq   TO XL-Seq
           MOVE Term-Id    TO XL-Term
           MOVE Today-Date TO XL-Date
           MOVE Det-Ctr    TO XL-Count
           MOVE Hash-Sum   TO XL-Hash
           MOVE Send-Kind  TO XL-Kind
           OPEN EXTEND Log-File
           IF Log-Status NOT = '00'
               OPEN OUTPUT Log-File
           END-IF
           WRITE Log-Record
           CLOSE Log-File.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "SCOREXP 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  " 일련="          DELIMITED BY SIZE
                  Send-Seq           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  Send-Kind          DELIMITED BY SIZE
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
