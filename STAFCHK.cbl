       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFCHK.
       AUTHOR. YONEE.
       REMARKS. 교사 배정 검증. 학급 원부(CLASMAST.DAT)의 담임과
                과목 교사 배정(SUBJTCHR.DAT)의 교사 이름을
                교직원 원부(STAFMAST.DAT, STAFMNT 관리)의 교사
                이름으로 찾아, 원부에 없는 교사, 퇴직한 교사,
                비어 있는 담임/교사 칸을 STAFCHK.RPT에 찍는다.
                하나라도 걸리면 RC 4 - 야간 체인은 경고만 내고
                JARYO로 넘어간다. 교직원 원부를 아직 반입하지
                않았으면 검증 없이 RC 4로 넘어간다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Staff-File ASSIGN TO "STAFMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Staff-Status.
           SELECT ClasMast-File ASSIGN TO "CLASMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-Status.
           SELECT SubjTchr-File ASSIGN TO "SUBJTCHR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SJ-Status.
           SELECT Rpt-File ASSIGN TO "STAFCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Staff-File.
       COPY "STAFREC.cbl".

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
           *> 'G'=국어 'S'=산수 'Y'=영어
           02  SJ-Subj           PIC X.
           02  FILLER            PIC X.
           02  SJ-Teacher        PIC X(10).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Staff-Status      PIC XX.
       77  CL-Status         PIC XX.
       77  SJ-Status         PIC XX.
       77  Rpt-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.

      *> ----- 교직원 원부 테이블 -----
       77  SF-Count          PIC 9(3)    VALUE 0.
       01  SF-Table.
           02  SF-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON SF-Count
                        INDEXED BY SFx.
               03  SFT-Id        PIC 9(4).
               03  SFT-Teacher   PIC X(10).
               03  SFT-Status    PIC X.
               03  SFT-EndDate   PIC 9(8).

      *> ----- 검증 작업영역 -----
       77  Work-Teacher      PIC X(10)   VALUE SPACES.
       77  Check-Ctr         PIC 9(4)    VALUE 0.
       77  Flag-Ctr          PIC 9(4)    VALUE 0.
       77  RC-Disp           PIC 9(4)    VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Chk-Detail.
           02  CD-What           PIC X(8).
           02  FILLER            PIC X       VALUE SPACE.
           02  CD-Ban            PIC X(4).
           02  FILLER            PIC X       VALUE SPACE.
           02  CD-Subj           PIC X.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  CD-Teacher        PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  CD-Why            PIC X(28).
           02  CD-Date           PIC X(8).
       01  Chk-Total.
           02  FILLER            PIC X(16)   VALUE "검사 건수 :".
           02  CT-Check          PIC ZZZ9.
           02  FILLER            PIC X(18)   VALUE "   걸린 건수 :".
           02  CT-Flag           PIC ZZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "STAFCHK"        TO AL-Program
           MOVE "STAFCHK 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadStaff-P
           IF SF-Count = 0
               DISPLAY "** 교직원 원부 없음"
                       " - STAFMNT로 반입"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE "=== 교사 배정 검증 ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "구분     반   과  교사        사유" TO Rpt-Line
           WRITE Rpt-Line
           PERFORM CheckClas-P
           PERFORM CheckSubj-P
           IF Flag-Ctr = 0
               MOVE "걸린 배정 없음" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           MOVE Check-Ctr TO CT-Check
           MOVE Flag-Ctr  TO CT-Flag
           MOVE Chk-Total TO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
           DISPLAY "검사 " Check-Ctr " 건, 걸린 배정 "
                   Flag-Ctr " 건"
           IF Flag-Ctr > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GO TO Keut-P.

       LoadStaff-P.
           OPEN INPUT Staff-File
           IF Staff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Staff-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF SF-Count < 300
                           ADD 1 TO SF-Count
                           SET SFx TO SF-Count
                           MOVE SF-Id       TO SFT-Id(SFx)
                           MOVE SF-Teacher  TO SFT-Teacher(SFx)
                           MOVE SF-Status   TO SFT-Status(SFx)
                           MOVE SF-EndDate  TO SFT-EndDate(SFx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Staff-File.

       CheckClas-P.
          *> 반마다 담임 한 명 - 학급 원부가 없으면 건너뛴다
           OPEN INPUT ClasMast-File
           IF CL-Status NOT = '00'
               MOVE "학급 원부 없음 - 담임 검증 생략"
                   TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ClasMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE SPACES     TO Chk-Detail
                       MOVE "담임"     TO CD-What
                       MOVE CL-Ban     TO CD-Ban
                       MOVE CL-Teacher TO Work-Teacher
                       PERFORM CheckOne-P
               END-READ
           END-PERFORM
           CLOSE ClasMast-File.

       CheckSubj-P.
           OPEN INPUT SubjTchr-File
           IF SJ-Status NOT = '00'
               MOVE "과목 교사 배정 없음 - 배정 검증 생략"
                   TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ SubjTchr-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE SPACES     TO Chk-Detail
                       MOVE "과목"     TO CD-What
                       MOVE SJ-Ban     TO CD-Ban
                       MOVE SJ-Subj    TO CD-Subj
                       MOVE SJ-Teacher TO Work-Teacher
                       PERFORM CheckOne-P
               END-READ
           END-PERFORM
           CLOSE SubjTchr-File.

       CheckOne-P.
          *> 교사 이름 하나를 원부에서 찾는다 - 같은 이름이
          *> 퇴직자와 재직자에 다 있으면 재직자가 이긴다
           ADD 1 TO Check-Ctr
           MOVE Work-Teacher TO CD-Teacher
           IF Work-Teacher = SPACES
               MOVE "교사 칸 비어 있음" TO CD-Why
               PERFORM WriteFlag-P
               EXIT PARAGRAPH
           END-IF
           SET SFx TO 1
           SEARCH SF-Entry
               AT END CONTINUE
               WHEN SFT-Teacher(SFx) = Work-Teacher
                    AND SFT-Status(SFx) NOT = 'L'
                   EXIT PARAGRAPH
           END-SEARCH
           SET SFx TO 1
           SEARCH SF-Entry
               AT END
                   MOVE "교직원 원부에 없음" TO CD-Why
               WHEN SFT-Teacher(SFx) = Work-Teacher
                   MOVE "퇴직 교사 - 퇴직일" TO CD-Why
                   MOVE SFT-EndDate(SFx) TO CD-Date
           END-SEARCH
           PERFORM WriteFlag-P.

       WriteFlag-P.
           ADD 1 TO Flag-Ctr
           MOVE Chk-Detail TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "STAFCHK 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
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
