       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMSEAT.
       AUTHOR. YONEE.
       REMARKS. 시험 좌석 배정. 학생 원부(STUDMAST.DAT)의 재적
                학생을 학급 원부(CLASMAST.DAT)의 교실에 앉힌다.
                교실마다 행/열 수는 ROOMCAP.DAT(교실, 행, 열)에서
                받는다. STUDMOVE.DAT의 마지막 동작이 전출(W)인
                학생은 원부에 남아 있어도 뺀다. 같은 반 학생이
                앞뒤/좌우로 붙지 않게 교실 순서대로 한 자리씩
                남은 학생이 가장 많은 반부터 채우고, 붙일 수밖에
                없으면 빈자리로 둔다. 그렇게 남은 학생은 빈자리에
                옆 반이 다른 곳부터, 그래도 남으면 아무 빈자리에나
                '*' 표시를 붙여 앉힌다. 교실별 문 앞 게시용
                좌석표는 EXAMSEAT.RPT에, 반별 가나다순 자리 안내는
                EXAMBAN.RPT에 찍는다. 자리가 모자라 못 앉힌
                학생이 있으면 RC 8, '*' 좌석이나 용량이 없는
                교실이 있으면 RC 4다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           *> 학급 원부 - 반별 교실 코드
           SELECT ClasMast-File ASSIGN TO "CLASMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-Status.
           *> STUDMNT의 학생 이동 이력 - 전출자 제외용
           SELECT Move-File ASSIGN TO "STUDMOVE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Move-Status.
           *> 교실별 좌석 행/열 수
           SELECT Cap-File ASSIGN TO "ROOMCAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cap-Status.
           SELECT Chart-File ASSIGN TO "EXAMSEAT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Chart-Status.
           SELECT BanList-File ASSIGN TO "EXAMBAN.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BanList-Status.
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

       FD  ClasMast-File.
       01  ClasMast-Record.
           02  CL-Ban            PIC X(4).
           02  CL-Teacher        PIC X(10).
           02  CL-Room           PIC X(4).
           *> 학급 정원 - 빈칸/0이면 제한 없음 (PROMOTE 편성)
           02  CL-Cap            PIC 9(2).

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

       FD  Cap-File.
       01  Cap-Record.
           02  CP-Room           PIC X(4).
           02  FILLER            PIC X.
           02  CP-Rows           PIC 9(2).
           02  FILLER            PIC X.
           02  CP-Cols           PIC 9(2).

       FD  Chart-File.
       01  Chart-Line            PIC X(200).

       FD  BanList-File.
       01  BanList-Line          PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  SM-Status         PIC XX.
       77  CL-Status         PIC XX.
       77  Move-Status       PIC XX.
       77  Cap-Status        PIC XX.
       77  Chart-Status      PIC XX.
       77  BanList-Status    PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  RC-Disp           PIC 99      VALUE 0.

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

      *> ----- 좌석 배정 대상 학생 (반, 이름, ID 순) -----
       77  ST-Count          PIC 9(3)    VALUE 0.
       01  ST-Studs.
           02  ST-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON ST-Count
                        INDEXED BY STx.
               03  STT-Ban       PIC X(4).
               03  STT-Irum      PIC X(10).
               03  STT-Id        PIC 9(5).
               *> 배정된 교실 표 번호 - 0이면 아직 자리 없음
               03  STT-Room      PIC 9(2).
               03  STT-Row       PIC 9(2).
               03  STT-Col       PIC 9(2).
               *> '*'면 같은 반 옆자리를 피하지 못한 좌석
               03  STT-Near      PIC X.
       01  Hold-Stud             PIC X(26).
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.

      *> ----- 교실별 행/열 수 -----
       77  CP-Count          PIC 9(2)    VALUE 0.
       01  CP-Caps.
           02  CP-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON CP-Count
                        INDEXED BY CPx.
               03  CPT-Room      PIC X(4).
               03  CPT-Rows      PIC 9(2).
               03  CPT-Cols      PIC 9(2).

      *> ----- 시험 교실 (학급 원부 순서, 중복 제거) -----
       77  RM-Count          PIC 9(2)    VALUE 0.
       01  RM-Rooms.
           02  RM-Entry OCCURS 0 TO 50 TIMES
                        DEPENDING ON RM-Count
                        INDEXED BY RMx.
               03  RMT-Room      PIC X(4).
               03  RMT-Rows      PIC 9(2).
               03  RMT-Cols      PIC 9(2).
               03  RMT-Seated    PIC 9(4).
       77  Rx                PIC 9(2)    VALUE 0.
       77  Room-Found        PIC X       VALUE 'N'.
       77  NoCap-Ctr         PIC 9(2)    VALUE 0.
       *> 문 앞 좌석표 한 줄에 들어가는 열 수 한도
       77  Max-Cols          PIC 9(2)    VALUE 12.

      *> ----- 반별 남은 학생 (정렬된 학생 표 안의 구간) -----
       77  BN-Count          PIC 9(3)    VALUE 0.
       01  BN-Bans.
           02  BN-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON BN-Count
                        INDEXED BY BNx.
               03  BNT-Ban       PIC X(4).
               03  BNT-Next      PIC 9(3).
               03  BNT-Left      PIC 9(3).
       77  Bx                PIC 9(3)    VALUE 0.
       77  Best-Bx           PIC 9(3)    VALUE 0.
       77  Best-Left         PIC 9(3)    VALUE 0.

      *> ----- 교실 한 곳의 좌석 (학생 표 번호, 0=빈자리) -----
       01  Seat-Grid.
           02  GR-Row OCCURS 99 TIMES.
               03  GR-Seat OCCURS 12 TIMES PIC 9(3).
       77  Row-No            PIC 9(2)    VALUE 0.
       77  Col-No            PIC 9(2)    VALUE 0.
       77  Left-Ban          PIC X(4)    VALUE SPACES.
       77  Front-Ban         PIC X(4)    VALUE SPACES.
       77  Right-Ban         PIC X(4)    VALUE SPACES.
       77  Back-Ban          PIC X(4)    VALUE SPACES.
       77  Left-Total        PIC 9(3)    VALUE 0.
       *> 'S'=옆 반이 다른 빈자리만 'A'=아무 빈자리
       77  Fill-Mode         PIC X       VALUE 'S'.
       77  Near-Ctr          PIC 9(3)    VALUE 0.

      *> ----- 인쇄 편집 -----
       01  Room-Head.
           02  FILLER            PIC X(33)
               VALUE "=== 시험 좌석표 ===  교실 ".
           02  RH-Room           PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RH-Rows           PIC Z9.
           02  FILLER            PIC X(6)   VALUE "행 x ".
           02  RH-Cols           PIC Z9.
           02  FILLER            PIC X(13)
               VALUE "열   배정 ".
           02  RH-Seated         PIC ZZZ9.
           02  FILLER            PIC X(3)   VALUE "명".
       01  Grid-Line.
           02  GL-Row            PIC Z9.
           02  FILLER            PIC X(4)   VALUE "행 ".
           02  GL-Cell OCCURS 12 TIMES.
               03  GL-Irum       PIC X(10).
               03  FILLER        PIC X      VALUE SPACE.
               03  GL-Ban        PIC X(4).
               03  GL-Near       PIC X.
       01  Ban-Head.
           02  FILLER            PIC X(8)
               VALUE "=== 반 ".
           02  BH-Ban            PIC X(4).
           02  FILLER            PIC X(30)
               VALUE " 시험 자리 안내 ===".
       01  Ban-Line.
           02  BL-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BL-Id             PIC 9(5).
           02  FILLER            PIC X(10)  VALUE "  교실 ".
           02  BL-Room           PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BL-Row            PIC Z9.
           02  FILLER            PIC X(4)   VALUE "행 ".
           02  BL-Col            PIC Z9.
           02  FILLER            PIC X(3)   VALUE "열".
           02  BL-Near           PIC X.
       01  NoSeat-Line.
           02  NS-Irum           PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  NS-Id             PIC 9(5).
           02  FILLER            PIC X(20)
               VALUE "  ** 좌석 없음".
       77  Cur-Ban           PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "EXAMSEAT"       TO AL-Program
           MOVE "EXAMSEAT 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM LoadMoves-P
           PERFORM LoadStudents-P
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           IF ST-Count = 0
               DISPLAY "** 좌석을 배정할 재적 학생 없음"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadCaps-P
           PERFORM LoadRooms-P
           IF RM-Count = 0
               DISPLAY "** 행/열 수가 있는 시험 교실 없음"
                       " - 처리 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM SortStud-P
           PERFORM BuildBans-P
           MOVE ST-Count TO Left-Total
           PERFORM SeatRoom-P
               VARYING Rx FROM 1 BY 1
               UNTIL Rx > RM-Count OR Left-Total = 0
          *> 반을 떼어 놓느라 비워 둔 자리에 남은 학생을 앉힌다
           MOVE 'S' TO Fill-Mode
           PERFORM FillRoom-P
               VARYING Rx FROM 1 BY 1
               UNTIL Rx > RM-Count OR Left-Total = 0
           MOVE 'A' TO Fill-Mode
           PERFORM FillRoom-P
               VARYING Rx FROM 1 BY 1
               UNTIL Rx > RM-Count OR Left-Total = 0
           OPEN OUTPUT Chart-File
           IF Chart-Status NOT = '00'
               DISPLAY "** 좌석표 열기 실패 : " Chart-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           OPEN OUTPUT BanList-File
           IF BanList-Status NOT = '00'
               DISPLAY "** 반별 안내 열기 실패 : "
                       BanList-Status
               CLOSE Chart-File
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM PrintRoom-P
               VARYING Rx FROM 1 BY 1 UNTIL Rx > RM-Count
           PERFORM PrintBans-P
           CLOSE Chart-File
           CLOSE BanList-File
           IF Near-Ctr > 0 OR NoCap-Ctr > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF Left-Total > 0
               DISPLAY "** 좌석 부족 - 못 앉힌 학생 : "
                       Left-Total
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "좌석 배정 학생 : " ST-Count
                   "  전출 제외 : " Gone-Ctr
           DISPLAY "같은 반 옆자리(*) : " Near-Ctr
           GO TO Keut-P.

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
           MOVE 0         TO STT-Room(ST-Count)
           MOVE 0         TO STT-Row(ST-Count)
           MOVE 0         TO STT-Col(ST-Count)
           MOVE SPACE     TO STT-Near(ST-Count).

       LoadCaps-P.
           OPEN INPUT Cap-File
           IF Cap-Status NOT = '00'
               DISPLAY "** 교실 용량 파일 없음 : " Cap-Status
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Cap-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM AddCap-P
               END-READ
           END-PERFORM
           CLOSE Cap-File.

       AddCap-P.
           IF CP-Rows NOT NUMERIC OR CP-Cols NOT NUMERIC
              OR CP-Rows = 0 OR CP-Cols = 0
              OR CP-Cols > Max-Cols
               DISPLAY "** 교실 용량 행/열 오류 - 제외 : "
                       Cap-Record
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF CP-Count < 50
               ADD 1 TO CP-Count
               MOVE CP-Room TO CPT-Room(CP-Count)
               MOVE CP-Rows TO CPT-Rows(CP-Count)
               MOVE CP-Cols TO CPT-Cols(CP-Count)
           END-IF.

       LoadRooms-P.
          *> 학급 원부에 나온 교실을 순서대로 한 번씩 받는다
           OPEN INPUT ClasMast-File
           IF CL-Status NOT = '00'
               DISPLAY "** 학급 원부 열기 실패 : " CL-Status
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ClasMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF CL-Room NOT = SPACES
                           PERFORM AddRoom-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClasMast-File.

       AddRoom-P.
           MOVE 'N' TO Room-Found
           IF RM-Count > 0
               SET RMx TO 1
               SEARCH RM-Entry
                   AT END CONTINUE
                   WHEN RMT-Room(RMx) = CL-Room
                       MOVE 'Y' TO Room-Found
               END-SEARCH
           END-IF
           IF Room-Found = 'Y' OR RM-Count >= 50
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Room-Found
           IF CP-Count > 0
               SET CPx TO 1
               SEARCH CP-Entry
                   AT END CONTINUE
                   WHEN CPT-Room(CPx) = CL-Room
                       MOVE 'Y' TO Room-Found
               END-SEARCH
           END-IF
           IF Room-Found = 'N'
               DISPLAY "** 행/열 수 없는 교실 - 제외 : "
                       CL-Room
               ADD 1 TO NoCap-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RM-Count
           MOVE CL-Room      TO RMT-Room(RM-Count)
           MOVE CPT-Rows(CPx) TO RMT-Rows(RM-Count)
           MOVE CPT-Cols(CPx) TO RMT-Cols(RM-Count)
           MOVE 0            TO RMT-Seated(RM-Count).

       SortStud-P.
          *> 반, 이름, ID 순 - 반 안에서 가나다순으로 앉히고
          *> 반별 안내도 그 순서로 찍는다. 500명 한도라
          *> 버블 정렬로 충분하다.
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

       BuildBans-P.
          *> 정렬된 학생 표에서 반마다 첫 학생과 인원을 잡는다
           MOVE 0 TO BN-Count
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF BN-Count = 0
                  OR STT-Ban(Ix) NOT = BNT-Ban(BN-Count)
                   IF BN-Count < 100
                       ADD 1 TO BN-Count
                       MOVE STT-Ban(Ix) TO BNT-Ban(BN-Count)
                       MOVE Ix          TO BNT-Next(BN-Count)
                       MOVE 0           TO BNT-Left(BN-Count)
                   END-IF
               END-IF
               ADD 1 TO BNT-Left(BN-Count)
           END-PERFORM.

       SeatRoom-P.
          *> 앞에서부터 한 자리씩 - 왼쪽과 앞자리의 반을 피해
          *> 남은 학생이 가장 많은 반에서 다음 학생을 앉힌다
           MOVE ZEROS TO Seat-Grid
           PERFORM VARYING Row-No FROM 1 BY 1
                   UNTIL Row-No > RMT-Rows(Rx) OR Left-Total = 0
               PERFORM VARYING Col-No FROM 1 BY 1
                       UNTIL Col-No > RMT-Cols(Rx)
                          OR Left-Total = 0
                   PERFORM Neighbours-P
                   PERFORM PickBan-P
                   IF Best-Bx > 0
                       MOVE BNT-Next(Best-Bx) TO Ix
                       ADD 1 TO BNT-Next(Best-Bx)
                       SUBTRACT 1 FROM BNT-Left(Best-Bx)
                       PERFORM TakeSeat-P
                   END-IF
               END-PERFORM
           END-PERFORM.

       PickBan-P.
           MOVE 0 TO Best-Bx
           MOVE 0 TO Best-Left
           PERFORM VARYING Bx FROM 1 BY 1 UNTIL Bx > BN-Count
               IF BNT-Left(Bx) > Best-Left
                  AND BNT-Ban(Bx) NOT = Left-Ban
                  AND BNT-Ban(Bx) NOT = Front-Ban
                  AND BNT-Ban(Bx) NOT = Right-Ban
                  AND BNT-Ban(Bx) NOT = Back-Ban
                   MOVE Bx           TO Best-Bx
                   MOVE BNT-Left(Bx) TO Best-Left
               END-IF
           END-PERFORM.

       Neighbours-P.
          *> 이 자리의 앞뒤/좌우에 앉은 학생의 반
           MOVE SPACES TO Left-Ban Front-Ban Right-Ban Back-Ban
           IF Col-No > 1
               IF GR-Seat(Row-No, Col-No - 1) > 0
                   MOVE STT-Ban(GR-Seat(Row-No, Col-No - 1))
                       TO Left-Ban
               END-IF
           END-IF
           IF Row-No > 1
               IF GR-Seat(Row-No - 1, Col-No) > 0
                   MOVE STT-Ban(GR-Seat(Row-No - 1, Col-No))
                       TO Front-Ban
               END-IF
           END-IF
           IF Col-No < RMT-Cols(Rx)
               IF GR-Seat(Row-No, Col-No + 1) > 0
                   MOVE STT-Ban(GR-Seat(Row-No, Col-No + 1))
                       TO Right-Ban
               END-IF
           END-IF
           IF Row-No < RMT-Rows(Rx)
               IF GR-Seat(Row-No + 1, Col-No) > 0
                   MOVE STT-Ban(GR-Seat(Row-No + 1, Col-No))
                       TO Back-Ban
               END-IF
           END-IF.

       TakeSeat-P.
           MOVE Rx     TO STT-Room(Ix)
           MOVE Row-No TO STT-Row(Ix)
           MOVE Col-No TO STT-Col(Ix)
           MOVE Ix     TO GR-Seat(Row-No, Col-No)
           ADD 1 TO RMT-Seated(Rx)
           SUBTRACT 1 FROM Left-Total.

       LoadGrid-P.
          *> 이미 앉힌 학생으로 이 교실 좌석을 다시 짠다
           MOVE ZEROS TO Seat-Grid
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Room(Ix) = Rx
                   MOVE Ix TO GR-Seat(STT-Row(Ix), STT-Col(Ix))
               END-IF
           END-PERFORM.

       FillRoom-P.
           PERFORM LoadGrid-P
           PERFORM VARYING Row-No FROM 1 BY 1
                   UNTIL Row-No > RMT-Rows(Rx) OR Left-Total = 0
               PERFORM VARYING Col-No FROM 1 BY 1
                       UNTIL Col-No > RMT-Cols(Rx)
                          OR Left-Total = 0
                   IF GR-Seat(Row-No, Col-No) = 0
                       PERFORM FillSeat-P
                   END-IF
               END-PERFORM
           END-PERFORM.

       FillSeat-P.
          *> 아직 자리 없는 학생 중 첫 사람 - 'S'면 앞뒤/좌우에
          *> 같은 반이 없는 학생만
           PERFORM Neighbours-P
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > ST-Count
               IF STT-Room(Kx) = 0
                   IF Fill-Mode = 'A'
                      OR (STT-Ban(Kx) NOT = Left-Ban
                          AND STT-Ban(Kx) NOT = Front-Ban
                          AND STT-Ban(Kx) NOT = Right-Ban
                          AND STT-Ban(Kx) NOT = Back-Ban)
                       MOVE Kx TO Ix
                       MOVE ST-Count TO Kx
                       PERFORM TakeSeat-P
                       IF STT-Ban(Ix) = Left-Ban
                          OR STT-Ban(Ix) = Front-Ban
                          OR STT-Ban(Ix) = Right-Ban
                          OR STT-Ban(Ix) = Back-Ban
                           MOVE '*' TO STT-Near(Ix)
                           ADD 1 TO Near-Ctr
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PrintRoom-P.
          *> 교실 한 곳 = 문 앞에 붙일 좌석표 한 장
           PERFORM LoadGrid-P
           MOVE SPACES TO Chart-Line
           WRITE Chart-Line
           MOVE RMT-Room(Rx)   TO RH-Room
           MOVE RMT-Rows(Rx)   TO RH-Rows
           MOVE RMT-Cols(Rx)   TO RH-Cols
           MOVE RMT-Seated(Rx) TO RH-Seated
           MOVE Room-Head TO Chart-Line
           WRITE Chart-Line
           MOVE "      ( 앞 - 감독석 )" TO Chart-Line
           WRITE Chart-Line
           PERFORM VARYING Row-No FROM 1 BY 1
                   UNTIL Row-No > RMT-Rows(Rx)
               MOVE SPACES TO Grid-Line
               MOVE Row-No TO GL-Row
               PERFORM VARYING Col-No FROM 1 BY 1
                       UNTIL Col-No > RMT-Cols(Rx)
                   PERFORM GridCell-P
               END-PERFORM
               MOVE Grid-Line TO Chart-Line
               WRITE Chart-Line
           END-PERFORM
           IF Near-Ctr > 0
               MOVE "* 같은 반 옆자리 (좌석 부족)"
                   TO Chart-Line
               WRITE Chart-Line
           END-IF.

       GridCell-P.
           MOVE GR-Seat(Row-No, Col-No) TO Ix
           IF Ix = 0
               MOVE "(빈칸)" TO GL-Irum(Col-No)
           ELSE
               MOVE STT-Irum(Ix) TO GL-Irum(Col-No)
               MOVE STT-Ban(Ix)  TO GL-Ban(Col-No)
               MOVE STT-Near(Ix) TO GL-Near(Col-No)
           END-IF.

       PrintBans-P.
          *> 학생 표가 이미 반, 이름 순이다
           MOVE HIGH-VALUES TO Cur-Ban
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Ban(Ix) NOT = Cur-Ban
                   MOVE STT-Ban(Ix) TO Cur-Ban
                   MOVE SPACES TO BanList-Line
                   WRITE BanList-Line
                   MOVE Cur-Ban TO BH-Ban
                   MOVE Ban-Head TO BanList-Line
                   WRITE BanList-Line
               END-IF
               PERFORM BanLine-P
           END-PERFORM.

       BanLine-P.
           IF STT-Room(Ix) = 0
               MOVE STT-Irum(Ix) TO NS-Irum
               MOVE STT-Id(Ix)   TO NS-Id
               MOVE NoSeat-Line TO BanList-Line
           ELSE
               MOVE STT-Irum(Ix) TO BL-Irum
               MOVE STT-Id(Ix)   TO BL-Id
               MOVE RMT-Room(STT-Room(Ix)) TO BL-Room
               MOVE STT-Row(Ix)  TO BL-Row
               MOVE STT-Col(Ix)  TO BL-Col
               MOVE STT-Near(Ix) TO BL-Near
               MOVE Ban-Line TO BanList-Line
           END-IF
           WRITE BanList-Line.

       Keut-P.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "EXAMSEAT 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  " 미배정="        DELIMITED BY SIZE
                  Left-Total         DELIMITED BY SIZE
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
