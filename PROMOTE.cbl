                (NEXTJARY.DAT, 점수는 0으로 비움)과 진급
                대장(PROMREG.RPT)을 만든다. 최종 JARYO
                실행 뒤 연 1회 단독으로 돈다.
                1번 인자가 'B'면 반 편성 균형 방식이다 -
                진급생을 옛 반 그대로 올리지 않고 학급 원부
                (CLASMAST.DAT)의 내년 학년 반들에 다시 나눈다.
                유급생은 제 반에 그대로 두고, 진급생은 평균이
                높은 학생부터 인원이 가장 적은 반에, 같으면
                같은 성별이 적은 반, 같은 편성 표시(STUDMAST
                .DAT)가 적은 반, 평균 합이 낮은 반 순으로
                넣는다. 학급 정원(CL-Cap)을 넘기지 않고, 제약
                파일(PROMCONS.DAT - 'T' 함께 두기, 'A' 떼어
                놓기)을 지킨다 - 함께 둘 학생은 한 묶음으로
                먼저 넣는다. 못 지킨 제약이나 정원 초과는
                '*'로 표시하고 RC 4다. 학급 원부에 내년 반이
                없는 학년은 예전처럼 첫 자리만 올린다. 편성
                전(첫 자리만 올린 경우)과 편성 후의 반별
                인원/성별/표시/평균을 교장 결재용 PROMBAL.RPT
                에 찍는다. 결재 전에는 NEXTJARY.DAT를 JaRyo
                .DAT로 옮기지 않는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Reg-File ASSIGN TO "PROMREG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           *> 이하 반 편성 균형 방식에서만 쓴다
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           SELECT ClasMast-File ASSIGN TO "CLASMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CL-Status.
           SELECT Cons-File ASSIGN TO "PROMCONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-Status.
           SELECT Bal-File ASSIGN TO "PROMBAL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  Reg-File.
       01  Reg-Line              PIC X(70).

       FD  StudMast-File.
       01  StudMast-Record.
           02  SM-StudId         PIC 9(5).
           02  SM-Irum           PIC X(10).
           02  SM-Ban            PIC X(4).
           02  SM-Guardian       PIC X(10).
           02  SM-GAddr          PIC X(30).
           02  SM-GPostal        PIC X(6).
           *> 'M'=남 'F'=여, 옛 행은 빈칸
           02  SM-Gender         PIC X.
           *> 반마다 고루 나눌 편성 표시 - 빈칸=없음
           02  SM-Attr           PIC X.

       FD  ClasMast-File.
       01  ClasMast-Record.
           02  CL-Ban            PIC X(4).
           02  CL-Teacher        PIC X(10).
           02  CL-Room           PIC X(4).
           *> 학급 정원 - 빈칸/0이면 제한 없음
           02  CL-Cap            PIC 9(2).

       FD  Cons-File.
       01  Cons-Record.
           *> 'T'=함께 두기 'A'=떼어 놓기
           02  PC-Type           PIC X.
           02  FILLER            PIC X.
           02  PC-Id1            PIC 9(5).
           02  FILLER            PIC X.
           02  PC-Id2            PIC 9(5).

       FD  Bal-File.
       01  Bal-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  NY-Status         PIC XX.
       77  Reg-Status        PIC XX.
       77  Res-Eof           PIC X       VALUE 'N'.
       77  SM-Status         PIC XX.
       77  CL-Status         PIC XX.
       77  PC-Status         PIC XX.
       77  Bal-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Run-Mode          PIC X       VALUE SPACE.
       77  Today-Date        PIC 9(8)    VALUE 0.

      *> ----- 진급 판정 -----
       77  Fail-Subjects     PIC 9       VALUE 0.
       77  Hold-Ctr          PIC 9(4)    VALUE 0.
       77  Grad-Ctr          PIC 9(4)    VALUE 0.

      *> ----- 반 편성 균형 - 학생 표 -----
       77  ST-Count          PIC 9(3)    VALUE 0.
       01  ST-Table.
           02  ST-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON ST-Count
                        INDEXED BY STx.
               03  STT-Id        PIC 9(5).
               03  STT-Irum      PIC X(10).
               03  STT-OldBan    PIC X(4).
               *> 첫 자리만 올린 반 (편성 전)
               03  STT-BumpBan   PIC X(4).
               03  STT-NewBan    PIC X(4).
               03  STT-Disp      PIC X.
               03  STT-Avg       PIC 999V9.
               03  STT-Gender    PIC X.
               03  STT-Attr      PIC X.
               *> 'Y'면 반 편성 대상 진급생
               03  STT-Pool      PIC X.
               03  STT-Placed    PIC X.
               *> 함께 두기 묶음 번호와 묶음 인원
               03  STT-Group     PIC 9(3).
               03  STT-GSize     PIC 9(3).
               *> 유급생과 함께 둘 때 그 반의 표 번호
               03  STT-Force     PIC 9(2).
               *> '*'면 제약이나 정원을 못 지켰다
               03  STT-Flag      PIC X.

      *> ----- 반 편성 균형 - 내년 반 표 (학급 원부) -----
       77  BN-Count          PIC 9(2)    VALUE 0.
       01  BN-Table.
           02  BN-Entry OCCURS 0 TO 60 TIMES
                        DEPENDING ON BN-Count
                        INDEXED BY BNx.
               03  BNT-Ban       PIC X(4).
               03  BNT-Cap       PIC 9(2).
               03  BNT-Head      PIC 9(3).
               03  BNT-Male      PIC 9(3).
               03  BNT-Female    PIC 9(3).
               03  BNT-Attr      PIC 9(3).
               03  BNT-Sum       PIC 9(6)V9.
       01  Hold-Ban              PIC X(25).
      *> 편성 전 모양 - 첫 자리만 올린 반 코드별
       77  BF-Count          PIC 9(2)    VALUE 0.
       01  BF-Table.
           02  BF-Entry OCCURS 0 TO 60 TIMES
                        DEPENDING ON BF-Count
                        INDEXED BY BFx.
               03  BFT-Ban       PIC X(4).
               03  BFT-Cap       PIC 9(2).
               03  BFT-Head      PIC 9(3).
               03  BFT-Male      PIC 9(3).
               03  BFT-Female    PIC 9(3).
               03  BFT-Attr      PIC 9(3).
               03  BFT-Sum       PIC 9(6)V9.

      *> ----- 반 편성 균형 - 제약 -----
       77  CN-Count          PIC 9(3)    VALUE 0.
       01  CN-Table.
           02  CN-Entry OCCURS 0 TO 200 TIMES
                        DEPENDING ON CN-Count
                        INDEXED BY CNx.
               03  CNT-Type      PIC X.
               03  CNT-Id1       PIC 9(5).
               03  CNT-Id2       PIC 9(5).
               *> 학생 표 번호 - 0이면 명단에 없음
               03  CNT-Ix1       PIC 9(3).
               03  CNT-Ix2       PIC 9(3).
               *> 'O'=지킴 'X'=못 지킴 'M'=명단에 없음
               *> 'S'=편성 대상 아님(다른 학년/졸업)
               03  CNT-Stat      PIC X.

      *> ----- 반 편성 균형 - 작업영역 -----
       77  Ix                PIC 9(3)    VALUE 0.
       77  Kx                PIC 9(3)    VALUE 0.
       77  Bx                PIC 9(2)    VALUE 0.
       77  Pick-Ix           PIC 9(3)    VALUE 0.
       77  Best-Bx           PIC 9(2)    VALUE 0.
       77  Grp-No            PIC 9(3)    VALUE 0.
       77  Old-Grp           PIC 9(3)    VALUE 0.
       77  Grp-Size          PIC 9(3)    VALUE 0.
       77  Grp-Force         PIC 9(2)    VALUE 0.
       77  Grade-Char        PIC X       VALUE SPACE.
       77  Apart-Hit         PIC X       VALUE 'N'.
       77  Left-Ctr          PIC 9(3)    VALUE 0.
       77  Flag-Ctr          PIC 9(3)    VALUE 0.
       77  Bump-Ctr          PIC 9(3)    VALUE 0.
       77  Sort-Swapped      PIC X       VALUE 'N'.
       77  Id-Work           PIC 9(5)    VALUE 0.
       77  Ix-Work           PIC 9(3)    VALUE 0.
      *> 후보 반과 지금까지 가장 나은 반의 비교 열쇠 -
      *> 인원, 같은 성별 수, 같은 표시 수, 평균 합 순서
       01  Cand-Key.
           02  CK-Head           PIC 9(3).
           02  CK-Gender         PIC 9(3).
           02  CK-Attr           PIC 9(3).
           02  CK-Sum            PIC 9(6)V9.
       01  Best-Key.
           02  BK-Head           PIC 9(3).
           02  BK-Gender         PIC 9(3).
           02  BK-Attr           PIC 9(3).
           02  BK-Sum            PIC 9(6)V9.

      *> ----- 균형 보고 작업영역 -----
       01  Stat-Work.
           02  SW-Ban            PIC X(4).
           02  SW-Cap            PIC 9(2).
           02  SW-Head           PIC 9(3).
           02  SW-Male           PIC 9(3).
           02  SW-Female         PIC 9(3).
           02  SW-Attr           PIC 9(3).
           02  SW-Sum            PIC 9(6)V9.
       77  Cur-Grade         PIC X       VALUE SPACE.
       77  Avg-Work          PIC 999V9   VALUE 0.
       77  Avg-Max           PIC 999V9   VALUE 0.
       77  Avg-Min           PIC 999V9   VALUE 0.
       77  Head-Max          PIC 9(3)    VALUE 0.
       77  Head-Min          PIC 9(3)    VALUE 0.
       77  Spread-Work       PIC 999V9   VALUE 0.
       77  Head-Spread       PIC 9(3)    VALUE 0.
       01  Bal-Detail.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Ban            PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Head           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Male           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Female         PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Attr           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Avg            PIC ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  BD-Cap            PIC Z9.
           02  FILLER            PIC X      VALUE SPACE.
           02  BD-Over           PIC X(16).
       01  Spread-Line.
           02  FILLER            PIC X(8)   VALUE SPACES.
           02  FILLER            PIC X(17)
               VALUE "인원 차 : ".
           02  SP-Head           PIC ZZ9.
           02  FILLER            PIC X(18)
               VALUE "   평균 차 : ".
           02  SP-Avg            PIC ZZ9.9.

      *> ----- 대장 인쇄 편집 -----
       01  Reg-Detail.
           02  RG-Irum           PIC X(10).
           02  RG-NewBan         PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RG-What           PIC X(8).
           02  RG-Flag           PIC X      VALUE SPACE.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE "PROMOTE 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Run-Mode FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACE TO Run-Mode
           END-ACCEPT
           OPEN INPUT StudRes-File
           IF RS-Status NOT = '00'
               DISPLAY "** 결과 파일 열기 실패 : " RS-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           IF Run-Mode = 'B' OR Run-Mode = 'b'
               MOVE "=== 진급 대장 (반 편성 균형) ==="
                   TO Reg-Line
               WRITE Reg-Line
               PERFORM Balance-P
           ELSE
               MOVE "=== 진급 대장 ===" TO Reg-Line
               WRITE Reg-Line
               PERFORM ReadRes-P UNTIL Res-Eof = 'Y'
           END-IF
           MOVE SPACES TO Reg-Line
           WRITE Reg-Line
           MOVE SPACES TO Reg-Line
           MOVE RS-StudId TO NY-StudId
           WRITE NextYr-Record.

       Balance-P.
          *> 결과 전체를 학생 표에 싣고 판정한 뒤 내년 반을
          *> 다시 나누고, 대장과 내년 섹션 파일은 표에서 쓴다
           PERFORM LoadClas-P
           PERFORM UNTIL Res-Eof = 'Y'
               READ StudRes-File
                   AT END MOVE 'Y' TO Res-Eof
                   NOT AT END
                       PERFORM Judge-P
                       PERFORM AddStud-P
               END-READ
           END-PERFORM
           IF RETURN-CODE > 8
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadGender-P
           PERFORM SetPool-P
           PERFORM LoadCons-P
           PERFORM MakeGroups-P
           PERFORM BuildBefore-P
           PERFORM PickNext-P
           PERFORM UNTIL Pick-Ix = 0
               PERFORM PlaceGroup-P
               PERFORM PickNext-P
           END-PERFORM
           PERFORM CheckCons-P
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               MOVE STT-Irum(Ix)   TO RS-Irum
               MOVE STT-OldBan(Ix) TO RS-Ban
               MOVE STT-Id(Ix)     TO RS-StudId
               MOVE STT-NewBan(Ix) TO New-Ban
               MOVE STT-Disp(Ix)   TO Disp-Code
               MOVE STT-Flag(Ix)   TO RG-Flag
               PERFORM Dispose-P
           END-PERFORM
           MOVE SPACE TO RG-Flag
           PERFORM BalReport-P
           IF Flag-Ctr > 0 OR Bump-Ctr > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "편성 " Left-Ctr " 명, 첫 자리만 올림 "
                   Bump-Ctr " 명, 표시 " Flag-Ctr " 명".

       AddStud-P.
           IF ST-Count >= 500
               DISPLAY "** 학생 표 한도(500) 초과"
                       " - 편성 중단"
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO Res-Eof
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ST-Count
           SET STx TO ST-Count
           MOVE RS-StudId TO STT-Id(STx)
           MOVE RS-Irum   TO STT-Irum(STx)
           MOVE RS-Ban    TO STT-OldBan(STx)
           MOVE New-Ban   TO STT-BumpBan(STx)
           MOVE New-Ban   TO STT-NewBan(STx)
           MOVE Disp-Code TO STT-Disp(STx)
           MOVE RS-Avg    TO STT-Avg(STx)
           MOVE SPACE     TO STT-Gender(STx) STT-Attr(STx)
           MOVE 'N'       TO STT-Pool(STx) STT-Placed(STx)
           MOVE ST-Count  TO STT-Group(STx)
           MOVE 1         TO STT-GSize(STx)
           MOVE 0         TO STT-Force(STx)
           MOVE SPACE     TO STT-Flag(STx).

       LoadClas-P.
          *> 학급 원부의 반을 반 코드순으로 싣는다
           OPEN INPUT ClasMast-File
           IF CL-Status NOT = '00'
               DISPLAY "** 학급 원부 없음"
                       " - 모두 첫 자리만 올림"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ClasMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF BN-Count < 60 AND CL-Ban NOT = SPACES
                           ADD 1 TO BN-Count
                           SET BNx TO BN-Count
                           INITIALIZE BN-Entry(BNx)
                           MOVE CL-Ban TO BNT-Ban(BNx)
                           IF CL-Cap IS NUMERIC
                               MOVE CL-Cap TO BNT-Cap(BNx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ClasMast-File
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Bx FROM 1 BY 1
                       UNTIL Bx > BN-Count - 1
                   IF BNT-Ban(Bx) > BNT-Ban(Bx + 1)
                       MOVE BN-Entry(Bx)     TO Hold-Ban
                       MOVE BN-Entry(Bx + 1) TO BN-Entry(Bx)
                       MOVE Hold-Ban         TO BN-Entry(Bx + 1)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       LoadGender-P.
          *> 원부에 없거나 옛 행이면 성별/표시는 빈칸으로 둔다
           OPEN INPUT StudMast-File
           IF SM-Status NOT = '00'
               DISPLAY "** 학생 원부 없음"
                       " - 성별 균형 없이 편성"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       SET STx TO 1
                       SEARCH ST-Entry
                           AT END CONTINUE
                           WHEN STT-Id(STx) = SM-StudId
                               MOVE SM-Gender TO STT-Gender(STx)
                               MOVE SM-Attr   TO STT-Attr(STx)
                       END-SEARCH
               END-READ
           END-PERFORM
           CLOSE StudMast-File.

       SetPool-P.
          *> 내년 학년 반이 학급 원부에 있는 진급생만 편성
          *> 대상이다. 유급생은 제 반 자리를 먼저 차지한다
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               EVALUATE STT-Disp(Ix)
                   WHEN 'P'
                       MOVE STT-BumpBan(Ix)(1:1) TO Grade-Char
                       PERFORM VARYING Bx FROM 1 BY 1
                               UNTIL Bx > BN-Count
                           IF BNT-Ban(Bx)(1:1) = Grade-Char
                               MOVE 'Y' TO STT-Pool(Ix)
                               MOVE BN-Count TO Bx
                           END-IF
                       END-PERFORM
                       IF STT-Pool(Ix) = 'Y'
                           ADD 1 TO Left-Ctr
                       ELSE
                           ADD 1 TO Bump-Ctr
                       END-IF
                   WHEN 'H'
                       PERFORM VARYING Bx FROM 1 BY 1
                               UNTIL Bx > BN-Count
                           IF BNT-Ban(Bx) = STT-OldBan(Ix)
                               MOVE 'Y' TO STT-Placed(Ix)
                               PERFORM AddToBan-P
                               MOVE BN-Count TO Bx
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-PERFORM.

       AddToBan-P.
          *> 학생 Ix를 내년 반 Bx의 집계에 더한다
           ADD 1 TO BNT-Head(Bx)
           EVALUATE STT-Gender(Ix)
               WHEN 'M' ADD 1 TO BNT-Male(Bx)
               WHEN 'F' ADD 1 TO BNT-Female(Bx)
           END-EVALUATE
           IF STT-Attr(Ix) NOT = SPACE
               ADD 1 TO BNT-Attr(Bx)
           END-IF
           ADD STT-Avg(Ix) TO BNT-Sum(Bx).

       LoadCons-P.
          *> 제약 한 줄 = 학생 두 명. 학생 표 번호를 찾아 둔다
           OPEN INPUT Cons-File
           IF PC-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Cons-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF (PC-Type = 'T' OR PC-Type = 'A')
                          AND PC-Id1 IS NUMERIC
                          AND PC-Id2 IS NUMERIC
                          AND CN-Count < 200
                           ADD 1 TO CN-Count
                           SET CNx TO CN-Count
                           MOVE PC-Type TO CNT-Type(CNx)
                           MOVE PC-Id1  TO CNT-Id1(CNx) Id-Work
                           PERFORM FindStud-P
                           MOVE Ix-Work TO CNT-Ix1(CNx)
                           MOVE PC-Id2  TO CNT-Id2(CNx) Id-Work
                           PERFORM FindStud-P
                           MOVE Ix-Work TO CNT-Ix2(CNx)
                           MOVE SPACE   TO CNT-Stat(CNx)
                       ELSE
                           DISPLAY "** 제약 줄 무시 : " Cons-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cons-File.

       FindStud-P.
           MOVE 0 TO Ix-Work
           SET STx TO 1
           SEARCH ST-Entry
               AT END CONTINUE
               WHEN STT-Id(STx) = Id-Work
                   SET Ix-Work TO STx
           END-SEARCH.

       MakeGroups-P.
          *> 함께 두기 짝을 같은 묶음 번호로 잇는다. 한쪽이
          *> 유급생이면 진급생을 그 유급생의 반으로 묶는다
           PERFORM VARYING CNx FROM 1 BY 1 UNTIL CNx > CN-Count
               IF CNT-Type(CNx) = 'T'
                  AND CNT-Ix1(CNx) > 0 AND CNT-Ix2(CNx) > 0
                   MOVE CNT-Ix1(CNx) TO Ix
                   MOVE CNT-Ix2(CNx) TO Kx
                   EVALUATE TRUE
                       WHEN STT-Pool(Ix) = 'Y'
                            AND STT-Pool(Kx) = 'Y'
                            AND STT-BumpBan(Ix)(1:1)
                                = STT-BumpBan(Kx)(1:1)
                           MOVE STT-Group(Ix) TO Grp-No
                           MOVE STT-Group(Kx) TO Old-Grp
                           PERFORM Regroup-P
                       WHEN STT-Pool(Ix) = 'Y'
                            AND STT-Placed(Kx) = 'Y'
                           PERFORM ForceTo-P
                       WHEN STT-Pool(Kx) = 'Y'
                            AND STT-Placed(Ix) = 'Y'
                           MOVE CNT-Ix2(CNx) TO Ix
                           MOVE CNT-Ix1(CNx) TO Kx
                           PERFORM ForceTo-P
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Pool(Ix) = 'Y'
                   MOVE 0 TO Grp-Size
                   PERFORM VARYING Kx FROM 1 BY 1
                           UNTIL Kx > ST-Count
                       IF STT-Pool(Kx) = 'Y'
                          AND STT-Group(Kx) = STT-Group(Ix)
                           ADD 1 TO Grp-Size
                       END-IF
                   END-PERFORM
                   MOVE Grp-Size TO STT-GSize(Ix)
               END-IF
           END-PERFORM.

       Regroup-P.
           IF Grp-No = Old-Grp
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Kx FROM 1 BY 1 UNTIL Kx > ST-Count
               IF STT-Group(Kx) = Old-Grp
                   MOVE Grp-No TO STT-Group(Kx)
               END-IF
           END-PERFORM.

       ForceTo-P.
          *> 진급생 Ix를 유급생 Kx가 남는 반으로 보낸다
           IF STT-OldBan(Kx)(1:1) NOT = STT-BumpBan(Ix)(1:1)
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Bx FROM 1 BY 1 UNTIL Bx > BN-Count
               IF BNT-Ban(Bx) = STT-OldBan(Kx)
                   MOVE Bx TO STT-Force(Ix)
                   MOVE BN-Count TO Bx
               END-IF
           END-PERFORM.

       BuildBefore-P.
          *> 편성 전 모양 - 진급생은 첫 자리만 올린 반, 유급생은
          *> 제 반으로 같은 집계를 낸다
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Pool(Ix) = 'Y'
                  OR (STT-Disp(Ix) = 'H' AND STT-Placed(Ix) = 'Y')
                   PERFORM AddBefore-P
               END-IF
           END-PERFORM
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING Bx FROM 1 BY 1
                       UNTIL Bx > BF-Count - 1
                   IF BFT-Ban(Bx) > BFT-Ban(Bx + 1)
                       MOVE BF-Entry(Bx)     TO Hold-Ban
                       MOVE BF-Entry(Bx + 1) TO BF-Entry(Bx)
                       MOVE Hold-Ban         TO BF-Entry(Bx + 1)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       AddBefore-P.
           SET BFx TO 1
           SEARCH BF-Entry
               AT END
                   IF BF-Count >= 60
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO BF-Count
                   SET BFx TO BF-Count
                   INITIALIZE BF-Entry(BFx)
                   MOVE STT-BumpBan(Ix) TO BFT-Ban(BFx)
                   PERFORM VARYING Bx FROM 1 BY 1
                           UNTIL Bx > BN-Count
                       IF BNT-Ban(Bx) = BFT-Ban(BFx)
                           MOVE BNT-Cap(Bx) TO BFT-Cap(BFx)
                       END-IF
                   END-PERFORM
               WHEN BFT-Ban(BFx) = STT-BumpBan(Ix)
                   CONTINUE
           END-SEARCH
           ADD 1 TO BFT-Head(BFx)
           EVALUATE STT-Gender(Ix)
               WHEN 'M' ADD 1 TO BFT-Male(BFx)
               WHEN 'F' ADD 1 TO BFT-Female(BFx)
           END-EVALUATE
           IF STT-Attr(Ix) NOT = SPACE
               ADD 1 TO BFT-Attr(BFx)
           END-IF
           ADD STT-Avg(Ix) TO BFT-Sum(BFx).

       PickNext-P.
          *> 아직 못 넣은 편성 대상 중 묶음이 큰 학생, 같으면
          *> 평균이 높은 학생부터 - 반마다 돌아가며 채우게 된다
           MOVE 0 TO Pick-Ix
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Pool(Ix) = 'Y' AND STT-Placed(Ix) = 'N'
                   IF Pick-Ix = 0
                       MOVE Ix TO Pick-Ix
                   ELSE
                       IF STT-GSize(Ix) > STT-GSize(Pick-Ix)
                          OR (STT-GSize(Ix) = STT-GSize(Pick-Ix)
                              AND STT-Avg(Ix) > STT-Avg(Pick-Ix))
                           MOVE Ix TO Pick-Ix
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PlaceGroup-P.
          *> 묶음 전체를 한 반에 넣는다. 정원과 떼어 놓기를
          *> 지키는 반이 없으면 가장 나은 반에 넣고 '*' 표시
           MOVE STT-Group(Pick-Ix) TO Grp-No
           MOVE STT-GSize(Pick-Ix) TO Grp-Size
           MOVE STT-BumpBan(Pick-Ix)(1:1) TO Grade-Char
           MOVE 0 TO Grp-Force Best-Bx
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Pool(Ix) = 'Y' AND STT-Placed(Ix) = 'N'
                  AND STT-Group(Ix) = Grp-No
                  AND STT-Force(Ix) > 0
                   MOVE STT-Force(Ix) TO Grp-Force
               END-IF
           END-PERFORM
           IF Grp-Force > 0
               MOVE Grp-Force TO Bx Best-Bx
               PERFORM FitCheck-P
           ELSE
               PERFORM VARYING Bx FROM 1 BY 1 UNTIL Bx > BN-Count
                   IF BNT-Ban(Bx)(1:1) = Grade-Char
                       PERFORM FitCheck-P
                       IF Apart-Hit = 'N'
                           PERFORM TryBan-P
                       END-IF
                   END-IF
               END-PERFORM
               IF Best-Bx = 0
                   MOVE 'Y' TO Apart-Hit
                   PERFORM VARYING Bx FROM 1 BY 1
                           UNTIL Bx > BN-Count
                       IF BNT-Ban(Bx)(1:1) = Grade-Char
                           PERFORM TryBan-P
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 'N' TO Apart-Hit
               END-IF
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
               IF STT-Pool(Ix) = 'Y' AND STT-Placed(Ix) = 'N'
                  AND STT-Group(Ix) = Grp-No
                   MOVE BNT-Ban(Best-Bx) TO STT-NewBan(Ix)
                   MOVE 'Y' TO STT-Placed(Ix)
                   MOVE Best-Bx TO Bx
                   PERFORM AddToBan-P
                   IF Apart-Hit = 'Y'
                       MOVE '*' TO STT-Flag(Ix)
                       ADD 1 TO Flag-Ctr
                   END-IF
               END-IF
           END-PERFORM.

       FitCheck-P.
          *> 반 Bx에 묶음이 정원 안에 들고, 떼어 놓을 짝이
          *> 이미 그 반에 없으면 Apart-Hit 'N'
           MOVE 'N' TO Apart-Hit
           IF BNT-Cap(Bx) > 0
              AND BNT-Head(Bx) + Grp-Size > BNT-Cap(Bx)
               MOVE 'Y' TO Apart-Hit
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CNx FROM 1 BY 1 UNTIL CNx > CN-Count
               IF CNT-Type(CNx) = 'A'
                  AND CNT-Ix1(CNx) > 0 AND CNT-Ix2(CNx) > 0
                   MOVE CNT-Ix1(CNx) TO Ix
                   MOVE CNT-Ix2(CNx) TO Kx
                   PERFORM ApartPair-P
                   MOVE CNT-Ix2(CNx) TO Ix
                   MOVE CNT-Ix1(CNx) TO Kx
                   PERFORM ApartPair-P
               END-IF
           END-PERFORM.

       ApartPair-P.
           IF STT-Pool(Ix) = 'Y' AND STT-Group(Ix) = Grp-No
              AND STT-Placed(Kx) = 'Y'
              AND STT-NewBan(Kx) = BNT-Ban(Bx)
               MOVE 'Y' TO Apart-Hit
           END-IF.

       TryBan-P.
          *> 비교 열쇠가 더 작은 반을 고른다
           MOVE BNT-Head(Bx) TO CK-Head
           EVALUATE STT-Gender(Pick-Ix)
               WHEN 'M' MOVE BNT-Male(Bx)   TO CK-Gender
               WHEN 'F' MOVE BNT-Female(Bx) TO CK-Gender
               WHEN OTHER MOVE 0            TO CK-Gender
           END-EVALUATE
           IF STT-Attr(Pick-Ix) NOT = SPACE
               MOVE BNT-Attr(Bx) TO CK-Attr
           ELSE
               MOVE 0 TO CK-Attr
           END-IF
           MOVE BNT-Sum(Bx) TO CK-Sum
           IF Best-Bx = 0 OR Cand-Key < Best-Key
               MOVE Bx TO Best-Bx
               MOVE Cand-Key TO Best-Key
           END-IF.

       CheckCons-P.
          *> 편성 뒤 제약마다 지켰는지 매기고, 못 지킨 학생은
          *> 대장에 '*'로 드러낸다
           PERFORM VARYING CNx FROM 1 BY 1 UNTIL CNx > CN-Count
               MOVE CNT-Ix1(CNx) TO Ix
               MOVE CNT-Ix2(CNx) TO Kx
               EVALUATE TRUE
                   WHEN Ix = 0 OR Kx = 0
                       MOVE 'M' TO CNT-Stat(CNx)
                   WHEN STT-Disp(Ix) = 'G' OR STT-Disp(Kx) = 'G'
                       MOVE 'S' TO CNT-Stat(CNx)
                   WHEN STT-NewBan(Ix)(1:1)
                        NOT = STT-NewBan(Kx)(1:1)
                       MOVE 'S' TO CNT-Stat(CNx)
                   WHEN CNT-Type(CNx) = 'A'
                        AND STT-NewBan(Ix) = STT-NewBan(Kx)
                       MOVE 'X' TO CNT-Stat(CNx)
                   WHEN CNT-Type(CNx) = 'T'
                        AND STT-NewBan(Ix) NOT = STT-NewBan(Kx)
                       MOVE 'X' TO CNT-Stat(CNx)
                   WHEN OTHER
                       MOVE 'O' TO CNT-Stat(CNx)
               END-EVALUATE
               IF CNT-Stat(CNx) = 'X'
                   IF STT-Flag(Ix) NOT = '*'
                       MOVE '*' TO STT-Flag(Ix)
                       ADD 1 TO Flag-Ctr
                   END-IF
                   IF STT-Flag(Kx) NOT = '*'
                       MOVE '*' TO STT-Flag(Kx)
                       ADD 1 TO Flag-Ctr
                   END-IF
               END-IF
           END-PERFORM.

       BalReport-P.
          *> 교장 결재용 편성 전/후 균형 보고
           OPEN OUTPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "** 균형 보고 열기 실패 : " Bal-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "=== 반 편성 균형 보고 (교장 결재용) ==="
               TO Bal-Line
           WRITE Bal-Line
           MOVE SPACES TO Bal-Line
           STRING "기준일 " DELIMITED BY SIZE
                  Today-Date DELIMITED BY SIZE
                  "  편성 " DELIMITED BY SIZE
                  Left-Ctr   DELIMITED BY SIZE
                  "  첫 자리만 올림 " DELIMITED BY SIZE
                  Bump-Ctr   DELIMITED BY SIZE
                  "  표시 " DELIMITED BY SIZE
                  Flag-Ctr   DELIMITED BY SIZE
                  INTO Bal-Line
           WRITE Bal-Line
           MOVE SPACES TO Bal-Line
           WRITE Bal-Line
           MOVE "  반    인원   남   여 표시   평균 정원"
               TO Bal-Line
           WRITE Bal-Line
           MOVE "--- 편성 전 (반 코드 첫 자리만 올림) ---"
               TO Bal-Line
           WRITE Bal-Line
           MOVE SPACE TO Cur-Grade
           PERFORM VARYING BFx FROM 1 BY 1 UNTIL BFx > BF-Count
               MOVE BF-Entry(BFx) TO Stat-Work
               PERFORM StatLine-P
           END-PERFORM
           IF Cur-Grade NOT = SPACE
               PERFORM SpreadLine-P
           END-IF
           MOVE "--- 편성 후 ---" TO Bal-Line
           WRITE Bal-Line
           MOVE SPACE TO Cur-Grade
           PERFORM VARYING Bx FROM 1 BY 1 UNTIL Bx > BN-Count
               MOVE 'N' TO Apart-Hit
               PERFORM VARYING BFx FROM 1 BY 1
                       UNTIL BFx > BF-Count
                   IF BFT-Ban(BFx)(1:1) = BNT-Ban(Bx)(1:1)
                       MOVE 'Y' TO Apart-Hit
                   END-IF
               END-PERFORM
               IF Apart-Hit = 'Y'
                   MOVE BN-Entry(Bx) TO Stat-Work
                   PERFORM StatLine-P
               END-IF
           END-PERFORM
           IF Cur-Grade NOT = SPACE
               PERFORM SpreadLine-P
           END-IF
           IF CN-Count > 0
               MOVE SPACES TO Bal-Line
               WRITE Bal-Line
               MOVE "--- 제약 ---" TO Bal-Line
               WRITE Bal-Line
               PERFORM ConsLine-P
                   VARYING CNx FROM 1 BY 1 UNTIL CNx > CN-Count
           END-IF
           IF Flag-Ctr > 0
               MOVE SPACES TO Bal-Line
               WRITE Bal-Line
               MOVE "--- '*' 표시 학생 ---" TO Bal-Line
               WRITE Bal-Line
               PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > ST-Count
                   IF STT-Flag(Ix) = '*'
                       MOVE SPACES TO Bal-Line
                       STRING "  " DELIMITED BY SIZE
                              STT-Id(Ix)     DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              STT-Irum(Ix)   DELIMITED BY SIZE
                              " "            DELIMITED BY SIZE
                              STT-OldBan(Ix) DELIMITED BY SIZE
                              " -> "         DELIMITED BY SIZE
                              STT-NewBan(Ix) DELIMITED BY SIZE
                              INTO Bal-Line
                       WRITE Bal-Line
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Bal-Line
           WRITE Bal-Line
           MOVE "교장 결재 : ______________   일자 : __________"
               TO Bal-Line
           WRITE Bal-Line
           MOVE SPACES TO Bal-Line
           STRING "결재 뒤 NEXTJARY.DAT를 " DELIMITED BY SIZE
                  "내년 JaRyo.DAT로 옮긴다." DELIMITED BY SIZE
                  INTO Bal-Line
           WRITE Bal-Line
           CLOSE Bal-File.

       StatLine-P.
          *> 반 한 줄 - 학년(첫 자리)이 바뀌면 앞 학년의
          *> 인원 차/평균 차를 먼저 찍는다
           IF SW-Ban(1:1) NOT = Cur-Grade
               IF Cur-Grade NOT = SPACE
                   PERFORM SpreadLine-P
               END-IF
               MOVE SW-Ban(1:1) TO Cur-Grade
               MOVE 0     TO Head-Max Avg-Max
               MOVE 999   TO Head-Min
               MOVE 999.9 TO Avg-Min
           END-IF
           MOVE 0 TO Avg-Work
           IF SW-Head > 0
               COMPUTE Avg-Work ROUNDED = SW-Sum / SW-Head
               IF Avg-Work > Avg-Max
                   MOVE Avg-Work TO Avg-Max
               END-IF
               IF Avg-Work < Avg-Min
                   MOVE Avg-Work TO Avg-Min
               END-IF
           END-IF
           IF SW-Head > Head-Max
               MOVE SW-Head TO Head-Max
           END-IF
           IF SW-Head < Head-Min
               MOVE SW-Head TO Head-Min
           END-IF
           MOVE SW-Ban    TO BD-Ban
           MOVE SW-Head   TO BD-Head
           MOVE SW-Male   TO BD-Male
           MOVE SW-Female TO BD-Female
           MOVE SW-Attr   TO BD-Attr
           MOVE Avg-Work  TO BD-Avg
           MOVE SW-Cap    TO BD-Cap
           MOVE SPACES    TO BD-Over
           IF SW-Cap > 0 AND SW-Head > SW-Cap
               MOVE "** 정원 초과" TO BD-Over
           END-IF
           MOVE Bal-Detail TO Bal-Line
           WRITE Bal-Line.

       SpreadLine-P.
           COMPUTE Head-Spread = Head-Max - Head-Min
           MOVE 0 TO Spread-Work
           IF Avg-Min NOT > Avg-Max
               COMPUTE Spread-Work = Avg-Max - Avg-Min
           END-IF
           MOVE Head-Spread TO SP-Head
           MOVE Spread-Work TO SP-Avg
           MOVE Spread-Line TO Bal-Line
           WRITE Bal-Line.

       ConsLine-P.
           MOVE SPACES TO Bal-Line
           STRING "  " DELIMITED BY SIZE
                  CNT-Type(CNx) DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CNT-Id1(CNx)  DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  CNT-Id2(CNx)  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  INTO Bal-Line
           EVALUATE CNT-Stat(CNx)
               WHEN 'O' MOVE "지킴"              TO Bal-Line(18:)
               WHEN 'X' MOVE "** 못 지킴"        TO Bal-Line(18:)
               WHEN 'M' MOVE "명단에 없는 학생"  TO Bal-Line(18:)
               WHEN OTHER
                   MOVE "다른 학년/졸업 - 해당 없음"
                       TO Bal-Line(18:)
           END-EVALUATE
           WRITE Bal-Line.

       Keut-P.
           MOVE "PROMOTE 종료"   TO AL-Event
           PERFORM LogAudit-P
