       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSCHED.
       AUTHOR. YONEE.
      *> 일일 실사 일정 - 상품 마스터의 ABC 등급(PM-Class)
      *> 별 실사 주기(기본 A 30일, B 91일, C 365일, 미등급은
      *> C 주기)와 CNTLAST.DAT의 마지막 실사일로 오늘 셀
      *> 품목/사이즈를 고르고, STKLOC.DAT의 창고/구역/빈을
      *> 붙여 걷는 순서로 CNTSCHED.RPT에 찍는다. 한 번도
      *> 안 센 품목도 대상이다. 하루 줄 수(기본 20, 0이면
      *> 제한 없음)를 넘으면 A 등급, 오래 밀린 순으로 먼저
      *> 잡고 나머지는 다음 날로 미룬다. 주기와 한도는
      *> RUNPARMS(CNTSCHED.AFREQ=, .BFREQ=, .CFREQ=,
      *> .MAXLINES=)로 바꾼다. 단종되고 재고 없는 칸은
      *> 빼고, 센 결과는 CYCCOUNT/CNTVARNC로 넣는다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
      *> 품목/사이즈별 마지막 실사일 (CNTVARNC가 유지)
           SELECT CntLast-File ASSIGN TO "CNTLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CntLast-Status.
      *> 상품/사이즈별 창고 위치 (구역, 빈, 창고)
           SELECT StkLoc-File ASSIGN TO "STKLOC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StkLoc-Status.
      *> 등급/밀린 날 순으로 줄 세우는 작업 파일
           SELECT Due-Work-File ASSIGN TO "CNTWK.DAT".
           SELECT Sched-File ASSIGN TO "CNTSCHED.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Sched-Status.
      *> 키워드=값 실행 매개변수 (CNTSCHED.KEY=VALUE 줄)
           SELECT Parm-File ASSIGN TO Parm-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Parm-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName PIC X(10).
           02 PM-Slot OCCURS 3 TIMES.
               03 PM-Size     PIC A.
               03 PM-Qty      PIC 9(5).
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.

       FD  CntLast-File.
       01  CntLast-Record.
           02 CL-ProdName   PIC X(10).
           02 CL-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 CL-Date       PIC 9(8).

       FD  StkLoc-File.
       01  StkLoc-Record.
           02 SL-ProdName   PIC X(10).
           02 SL-Size       PIC A.
           02 SL-Zone       PIC X(2).
           02 SL-Bin        PIC X(4).
      *> 보관 창고 - 옛 행(빈칸)은 본창고('01')다
           02 SL-Whse       PIC X(2).

       SD  Due-Work-File.
       01  SWD-Record.
           02 SWD-Rank      PIC 9.
           02 SWD-Overdue   PIC 9(5).
           02 SWD-ProdName  PIC X(10).
           02 SWD-Size      PIC A.
           02 SWD-Class     PIC X.
           02 SWD-Last      PIC 9(8).

       FD  Sched-File.
       01  Sched-Line       PIC X(72).

       FD  Parm-File.
       01  Parm-Line        PIC X(60).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Prod-Status     PIC XX.
       77 CntLast-Status  PIC XX.
       77 StkLoc-Status   PIC XX.
       77 Sched-Status    PIC XX.
       77 Audit-Status    PIC XX.
       77 Prod-Eof        PIC X VALUE 'N'.
       77 CntLast-Eof     PIC X VALUE 'N'.
       77 StkLoc-Eof      PIC X VALUE 'N'.
       77 Work-Eof        PIC X VALUE 'N'.

      *> 등급별 실사 주기(일)와 하루 한도
       77 A-Freq          PIC 9(3) VALUE 30.
       77 B-Freq          PIC 9(3) VALUE 91.
       77 C-Freq          PIC 9(3) VALUE 365.
       77 Max-Lines       PIC 9(3) VALUE 20.
       77 Bz-Op           PIC X(3) VALUE SPACES.
       77 Bz-Flag         PIC X VALUE SPACE.
       77 Proc-Date       PIC 9(8) VALUE 0.
       77 Proc-Int        PIC 9(8) VALUE 0.

      *> 키워드 매개변수 작업영역
       77 Parm-Name       PIC X(30) VALUE 'RUNPARMS.DAT'.
       77 Parm-Status     PIC XX.
       77 Parm-Eof        PIC X VALUE 'N'.
       77 Parms-Used      PIC X VALUE 'N'.
       77 Parm-Pfx        PIC X(10) VALUE SPACES.
       77 Parm-Key        PIC X(12) VALUE SPACES.
       77 Parm-Val        PIC X(30) VALUE SPACES.
       77 Parm-Ptr        PIC 9(3) VALUE 0.
       77 Parm-Len        PIC 9(3) VALUE 0.
       77 Parm-Work       PIC X(60) VALUE SPACES.

      *> 마지막 실사일 표
       77 Num-Lasts       PIC 9(3) VALUE 0.
       01 LastTable.
           02 Last-Entry OCCURS 0 TO 150 TIMES
                         DEPENDING ON Num-Lasts
                         INDEXED BY LAx.
               03 LA-ProdName PIC X(10).
               03 LA-Size     PIC A.
               03 LA-Date     PIC 9(8).

      *> 위치 표
       77 Num-Locs        PIC 9(3) VALUE 0.
       01 LocTable.
           02 Loc-Entry OCCURS 0 TO 150 TIMES
                        DEPENDING ON Num-Locs
                        INDEXED BY LCx.
               03 LC-ProdName PIC X(10).
               03 LC-Size     PIC A.
               03 LC-Zone     PIC X(2).
               03 LC-Bin      PIC X(4).
               03 LC-Whse     PIC X(2).

      *> 오늘 셀 줄 - 위치마다 한 줄, 걷는 순서로 정렬
       77 Num-Picks       PIC 9(3) VALUE 0.
       01 PickTable.
           02 Pick-Entry OCCURS 0 TO 300 TIMES
                         DEPENDING ON Num-Picks
                         INDEXED BY PKx PKy.
               03 PT-Key.
                   04 PT-Whse     PIC X(2).
                   04 PT-Zone     PIC X(2).
                   04 PT-Bin      PIC X(4).
                   04 PT-ProdName PIC X(10).
                   04 PT-Size     PIC A.
               03 PT-Class    PIC X.
               03 PT-Last     PIC 9(8).
       01 Hold-Pick           PIC X(28).
       77 Sort-Swapped    PIC X VALUE 'N'.

       77 Jx              PIC 9 VALUE 0.
       77 Item-Class      PIC X VALUE SPACE.
       77 Item-Last       PIC 9(8) VALUE 0.
       77 Item-Freq       PIC 9(3) VALUE 0.
       77 Elapsed         PIC 9(5) VALUE 0.
       77 Loc-Found       PIC X VALUE 'N'.
       77 Due-Ctr         PIC 9(4) VALUE 0.
       77 Sched-Ctr       PIC 9(4) VALUE 0.
       77 Defer-Ctr       PIC 9(4) VALUE 0.
       77 Never-Ctr       PIC 9(4) VALUE 0.
       77 RC-Disp         PIC 9(4) VALUE 0.

      *> 일정 편집
       01 Sched-Detail.
           02 SD-Whse       PIC X(2).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 SD-Zone       PIC X(2).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 SD-Bin        PIC X(4).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 SD-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 SD-Size       PIC A.
           02 FILLER        PIC X(3)   VALUE SPACES.
           02 SD-Class      PIC X.
           02 FILLER        PIC X(3)   VALUE SPACES.
           02 SD-Last       PIC X(8).
           02 FILLER        PIC X(3)   VALUE SPACES.
           02 SD-Blank      PIC X(10)  VALUE "__________".

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "CNTSCHED"       TO AL-Program
           MOVE "CNTSCHED 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           COMPUTE Proc-Int = FUNCTION INTEGER-OF-DATE(Proc-Date)
           PERFORM ReadParms.
           PERFORM LoadLasts.
           PERFORM LoadLocations.
           OPEN OUTPUT Sched-File
           IF Sched-Status NOT = '00'
               DISPLAY "** CNTSCHED.RPT OPEN FAILED : "
                       Sched-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           SORT Due-Work-File
               ON ASCENDING KEY SWD-Rank
               ON DESCENDING KEY SWD-Overdue
               ON ASCENDING KEY SWD-ProdName
               ON ASCENDING KEY SWD-Size
               INPUT PROCEDURE IS FindDue
               OUTPUT PROCEDURE IS TakeDue.
           PERFORM SortPicks.
           PERFORM WriteSched.
           CLOSE Sched-File
           DISPLAY "Count lines due : " Due-Ctr
                   "  scheduled : " Sched-Ctr
                   "  deferred : " Defer-Ctr
           GO TO Kkeut.

       ReadParms.
           DISPLAY "RUNPARMS" UPON ENVIRONMENT-NAME
           ACCEPT Parm-Val FROM ENVIRONMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Parm-Val
           END-ACCEPT
           IF Parm-Val NOT = SPACES
               MOVE Parm-Val TO Parm-Name
           END-IF
           OPEN INPUT Parm-File
           IF Parm-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Parms-Used
           PERFORM UNTIL Parm-Eof = 'Y'
               READ Parm-File
                   AT END MOVE 'Y' TO Parm-Eof
                   NOT AT END
                       PERFORM ParseParm
               END-READ
           END-PERFORM
           CLOSE Parm-File
           PERFORM EchoParms.

       ParseParm.
      *> 값 속의 점이 잘리지 않도록 첫 점에서만 가른다
           IF Parm-Line = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Pfx Parm-Key Parm-Val
           MOVE 1 TO Parm-Ptr
           UNSTRING Parm-Line DELIMITED BY '.'
               INTO Parm-Pfx
               WITH POINTER Parm-Ptr
           IF Parm-Pfx NOT = 'CNTSCHED'
               EXIT PARAGRAPH
           END-IF
           COMPUTE Parm-Len = 61 - Parm-Ptr
           IF Parm-Len < 1
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Parm-Work
           MOVE Parm-Line(Parm-Ptr:Parm-Len) TO Parm-Work
           UNSTRING Parm-Work DELIMITED BY '='
               INTO Parm-Key Parm-Val
      *> 주기 0은 받지 않는다 (매일 전 품목이 된다)
           EVALUATE Parm-Key
               WHEN 'AFREQ'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                      AND FUNCTION NUMVAL(Parm-Val) > 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO A-Freq
                   END-IF
               WHEN 'BFREQ'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                      AND FUNCTION NUMVAL(Parm-Val) > 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO B-Freq
                   END-IF
               WHEN 'CFREQ'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                      AND FUNCTION NUMVAL(Parm-Val) > 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO C-Freq
                   END-IF
               WHEN 'MAXLINES'
                   IF FUNCTION TEST-NUMVAL(Parm-Val) = 0
                       MOVE FUNCTION NUMVAL(Parm-Val)
                           TO Max-Lines
                   END-IF
               WHEN OTHER
                   DISPLAY "** UNKNOWN PARM : " Parm-Key
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       EchoParms.
      *> 적용된 값 전부를 실행 기록에 남긴다
           MOVE SPACES TO AL-Event
           STRING "매개변수 A=" DELIMITED BY SIZE
                  A-Freq          DELIMITED BY SIZE
                  " B="           DELIMITED BY SIZE
                  B-Freq          DELIMITED BY SIZE
                  " C="           DELIMITED BY SIZE
                  C-Freq          DELIMITED BY SIZE
                  " L="           DELIMITED BY SIZE
                  Max-Lines       DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       LoadLasts.
           OPEN INPUT CntLast-File
           IF CntLast-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CntLast-Eof = 'Y'
               READ CntLast-File
                   AT END MOVE 'Y' TO CntLast-Eof
                   NOT AT END
                       IF Num-Lasts < 150
                           ADD 1 TO Num-Lasts
                           MOVE CL-ProdName
                               TO LA-ProdName(Num-Lasts)
                           MOVE CL-Size TO LA-Size(Num-Lasts)
                           MOVE CL-Date TO LA-Date(Num-Lasts)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CntLast-File.

       LoadLocations.
      *> 24_ORDERENTRY.cbl의 LoadLocations와 같은 적재
           OPEN INPUT StkLoc-File
           IF StkLoc-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL StkLoc-Eof = 'Y'
               READ StkLoc-File
                   AT END MOVE 'Y' TO StkLoc-Eof
                   NOT AT END
                       IF Num-Locs < 150
                           ADD 1 TO Num-Locs
                           MOVE SL-ProdName
                               TO LC-ProdName(Num-Locs)
                           MOVE SL-Size TO LC-Size(Num-Locs)
                           MOVE SL-Zone TO LC-Zone(Num-Locs)
                           MOVE SL-Bin  TO LC-Bin(Num-Locs)
                           IF SL-Whse = SPACES
                               MOVE '01' TO LC-Whse(Num-Locs)
                           ELSE
                               MOVE SL-Whse
                                   TO LC-Whse(Num-Locs)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StkLoc-File.

       FindDue.
      *> 마스터의 칸마다 주기가 찬 것만 넘긴다
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** PRODMAST OPEN FAILED : " Prod-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Prod-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO Prod-Eof
                   NOT AT END
                       PERFORM VARYING Jx FROM 1 BY 1
                               UNTIL Jx > 3
                           PERFORM JudgeSlot
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE Product-File.

       JudgeSlot.
           IF PM-Size(Jx) = SPACE
               EXIT PARAGRAPH
           END-IF
           IF PM-Status = 'D' AND PM-Qty(Jx) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE PM-Class(Jx) TO Item-Class
           EVALUATE Item-Class
               WHEN 'A'
                   MOVE A-Freq TO Item-Freq
                   MOVE 1 TO SWD-Rank
               WHEN 'B'
                   MOVE B-Freq TO Item-Freq
                   MOVE 2 TO SWD-Rank
               WHEN 'C'
                   MOVE C-Freq TO Item-Freq
                   MOVE 3 TO SWD-Rank
               WHEN OTHER
                   MOVE C-Freq TO Item-Freq
                   MOVE 4 TO SWD-Rank
           END-EVALUATE
           MOVE 0 TO Item-Last
           IF Num-Lasts > 0
               SET LAx TO 1
               SEARCH Last-Entry
                   AT END CONTINUE
                   WHEN LA-ProdName(LAx) = PM-ProdName
                        AND LA-Size(LAx) = PM-Size(Jx)
                       MOVE LA-Date(LAx) TO Item-Last
               END-SEARCH
           END-IF
      *> 한 번도 안 센 품목은 가장 밀린 것으로 본다
           IF Item-Last = 0 OR Item-Last > Proc-Date
               MOVE 99999 TO Elapsed
           ELSE
               COMPUTE Elapsed = Proc-Int
                   - FUNCTION INTEGER-OF-DATE(Item-Last)
           END-IF
           IF Elapsed < Item-Freq
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Due-Ctr
           IF Item-Last = 0
               ADD 1 TO Never-Ctr
           END-IF
           COMPUTE SWD-Overdue = Elapsed - Item-Freq
           MOVE PM-ProdName  TO SWD-ProdName
           MOVE PM-Size(Jx)  TO SWD-Size
           MOVE Item-Class   TO SWD-Class
           MOVE Item-Last    TO SWD-Last
           RELEASE SWD-Record.

       TakeDue.
           PERFORM UNTIL Work-Eof = 'Y'
               RETURN Due-Work-File
                   AT END MOVE 'Y' TO Work-Eof
                   NOT AT END PERFORM TakeOne
               END-RETURN
           END-PERFORM.

       TakeOne.
      *> 한도 안의 품목만 오늘 일정에 넣는다
           IF Max-Lines > 0 AND Sched-Ctr >= Max-Lines
               ADD 1 TO Defer-Ctr
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Sched-Ctr
           MOVE 'N' TO Loc-Found
           PERFORM VARYING LCx FROM 1 BY 1
                   UNTIL LCx > Num-Locs
               IF LC-ProdName(LCx) = SWD-ProdName
                  AND LC-Size(LCx) = SWD-Size
                   MOVE 'Y' TO Loc-Found
                   PERFORM AddPick
                   MOVE LC-Whse(LCx) TO PT-Whse(Num-Picks)
                   MOVE LC-Zone(LCx) TO PT-Zone(Num-Picks)
                   MOVE LC-Bin(LCx)  TO PT-Bin(Num-Picks)
               END-IF
           END-PERFORM
      *> 위치가 없는 품목은 맨 뒤(빈 구역 ZZ)로 보낸다
           IF Loc-Found = 'N'
               PERFORM AddPick
               MOVE '01'   TO PT-Whse(Num-Picks)
               MOVE 'ZZ'   TO PT-Zone(Num-Picks)
               MOVE SPACES TO PT-Bin(Num-Picks)
           END-IF.

       AddPick.
           IF Num-Picks >= 300
               DISPLAY "** SCHEDULE TABLE FULL (300)"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Num-Picks
           MOVE SWD-ProdName TO PT-ProdName(Num-Picks)
           MOVE SWD-Size     TO PT-Size(Num-Picks)
           MOVE SWD-Class    TO PT-Class(Num-Picks)
           MOVE SWD-Last     TO PT-Last(Num-Picks).

       SortPicks.
      *> 창고/구역/빈 걷는 순서 - 마스터 SortProducts와
      *> 같은 교환 정렬
           MOVE 'Y' TO Sort-Swapped
           PERFORM UNTIL Sort-Swapped = 'N'
               MOVE 'N' TO Sort-Swapped
               PERFORM VARYING PKx FROM 1 BY 1
                       UNTIL PKx > Num-Picks - 1
                   SET PKy TO PKx
                   SET PKy UP BY 1
                   IF PT-Key(PKx) > PT-Key(PKy)
                       MOVE Pick-Entry(PKx) TO Hold-Pick
                       MOVE Pick-Entry(PKy) TO Pick-Entry(PKx)
                       MOVE Hold-Pick       TO Pick-Entry(PKy)
                       MOVE 'Y' TO Sort-Swapped
                   END-IF
               END-PERFORM
           END-PERFORM.

       WriteSched.
           MOVE SPACES TO Sched-Line
           STRING "=== CYCLE COUNT SCHEDULE " DELIMITED BY SIZE
                  Proc-Date DELIMITED BY SIZE
                  " ===" DELIMITED BY SIZE
                  INTO Sched-Line
           WRITE Sched-Line
           MOVE "WH  ZN  BIN   PRODUCT    SZ CLS  LAST"
               TO Sched-Line
           MOVE "COUNTED" TO Sched-Line(45:7)
           WRITE Sched-Line
           PERFORM VARYING PKx FROM 1 BY 1
                   UNTIL PKx > Num-Picks
               MOVE PT-Whse(PKx)     TO SD-Whse
               MOVE PT-Zone(PKx)     TO SD-Zone
               MOVE PT-Bin(PKx)      TO SD-Bin
               MOVE PT-ProdName(PKx) TO SD-ProdName
               MOVE PT-Size(PKx)     TO SD-Size
               MOVE PT-Class(PKx)    TO SD-Class
               IF PT-Class(PKx) = SPACE
                   MOVE '-' TO SD-Class
               END-IF
               IF PT-Last(PKx) = 0
                   MOVE "NEVER" TO SD-Last
               ELSE
                   MOVE PT-Last(PKx) TO SD-Last
               END-IF
               MOVE Sched-Detail TO Sched-Line
               WRITE Sched-Line
           END-PERFORM
           IF Num-Picks = 0
               MOVE "NOTHING DUE TODAY" TO Sched-Line
               WRITE Sched-Line
           END-IF
           MOVE SPACES TO Sched-Line
           WRITE Sched-Line
           MOVE SPACES TO Sched-Line
           STRING "ITEMS DUE " DELIMITED BY SIZE
                  Due-Ctr DELIMITED BY SIZE
                  "  SCHEDULED " DELIMITED BY SIZE
                  Sched-Ctr DELIMITED BY SIZE
                  "  DEFERRED " DELIMITED BY SIZE
                  Defer-Ctr DELIMITED BY SIZE
                  "  NEVER COUNTED " DELIMITED BY SIZE
                  Never-Ctr DELIMITED BY SIZE
                  INTO Sched-Line
           WRITE Sched-Line
           MOVE SPACES TO Sched-Line
           STRING "CYCLE DAYS  A " DELIMITED BY SIZE
                  A-Freq DELIMITED BY SIZE
                  "  B " DELIMITED BY SIZE
                  B-Freq DELIMITED BY SIZE
                  "  C " DELIMITED BY SIZE
                  C-Freq DELIMITED BY SIZE
                  "  DAILY LIMIT " DELIMITED BY SIZE
                  Max-Lines DELIMITED BY SIZE
                  INTO Sched-Line
           WRITE Sched-Line.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "CNTSCHED 종료 RC=" DELIMITED BY SIZE
                  RC-Disp            DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
      *> 야간 배치 드라이버가 CALL로 실행할 수 있게
      *> STOP RUN 대신 GOBACK을 쓴다
           GOBACK.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM CNTSCHED.
