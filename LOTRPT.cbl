       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTRPT.
       AUTHOR. YONEE.
      *> 기한 임박 로트 보고 - 로트별 재고(LOTSTK.DAT)에서
      *> 유효기한이 처리일(BIZDATE)부터 N일 안에 드는 로트를
      *> 기한 순으로 NEAREXP.RPT에 싣는다. N은 LOTDAYS.DAT
      *> 첫 줄(NNN, 없으면 30일) - OPSCUTOF.DAT와 같은 방식.
      *> 이미 지난 로트(LOTEXP가 아직 걷지 않은 것)는 남은
      *> 날 대신 EXPIRED로 표시한다. 기한 없는 로트는 뺀다.
      *> 야간 배치에서 주 1회(월요일) 돈다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Lot-File ASSIGN TO "LOTSTK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lot-Status.
           SELECT Days-File ASSIGN TO "LOTDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Days-Status.
      *> 기한 순으로 정렬하는 작업 파일
           SELECT Lot-Work-File ASSIGN TO "LOTWK.DAT".
           SELECT Report-File ASSIGN TO "NEAREXP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Lot-File.
       01  Lot-Record.
           02 LS-ProdName   PIC X(10).
           02 LS-Size       PIC A.
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Lot        PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
      *> 유효기한 - 0이면 기한 없음
           02 LS-Expiry     PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-RecvDate   PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 LS-Qty        PIC 9(5).

       FD  Days-File.
       01  Days-Record.
           02 DY-Days       PIC 9(3).

       SD  Lot-Work-File.
       01  SWL-Record.
           02 SWL-Expiry    PIC 9(8).
           02 SWL-ProdName  PIC X(10).
           02 SWL-Size      PIC A.
           02 SWL-Lot       PIC X(10).
           02 SWL-RecvDate  PIC 9(8).
           02 SWL-Qty       PIC 9(5).

       FD  Report-File.
       01  Report-Line      PIC X(72).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Audit-Status   PIC XX.
       77 Lot-Status     PIC XX.
       77 Days-Status    PIC XX.
       77 Report-Status  PIC XX.
       77 Lot-Eof        PIC X VALUE 'N'.
       77 Work-Eof       PIC X VALUE 'N'.
       77 Bz-Op          PIC X(3) VALUE SPACES.
       77 Bz-Flag        PIC X VALUE SPACE.
       77 Proc-Date      PIC 9(8) VALUE 0.
       77 Near-Days      PIC 9(3) VALUE 30.
       77 Cut-Date       PIC 9(8) VALUE 0.
       77 Days-Left      PIC S9(5) VALUE 0.
       77 Line-Ctr       PIC 9(5) VALUE 0.
       77 Expired-Ctr    PIC 9(5) VALUE 0.
       77 Total-Qty      PIC 9(7) VALUE 0.
       77 RC-Disp        PIC 9(4) VALUE 0.

       01 Rpt-Detail.
           02 RD-ProdName   PIC X(10).
           02 FILLER        PIC X      VALUE SPACE.
           02 RD-Size       PIC A.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Lot        PIC X(10).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Expiry     PIC 9(8).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-RecvDate   PIC 9(8).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Left       PIC X(7).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Qty        PIC ZZ,ZZ9.
       01 Left-Edit         PIC ZZZZ9.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "LOTRPT"         TO AL-Program
           MOVE "LOTRPT 시작"    TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM GetDays.
           COMPUTE Cut-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Proc-Date) + Near-Days)
           OPEN OUTPUT Report-File
           IF Report-Status NOT = '00'
               DISPLAY "** NEAREXP.RPT OPEN FAILED : " Report-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           MOVE SPACES TO Report-Line
           STRING "=== LOTS EXPIRING BY " DELIMITED BY SIZE
                  Cut-Date DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  Near-Days DELIMITED BY SIZE
                  " DAYS FROM " DELIMITED BY SIZE
                  Proc-Date DELIMITED BY SIZE
                  ") ===" DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE "PRODUCT    SZ LOT         EXPIRY    RECEIVED"
               TO Report-Line
           MOVE "DAYS       QTY" TO Report-Line(47:14)
           WRITE Report-Line
           SORT Lot-Work-File
               ON ASCENDING KEY SWL-Expiry
               ON ASCENDING KEY SWL-ProdName
               ON ASCENDING KEY SWL-Size
               INPUT PROCEDURE IS PickLots
               OUTPUT PROCEDURE IS PrintLots.
           IF Line-Ctr = 0
               MOVE "NO LOTS DUE TO EXPIRE" TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE SPACES TO Report-Line
           STRING "LOTS " DELIMITED BY SIZE
                  Line-Ctr DELIMITED BY SIZE
                  "  UNITS " DELIMITED BY SIZE
                  Total-Qty DELIMITED BY SIZE
                  "  ALREADY EXPIRED " DELIMITED BY SIZE
                  Expired-Ctr DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           CLOSE Report-File
           DISPLAY "Near-expiry lots : " Line-Ctr
                   "  expired : " Expired-Ctr
           GO TO Kkeut.

       GetDays.
           OPEN INPUT Days-File
           IF Days-Status = '00'
               READ Days-File
                   AT END CONTINUE
                   NOT AT END
                       IF DY-Days IS NUMERIC
                           MOVE DY-Days TO Near-Days
                       END-IF
               END-READ
               CLOSE Days-File
           END-IF.

       PickLots.
      *> 기한이 있고 잔량이 있는 로트 중 기한일이 마감일
      *> 안인 것만 넘긴다
           OPEN INPUT Lot-File
           IF Lot-Status NOT = '00'
               DISPLAY "No lot stock on file"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Lot-Eof = 'Y'
               READ Lot-File
                   AT END MOVE 'Y' TO Lot-Eof
                   NOT AT END
                       IF LS-Expiry > 0
                          AND LS-Expiry <= Cut-Date
                          AND LS-Qty > 0
                           MOVE LS-Expiry   TO SWL-Expiry
                           MOVE LS-ProdName TO SWL-ProdName
                           MOVE LS-Size     TO SWL-Size
                           MOVE LS-Lot      TO SWL-Lot
                           MOVE LS-RecvDate TO SWL-RecvDate
                           MOVE LS-Qty      TO SWL-Qty
                           RELEASE SWL-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Lot-File.

       PrintLots.
           PERFORM UNTIL Work-Eof = 'Y'
               RETURN Lot-Work-File
                   AT END MOVE 'Y' TO Work-Eof
                   NOT AT END PERFORM PrintOne
               END-RETURN
           END-PERFORM.

       PrintOne.
           ADD 1 TO Line-Ctr
           ADD SWL-Qty TO Total-Qty
           MOVE SPACES TO Rpt-Detail
           MOVE SWL-ProdName TO RD-ProdName
           MOVE SWL-Size     TO RD-Size
           MOVE SWL-Lot      TO RD-Lot
           MOVE SWL-Expiry   TO RD-Expiry
           MOVE SWL-RecvDate TO RD-RecvDate
           MOVE SWL-Qty      TO RD-Qty
           IF SWL-Expiry < Proc-Date
               MOVE "EXPIRED" TO RD-Left
               ADD 1 TO Expired-Ctr
           ELSE
               COMPUTE Days-Left =
                   FUNCTION INTEGER-OF-DATE(SWL-Expiry)
                   - FUNCTION INTEGER-OF-DATE(Proc-Date)
               MOVE Days-Left TO Left-Edit
               MOVE Left-Edit TO RD-Left
           END-IF
           MOVE Rpt-Detail TO Report-Line
           WRITE Report-Line.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "LOTRPT 종료 RC=" DELIMITED BY SIZE
                  RC-Disp          DELIMITED BY SIZE
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

       END PROGRAM LOTRPT.
