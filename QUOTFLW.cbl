       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTFLW.
       AUTHOR. YONEE.
      *> 견적 추적 목록 - 견적 파일(QUOTES.DAT)에서 아직
      *> 주문으로 바뀌지 않은 견적 중 유효기한이 처리일
      *> (BIZDATE) 전에 지난 것과 다음 주 실행 전에 끝나는
      *> 것을 기한 순으로 QUOTFLW.RPT에 싣는다. 영업이
      *> 고객에게 다시 연락할 목록이다 - 지난 견적은 남은
      *> 날 대신 EXPIRED로, 값은 견적 단가와 할인율로
      *> 매긴 미전환 줄의 합이다. 야간 배치에서 주 1회
      *> (월요일) 돈다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Quote-File ASSIGN TO "QUOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Quote-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
      *> 기한 순으로 정렬하는 작업 파일
           SELECT Quote-Work-File ASSIGN TO "QUOTWK.DAT".
           SELECT Report-File ASSIGN TO "QUOTFLW.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Report-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Quote-File.
       01  Quote-Record.
           02 QF-QuoteNo    PIC 9(6).
           02 FILLER        PIC X.
           02 QF-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 QF-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 QF-Expiry     PIC 9(8).
           02 FILLER        PIC X.
           02 QF-ProdName   PIC X(10).
           02 QF-Size       PIC A.
           02 FILLER        PIC X.
           02 QF-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 QF-Price      PIC 9(5)V99.
           02 FILLER        PIC X.
           02 QF-Disc       PIC 9(2).
           02 FILLER        PIC X.
      *> 'O'=미결 'C'=주문 전환
           02 QF-Status     PIC X.
           02 FILLER        PIC X.
           02 QF-ConvDate   PIC 9(8).

       FD  Customer-File.
       01  Customer-Record.
           02 CM-CustNo PIC 9(5).
           02 CM-FName PIC X(15).
           02 CM-LName PIC X(15).

       SD  Quote-Work-File.
       01  SWQ-Record.
           02 SWQ-Expiry    PIC 9(8).
           02 SWQ-QuoteNo   PIC 9(6).
           02 SWQ-CustNo    PIC 9(5).
           02 SWQ-Date      PIC 9(8).
           02 SWQ-Lines     PIC 9(3).
           02 SWQ-Value     PIC 9(8)V99.

       FD  Report-File.
       01  Report-Line      PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Audit-Status   PIC XX.
       77 Quote-Status   PIC XX.
       77 Cust-Status    PIC XX.
       77 Report-Status  PIC XX.
       77 Quote-Eof      PIC X VALUE 'N'.
       77 Cust-Eof       PIC X VALUE 'N'.
       77 Work-Eof       PIC X VALUE 'N'.
       77 Bz-Op          PIC X(3) VALUE SPACES.
       77 Bz-Flag        PIC X VALUE SPACE.
       77 Proc-Date      PIC 9(8) VALUE 0.
      *> 다음 주 실행까지 - 그 안에 끝나는 견적도 싣는다
       77 Look-Days      PIC 9(3) VALUE 7.
       77 Cut-Date       PIC 9(8) VALUE 0.
       77 Days-Left      PIC S9(5) VALUE 0.
       77 Line-Ctr       PIC 9(5) VALUE 0.
       77 Expired-Ctr    PIC 9(5) VALUE 0.
       77 Total-Value    PIC 9(9)V99 VALUE 0.
       77 Line-Value     PIC 9(7)V99 VALUE 0.
       77 RC-Disp        PIC 9(4) VALUE 0.

      *> 견적 한 장 모으기 (같은 번호의 줄은 붙어 있다)
       77 Grp-QuoteNo    PIC 9(6) VALUE 0.
       77 Grp-CustNo     PIC 9(5) VALUE 0.
       77 Grp-Date       PIC 9(8) VALUE 0.
       77 Grp-Expiry     PIC 9(8) VALUE 0.
       77 Grp-Lines      PIC 9(3) VALUE 0.
       77 Grp-Value      PIC 9(8)V99 VALUE 0.

      *> 고객 이름 표
       77 Num-Custs      PIC 9(3) VALUE 0.
       01 CustTable.
           02 Cust-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo PIC 9(5).
               03 CT-FName  PIC X(15).
               03 CT-LName  PIC X(15).

       01 Rpt-Detail.
           02 RD-QuoteNo    PIC 9(6).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-CustNo     PIC 9(5).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Name       PIC X(16).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Date       PIC 9(8).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Expiry     PIC 9(8).
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Lines      PIC ZZ9.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Value      PIC $$$,$$9.99.
           02 FILLER        PIC X(2)   VALUE SPACES.
           02 RD-Left       PIC X(7).
       01 Left-Edit         PIC ZZZZ9.
       01 Value-Edit        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "QUOTFLW"        TO AL-Program
           MOVE "QUOTFLW 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           COMPUTE Cut-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Proc-Date) + Look-Days)
           PERFORM LoadCustomers.
           OPEN OUTPUT Report-File
           IF Report-Status NOT = '00'
               DISPLAY "** QUOTFLW.RPT OPEN FAILED : "
                   Report-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           MOVE SPACES TO Report-Line
           STRING "=== UNCONVERTED QUOTES EXPIRED OR EXPIRING BY "
                                    DELIMITED BY SIZE
                  Cut-Date          DELIMITED BY SIZE
                  " (RUN "          DELIMITED BY SIZE
                  Proc-Date         DELIMITED BY SIZE
                  ") ==="           DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           MOVE "QUOTE   CUST   NAME              QUOTED    EXPIRES"
               TO Report-Line
           MOVE "LNS       VALUE  STATUS" TO Report-Line(54:23)
           WRITE Report-Line
           SORT Quote-Work-File
               ON ASCENDING KEY SWQ-Expiry
               ON ASCENDING KEY SWQ-QuoteNo
               INPUT PROCEDURE IS PickQuotes
               OUTPUT PROCEDURE IS PrintQuotes.
           IF Line-Ctr = 0
               MOVE "NO QUOTES TO FOLLOW UP" TO Report-Line
               WRITE Report-Line
           END-IF
           MOVE Total-Value TO Value-Edit
           MOVE SPACES TO Report-Line
           STRING "QUOTES " DELIMITED BY SIZE
                  Line-Ctr DELIMITED BY SIZE
                  "  EXPIRED " DELIMITED BY SIZE
                  Expired-Ctr DELIMITED BY SIZE
                  "  VALUE " DELIMITED BY SIZE
                  Value-Edit DELIMITED BY SIZE
                  INTO Report-Line
           WRITE Report-Line
           CLOSE Report-File
           DISPLAY "Quotes to follow up : " Line-Ctr
                   "  expired : " Expired-Ctr
           GO TO Kkeut.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Cust-Status = '00'
               PERFORM UNTIL Cust-Eof = 'Y'
                   READ Customer-File
                       AT END MOVE 'Y' TO Cust-Eof
                       NOT AT END
                           IF Num-Custs < 200
                               ADD 1 TO Num-Custs
                               MOVE CM-CustNo
                                   TO CT-CustNo(Num-Custs)
                               MOVE CM-FName
                                   TO CT-FName(Num-Custs)
                               MOVE CM-LName
                                   TO CT-LName(Num-Custs)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Customer-File
           END-IF.

       PickQuotes.
      *> 견적 번호가 바뀔 때마다 앞 견적을 넘길지 본다
           OPEN INPUT Quote-File
           IF Quote-Status NOT = '00'
               DISPLAY "No quotes on file"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Grp-QuoteNo
           PERFORM UNTIL Quote-Eof = 'Y'
               READ Quote-File
                   AT END MOVE 'Y' TO Quote-Eof
                   NOT AT END
                       IF QF-QuoteNo NOT = Grp-QuoteNo
                           PERFORM ReleaseQuote
                           MOVE QF-QuoteNo TO Grp-QuoteNo
                           MOVE QF-CustNo  TO Grp-CustNo
                           MOVE QF-Date    TO Grp-Date
                           MOVE QF-Expiry  TO Grp-Expiry
                           MOVE 0 TO Grp-Lines
                           MOVE 0 TO Grp-Value
                       END-IF
                       IF QF-Status = 'O'
                           PERFORM AddQuoteLine
                       END-IF
               END-READ
           END-PERFORM
           PERFORM ReleaseQuote
           CLOSE Quote-File.

       AddQuoteLine.
      *> 줄 값 = 견적 단가 * 수량 * (100 - 할인율) / 100
           ADD 1 TO Grp-Lines
           COMPUTE Line-Value ROUNDED =
               QF-Price * QF-Qty * (100 - QF-Disc) / 100
               ON SIZE ERROR MOVE 0 TO Line-Value
           END-COMPUTE
           ADD Line-Value TO Grp-Value.

       ReleaseQuote.
      *> 미전환 줄이 남고 기한이 마감일 안인 견적만
           IF Grp-QuoteNo = 0 OR Grp-Lines = 0
               EXIT PARAGRAPH
           END-IF
           IF Grp-Expiry >= Cut-Date
               EXIT PARAGRAPH
           END-IF
           MOVE Grp-Expiry  TO SWQ-Expiry
           MOVE Grp-QuoteNo TO SWQ-QuoteNo
           MOVE Grp-CustNo  TO SWQ-CustNo
           MOVE Grp-Date    TO SWQ-Date
           MOVE Grp-Lines   TO SWQ-Lines
           MOVE Grp-Value   TO SWQ-Value
           RELEASE SWQ-Record.

       PrintQuotes.
           PERFORM UNTIL Work-Eof = 'Y'
               RETURN Quote-Work-File
                   AT END MOVE 'Y' TO Work-Eof
                   NOT AT END PERFORM PrintOne
               END-RETURN
           END-PERFORM.

       PrintOne.
           ADD 1 TO Line-Ctr
           ADD SWQ-Value TO Total-Value
           MOVE SPACES TO Rpt-Detail
           MOVE SWQ-QuoteNo TO RD-QuoteNo
           MOVE SWQ-CustNo  TO RD-CustNo
           MOVE "(UNKNOWN)" TO RD-Name
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = SWQ-CustNo
                       MOVE SPACES TO RD-Name
                       STRING CT-FName(CUx) DELIMITED BY '  '
                              " "           DELIMITED BY SIZE
                              CT-LName(CUx) DELIMITED BY '  '
                              INTO RD-Name
               END-SEARCH
           END-IF
           MOVE SWQ-Date    TO RD-Date
           MOVE SWQ-Expiry  TO RD-Expiry
           MOVE SWQ-Lines   TO RD-Lines
           MOVE SWQ-Value   TO RD-Value
           IF SWQ-Expiry < Proc-Date
               MOVE "EXPIRED" TO RD-Left
               ADD 1 TO Expired-Ctr
           ELSE
               COMPUTE Days-Left =
                   FUNCTION INTEGER-OF-DATE(SWQ-Expiry)
                   - FUNCTION INTEGER-OF-DATE(Proc-Date)
               MOVE Days-Left TO Left-Edit
               MOVE Left-Edit TO RD-Left
           END-IF
           MOVE Rpt-Detail TO Report-Line
           WRITE Report-Line.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "QUOTFLW 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
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

       END PROGRAM QUOTFLW.
