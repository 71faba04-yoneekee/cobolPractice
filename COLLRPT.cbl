       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLRPT.
       AUTHOR. YONEE.
       REMARKS. 담보 LTV 보고. 담보 원부 내려쓰기본
                (COLLMAST.DAT)의 사용 중 담보를 계좌별로
                모아 감정가 합을 내고, 현재 원장(LEDGER.DAT)
                에서 처리일까지 지난 마지막 회차의 기말 잔액
                (지난 회차가 없으면 첫 회차의 기초 원금)을
                대출 잔액으로 잡아 계좌별 LTV(잔액/감정가)를
                COLLRPT.RPT에 싣는다. LTV가 정책 한도를 넘는
                계좌와 감정일이 정책 개월 수보다 오래된 담보는
                따로 모아 보인다. 정책은 COLLCFG.DAT(LTV 한도
                %, 감정 유효 개월 수 - 없으면 80%, 12개월),
                보증인 수는 GUARANT.DAT에서 센다. 월말 단계로
                돈다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Coll-File ASSIGN TO "COLLMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Coll-Status.
           SELECT Guar-File ASSIGN TO "GUARANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Guar-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT Cfg-File ASSIGN TO "COLLCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Rpt-File ASSIGN TO "COLLRPT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Coll-File.
       COPY "COLLREC.cbl".

       FD  Guar-File.
       COPY "GUARREC.cbl".

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  Cfg-File.
       01  Cfg-Record.
           02  CC-MaxLtv         PIC 999.
           02  FILLER            PIC X.
           02  CC-StaleMon       PIC 99.

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Coll-Status       PIC XX.
       77  Guar-Status       PIC XX.
       77  Ledger-Status     PIC XX.
       77  Cfg-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Coll-Eof          PIC X       VALUE 'N'.
       77  Guar-Eof          PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.

      *> ----- 정책 -----
       77  Max-Ltv           PIC 999     VALUE 80.
       77  Stale-Mon         PIC 99      VALUE 12.
       77  Stale-Date        PIC 9(8)    VALUE 0.

      *> ----- 계좌별 담보 테이블 -----
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  CA-AcctNo     PIC X(10).
               03  CA-Value      PIC 9(11).
               03  CA-Items      PIC 999.
               03  CA-Guars      PIC 99.
               03  CA-Bal        PIC 9(5).
               03  CA-Rows       PIC 9(4).
               03  CA-Ltv        PIC 9(4)V9.
               03  CA-Stale      PIC X.

      *> ----- 오래된 감정 목록 -----
       77  Stale-Count       PIC 9(4)    VALUE 0.
       01  Stale-Table.
           02  Stale-Entry OCCURS 0 TO 2000 TIMES
                           DEPENDING ON Stale-Count
                           INDEXED BY STx.
               03  SL-CollId     PIC X(10).
               03  SL-AcctNo     PIC X(10).
               03  SL-Value      PIC 9(9).
               03  SL-ApprDate   PIC 9(8).

       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Over-Count        PIC 9(4)    VALUE 0.
       77  Coll-Ctr          PIC 9(5)    VALUE 0.

      *> ----- 날짜 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Due-YY            PIC 9(4)    VALUE 0.
       77  Due-MMDD          PIC 9(4)    VALUE 0.
       77  Due-MM            PIC 99      VALUE 0.
       77  Due-DD            PIC 99      VALUE 0.
       77  Mon-Work          PIC 9(6)    VALUE 0.
       77  Month-Days        PIC 99      VALUE 0.
       77  Leap-Work         PIC 9(4)    VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Bal            PIC ZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Value          PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Ltv            PIC Z,ZZ9.9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Items          PIC ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Guars          PIC Z9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RD-Flag           PIC X(14).
       01  Rpt-Stale.
           02  RS-CollId         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RS-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RS-Value          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RS-ApprDate       PIC 9(8).
       77  Edit-Max          PIC ZZ9.
       77  Edit-Mon          PIC Z9.
       77  Edit-Cnt          PIC Z,ZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "COLLRPT"        TO AL-Program
           MOVE "COLLRPT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 기준일은 WONRI와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM GetConfig-P
           PERFORM CalcStale-P
           OPEN INPUT Coll-File
           IF Coll-Status NOT = '00'
               DISPLAY "담보 원부 없음 - 보고할 담보 없음"
           ELSE
               PERFORM UNTIL Coll-Eof = 'Y'
                   READ Coll-File
                       AT END MOVE 'Y' TO Coll-Eof
                       NOT AT END
                           PERFORM TakeColl-P
                   END-READ
               END-PERFORM
               CLOSE Coll-File
           END-IF
           IF Acct-Count > 0
               PERFORM LoadGuars-P
               PERFORM ScanLedger-P
               PERFORM VARYING ACx FROM 1 BY 1
                       UNTIL ACx > Acct-Count
                   PERFORM CalcLtv-P
               END-PERFORM
           END-IF
           PERFORM WriteRpt-P
           DISPLAY "담보 " Coll-Ctr " 건, 계좌 " Acct-Count
                   " 건, LTV 초과 " Over-Count " 건"
           DISPLAY "감정 경과 담보 " Stale-Count " 건"
           GO TO Keut-P.

       GetConfig-P.
          *> 정책 설정 - 없거나 0이면 기본값
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF CC-MaxLtv IS NUMERIC
                          AND CC-MaxLtv > 0
                           MOVE CC-MaxLtv TO Max-Ltv
                       END-IF
                       IF CC-StaleMon IS NUMERIC
                          AND CC-StaleMon > 0
                           MOVE CC-StaleMon TO Stale-Mon
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       CalcStale-P.
          *> 감정 유효 기한 - 처리일에서 정책 개월 수만큼
          *> 되돌린 날(말일을 넘는 날은 그 달 말일). 이
          *> 날보다 앞선 감정은 오래된 것으로 본다
           DIVIDE Proc-Date BY 10000
               GIVING Due-YY REMAINDER Due-MMDD
           DIVIDE Due-MMDD BY 100
               GIVING Due-MM REMAINDER Due-DD
           COMPUTE Mon-Work = Due-YY * 12 + Due-MM - 1 - Stale-Mon
           COMPUTE Due-YY = Mon-Work / 12
           COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
           PERFORM MonthDays-P
           IF Due-DD > Month-Days
               MOVE Month-Days TO Due-DD
           END-IF
           COMPUTE Stale-Date =
               Due-YY * 10000 + Due-MM * 100 + Due-DD.

       MonthDays-P.
          *> 해당 연월의 말일을 구한다
           EVALUATE Due-MM
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO Month-Days
               WHEN 2
                   MOVE 28 TO Month-Days
                   COMPUTE Leap-Work = FUNCTION MOD(Due-YY, 4)
                   IF Leap-Work = 0
                       MOVE 29 TO Month-Days
                       COMPUTE Leap-Work =
                           FUNCTION MOD(Due-YY, 100)
                       IF Leap-Work = 0
                           COMPUTE Leap-Work =
                               FUNCTION MOD(Due-YY, 400)
                           IF Leap-Work NOT = 0
                               MOVE 28 TO Month-Days
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO Month-Days
           END-EVALUATE.

       TakeColl-P.
          *> 사용 중 담보 한 건 - 계좌 칸에 감정가를 얹고
          *> 오래된 감정이면 목록에 올린다
           IF CL-Status NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Coll-Ctr
           MOVE CL-AcctNo TO Work-AcctNo
           PERFORM FindAcct-P
           IF Slot-Ok = 'N'
               PERFORM AddAcct-P
           END-IF
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           IF CL-Value IS NUMERIC
               ADD CL-Value TO CA-Value(ACx)
           END-IF
           ADD 1 TO CA-Items(ACx)
           IF CL-ApprDate IS NOT NUMERIC
              OR CL-ApprDate < Stale-Date
               MOVE 'Y' TO CA-Stale(ACx)
               IF Stale-Count < 2000
                   ADD 1 TO Stale-Count
                   MOVE CL-CollId   TO SL-CollId(Stale-Count)
                   MOVE CL-AcctNo   TO SL-AcctNo(Stale-Count)
                   MOVE CL-Value    TO SL-Value(Stale-Count)
                   MOVE CL-ApprDate TO SL-ApprDate(Stale-Count)
               ELSE
                   DISPLAY "** 감정 경과 표 한도(2000) 초과"
               END-IF
           END-IF.

       FindAcct-P.
           MOVE 'N' TO Slot-Ok
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN CA-AcctNo(ACx) = Work-AcctNo
                       MOVE 'Y' TO Slot-Ok
               END-SEARCH
           END-IF.

       AddAcct-P.
           IF Acct-Count < 2000
               ADD 1 TO Acct-Count
               SET ACx TO Acct-Count
               INITIALIZE Acct-Entry(ACx)
               MOVE Work-AcctNo TO CA-AcctNo(ACx)
               MOVE 'N' TO CA-Stale(ACx)
               MOVE 'Y' TO Slot-Ok
           ELSE
               DISPLAY "** 계좌 표 한도(2000) 초과 : "
                       Work-AcctNo
           END-IF.

       LoadGuars-P.
          *> 사용 중 보증인 연결을 계좌별로 센다
           OPEN INPUT Guar-File
           IF Guar-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Guar-Eof = 'Y'
               READ Guar-File
                   AT END MOVE 'Y' TO Guar-Eof
                   NOT AT END
                       IF GU-Status = 'A'
                           MOVE GU-AcctNo TO Work-AcctNo
                           PERFORM FindAcct-P
                           IF Slot-Ok = 'Y'
                              AND CA-Guars(ACx) < 99
                               ADD 1 TO CA-Guars(ACx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Guar-File.

       ScanLedger-P.
          *> 잔액은 처리일까지 지난 마지막 회차의 기말
          *> 잔액, 지난 회차가 없으면 첫 회차의 기초 원금
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       PERFORM NoteLedger-P
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       NoteLedger-P.
           MOVE LG-AcctNo TO Work-AcctNo
           PERFORM FindAcct-P
           IF Slot-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CA-Rows(ACx)
           IF CA-Rows(ACx) = 1
               MOVE LG-WonGeum TO CA-Bal(ACx)
           END-IF
           IF LG-DueDate IS NUMERIC
              AND LG-DueDate <= Proc-Date
               MOVE LG-Closing TO CA-Bal(ACx)
           END-IF.

       CalcLtv-P.
          *> 감정가가 0이면 잔액이 남은 한 한도 초과로 본다
           IF CA-Value(ACx) = 0
               IF CA-Bal(ACx) > 0
                   MOVE 9999.9 TO CA-Ltv(ACx)
               ELSE
                   MOVE 0 TO CA-Ltv(ACx)
               END-IF
           ELSE
               COMPUTE CA-Ltv(ACx) ROUNDED =
                   CA-Bal(ACx) * 100 / CA-Value(ACx)
                   ON SIZE ERROR MOVE 9999.9 TO CA-Ltv(ACx)
               END-COMPUTE
           END-IF
           IF CA-Ltv(ACx) > Max-Ltv
               ADD 1 TO Over-Count
           END-IF.

       WriteRpt-P.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 담보 LTV 보고 기준일 " DELIMITED BY SIZE
                  Proc-Date                   DELIMITED BY SIZE
                  " ==="                      DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE Max-Ltv   TO Edit-Max
           MOVE Stale-Mon TO Edit-Mon
           MOVE SPACES TO Rpt-Line
           STRING "정책 LTV 한도 " DELIMITED BY SIZE
                  Edit-Max         DELIMITED BY SIZE
                  "%, 감정 유효 "  DELIMITED BY SIZE
                  Edit-Mon         DELIMITED BY SIZE
                  "개월(기한 "     DELIMITED BY SIZE
                  Stale-Date       DELIMITED BY SIZE
                  ")"              DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[계좌별 LTV]" TO Rpt-Line
           WRITE Rpt-Line
           PERFORM WriteHead-P
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               PERFORM WriteAcct-P
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE Acct-Count TO Edit-Cnt
           MOVE SPACES TO Rpt-Line
           STRING "계좌 " DELIMITED BY SIZE
                  Edit-Cnt DELIMITED BY SIZE
                  " 건"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
          *> LTV 한도 초과 계좌
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[LTV 한도 초과]" TO Rpt-Line
           WRITE Rpt-Line
           PERFORM WriteHead-P
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Ltv(ACx) > Max-Ltv
                   PERFORM WriteAcct-P
               END-IF
           END-PERFORM
           MOVE Over-Count TO Edit-Cnt
           MOVE SPACES TO Rpt-Line
           STRING "초과 " DELIMITED BY SIZE
                  Edit-Cnt DELIMITED BY SIZE
                  " 건"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
          *> 감정일이 유효 기한보다 앞선 담보
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[감정 경과 담보]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "담보번호    계좌번호    " DELIMITED BY SIZE
                  "     감정가  감정일"     DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING STx FROM 1 BY 1
                   UNTIL STx > Stale-Count
               MOVE SL-CollId(STx)   TO RS-CollId
               MOVE SL-AcctNo(STx)   TO RS-AcctNo
               MOVE SL-Value(STx)    TO RS-Value
               MOVE SL-ApprDate(STx) TO RS-ApprDate
               MOVE Rpt-Stale TO Rpt-Line
               WRITE Rpt-Line
           END-PERFORM
           MOVE Stale-Count TO Edit-Cnt
           MOVE SPACES TO Rpt-Line
           STRING "경과 " DELIMITED BY SIZE
                  Edit-Cnt DELIMITED BY SIZE
                  " 건"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File.

       WriteHead-P.
           MOVE SPACES TO Rpt-Line
           STRING "계좌번호      잔액           감정가"
                                           DELIMITED BY SIZE
                  "     LTV%  건  보증"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       WriteAcct-P.
           MOVE CA-AcctNo(ACx) TO RD-AcctNo
           MOVE CA-Bal(ACx)    TO RD-Bal
           MOVE CA-Value(ACx)  TO RD-Value
           MOVE CA-Ltv(ACx)    TO RD-Ltv
           MOVE CA-Items(ACx)  TO RD-Items
           MOVE CA-Guars(ACx)  TO RD-Guars
           MOVE SPACES TO RD-Flag
           IF CA-Ltv(ACx) > Max-Ltv
               MOVE "*LTV" TO RD-Flag
           END-IF
           IF CA-Stale(ACx) = 'Y'
               MOVE "*감정" TO RD-Flag(6:7)
           END-IF
           MOVE Rpt-Detail TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "COLLRPT 종료"   TO AL-Event
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
