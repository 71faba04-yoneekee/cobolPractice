       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATERSET.
       AUTHOR. YONEE.
       REMARKS. 변동금리 대출 재산정 야간 반영. 색인 원부에서
                다음 재산정일이 처리일 이전인 변동금리 대출
                ('Y')을 골라, 처리일 현재의 공시 기준금리
                (BASERATE.DAT)에 가산금리를 더하고 하한/상한
                안으로 맞춘 새 요율을 매긴다. 어젯밤 원장
                (LEDGER.DAT)에서 처리일까지 납기가 지난 회차는
                그대로 얼려 원부를 고치기 전에 RESTHIST.DAT에
                재산정일 도장으로 먼저 보관하고(RESTRUCT와
                같은 방식, 보관을 못 하면 사유 O로 반려), 그 다음
                회차부터만 같은 밤 WONRI가 새 요율로 다시
                짓는다. 재산정마다 공용 계좌 거래 기록에
                RSET로, 실행 기록에 전/후 요율을 남기고 고객
                마스터(CUSTMAST.DAT) 주소로 금리 변경 안내장
                (RATENOTE.RPT)을 찍는다. 결과는 RATERSET.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BaseRate-File ASSIGN TO "BASERATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BaseRate-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT RestHist-File ASSIGN TO "RESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RestHist-Status.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Notice-File ASSIGN TO "RATENOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Notice-Status.
           SELECT Rpt-File ASSIGN TO "RATERSET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록/거래 기록
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           SELECT Jrnl-File ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BaseRate-File.
       COPY "BASERATE.cbl".

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  RestHist-File.
       COPY "RESTHIST.cbl".

       FD  AcctIdx-File.
       01  AcctIdx-Record.
           02  AI-AcctNo         PIC X(10).
           02  AI-ProdCode       PIC X(5).
           02  AI-Principal      PIC 9(5).
           02  AI-Status         PIC X.
           02  AI-OrigDate       PIC 9(8).
           02  AI-Freq           PIC X.
           02  AI-CustNo         PIC 9(5).
           02  AI-Type           PIC X.
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  CM-Phone          PIC X(13).
           02  CM-Postal         PIC X(6).

       FD  Notice-File.
       01  Notice-Line           PIC X(80).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Jrnl-File.
       COPY "ACCTJRNL.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Jrnl-Status       PIC XX.
       77  BaseRate-Status   PIC XX.
       77  Ledger-Status     PIC XX.
       77  RestHist-Status   PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  Account-Status    PIC XX.
       77  Cust-Status       PIC XX.
       77  Notice-Status     PIC XX.
       77  Rpt-Status        PIC XX.
       77  BaseRate-Eof      PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  RestHist-Eof      PIC X       VALUE 'N'.
       77  Cust-Eof          PIC X       VALUE 'N'.

      *> ----- 재산정 대상 테이블 -----
      *> 결과 - 'D' 반영, 'J' 반려, 'P' 미룸(오늘 재조정된
      *> 계좌는 다음 처리일에 한다)
      *> 'V'는 원부를 고치기 전 1차 확인을 통과한 건
      *> 사유 - B 기준금리 없음, F 재산정 주기 오류,
      *> M 남은 회차 없음, S 요율 자릿수 초과, N 계좌
      *> 없음, O 원부 열기/되쓰기나 보관 파일 실패,
      *> R 오늘 재조정
       77  Rs-Count          PIC 9(3)    VALUE 0.
       01  Reset-Table.
           02  Reset-Entry OCCURS 0 TO 200 TIMES
                           DEPENDING ON Rs-Count
                           INDEXED BY RSx.
               03  RS-AcctNo     PIC X(10).
               03  RS-CustNo     PIC 9(5).
               03  RS-Result     PIC X.
               03  RS-Reason     PIC X.
               03  RS-OldRate    PIC 9V9999.
               03  RS-NewRate    PIC 9V9999.
               03  RS-Rows       PIC 9(3).
               03  RS-LastPer    PIC 9(3).
               03  RS-Base       PIC 9(5).
               03  RS-Term       PIC 9(3).
               03  RS-Margin     PIC 9V9999.
               03  RS-NextReset  PIC 9(8).
      *> 이번에 지난 회차를 새로 얼렸으면 'Y'
               03  RS-Freeze     PIC X.
      *> 얼린 회차 보관 - 'N' 아직, 'E' 같은 날 앞 실행에서
      *> 이미, 'X' 쓰기 실패
               03  RS-Arch       PIC X.
               03  RS-Name       PIC X(31).
               03  RS-Addr       PIC X(30).
               03  RS-Postal     PIC X(6).

      *> ----- 계좌 마스터 확장 영역 작업본 -----
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.

      *> ----- 재산정 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Base-Rate         PIC 9V9999  VALUE 0.
       77  Base-Date         PIC 9(8)    VALUE 0.
       77  Base-Found        PIC X       VALUE 'N'.
       77  New-Rate          PIC 9V9999  VALUE 0.
       77  Old-Base          PIC 9(3)    VALUE 0.
       77  Old-Stamp         PIC 9(8)    VALUE 0.
       77  Left-Per          PIC S9(4)   VALUE 0.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Done-Ctr          PIC 9(3)    VALUE 0.
       77  Rej-Ctr           PIC 9(3)    VALUE 0.
       77  Defer-Ctr         PIC 9(3)    VALUE 0.
       77  Hist-Ctr          PIC 9(5)    VALUE 0.
       77  Notice-Ctr        PIC 9(3)    VALUE 0.
       77  Freeze-Any        PIC X       VALUE 'N'.
       77  Acct-Touched      PIC X       VALUE 'N'.
      *> 'Y'면 1차 확인 - 원부를 고치지 않고 새 요율과
      *> 얼릴 회차만 가린다
       77  Dry-Run           PIC X       VALUE 'N'.
      *> 날짜 넘기기(개월/주) 작업영역 - WONRI CalcDue-P와
      *> 같은 말일 맞춤
       77  Step-Date         PIC 9(8)    VALUE 0.
       77  Step-Cnt          PIC 9(3)    VALUE 0.
       77  Step-Freq         PIC X       VALUE 'M'.
       77  Step-Int          PIC 9(8)    VALUE 0.
       77  Due-YY            PIC 9(4)    VALUE 0.
       77  Due-MMDD          PIC 9(4)    VALUE 0.
       77  Due-MM            PIC 99      VALUE 0.
       77  Due-DD            PIC 99      VALUE 0.
       77  Mon-Work          PIC 9(6)    VALUE 0.
       77  Month-Days        PIC 99      VALUE 0.
       77  Leap-Work         PIC 9(4)    VALUE 0.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 보고/안내장 편집 -----
       77  Ed-Old            PIC 9.9999.
       77  Ed-New            PIC 9.9999.
       77  Ed-Rate           PIC 9.9999.
       77  Ed-Per            PIC ZZ9.
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Result         PIC X(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Reason         PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-OldRate        PIC 9.9999.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-NewRate        PIC 9.9999.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Base           PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Term           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-FromPer        PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-NextReset      PIC 9(8).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "RATERSET"       TO AL-Program
           MOVE "RATERSET 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 재산정일은 WONRI와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadDue-P
           IF Rs-Count = 0
               DISPLAY "재산정할 변동금리 계좌 없음"
               GO TO Keut-P
           END-IF
           PERFORM LoadBase-P
           PERFORM ScanLedger-P
           PERFORM ApplyAll-P
           IF Acct-Touched = 'Y'
               PERFORM ExtractAccts-P
           END-IF
           IF Done-Ctr > 0
               PERFORM LoadCusts-P
               PERFORM WriteNotices-P
           END-IF
           PERFORM WriteRpt-P
           IF Rej-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "금리 재산정 " Done-Ctr " 건, 반려 "
                   Rej-Ctr " 건, 미룸 " Defer-Ctr " 건"
           GO TO Keut-P.

       LoadDue-P.
          *> 색인 원부를 훑어 재산정일이 된 사용 중
          *> 변동금리 대출만 모은다
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AI-AcctNo
           START AcctIdx-File KEY >= AI-AcctNo
               INVALID KEY CONTINUE
           END-START
           PERFORM DueRead-P
               UNTIL AcctIdx-Status NOT = '00'
           CLOSE AcctIdx-File.

       DueRead-P.
           READ AcctIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   MOVE AI-Ext TO WA-Ext
                   IF AI-Status = 'A'
                      AND AI-Type NOT = 'D' AND AI-Type NOT = 'S'
                      AND WA-Float = 'Y'
                      AND WA-NextReset IS NUMERIC
                      AND WA-NextReset > 0
                      AND WA-NextReset <= Proc-Date
                       IF Rs-Count >= 200
                           DISPLAY "** 재산정 한도(200) 초과"
                       ELSE
                           PERFORM StowDue-P
                       END-IF
                   END-IF
           END-READ.

       StowDue-P.
           ADD 1 TO Rs-Count
           MOVE AI-AcctNo    TO RS-AcctNo(Rs-Count)
           MOVE AI-CustNo    TO RS-CustNo(Rs-Count)
           MOVE SPACE        TO RS-Result(Rs-Count)
           MOVE SPACE        TO RS-Reason(Rs-Count)
           MOVE 0            TO RS-OldRate(Rs-Count)
           IF WA-Rate IS NUMERIC
               MOVE WA-Rate  TO RS-OldRate(Rs-Count)
           END-IF
           MOVE 0            TO RS-NewRate(Rs-Count)
           MOVE 0            TO RS-Rows(Rs-Count)
           MOVE 0            TO RS-LastPer(Rs-Count)
           MOVE 0            TO RS-Base(Rs-Count)
           MOVE AI-Term      TO RS-Term(Rs-Count)
           MOVE 0            TO RS-Margin(Rs-Count)
           IF WA-Margin IS NUMERIC
               MOVE WA-Margin TO RS-Margin(Rs-Count)
           END-IF
           MOVE WA-NextReset TO RS-NextReset(Rs-Count)
           MOVE 'N'          TO RS-Freeze(Rs-Count)
           MOVE 'N'          TO RS-Arch(Rs-Count)
           MOVE SPACES       TO RS-Name(Rs-Count)
           MOVE SPACES       TO RS-Addr(Rs-Count)
           MOVE SPACES       TO RS-Postal(Rs-Count)
           IF WA-ResetMon IS NOT NUMERIC OR WA-ResetMon = 0
               MOVE 'J' TO RS-Result(Rs-Count)
               MOVE 'F' TO RS-Reason(Rs-Count)
               ADD 1 TO Rej-Ctr
               EXIT PARAGRAPH
           END-IF
          *> 오늘 재조정된 계좌는 재조정 요율이 먼저다 -
          *> 재산정은 다음 처리일로 미룬다
           IF WA-Restr = 'Y' AND WA-RestrDate = Proc-Date
               MOVE 'P' TO RS-Result(Rs-Count)
               MOVE 'R' TO RS-Reason(Rs-Count)
               ADD 1 TO Defer-Ctr
           END-IF.

       LoadBase-P.
          *> 처리일 현재 공시일이 가장 늦은 기준금리를
          *> 찾는다 - 파일 순서는 따지지 않는다
           OPEN INPUT BaseRate-File
           IF BaseRate-Status NOT = '00'
               DISPLAY "** 기준금리 파일 없음 : "
                       BaseRate-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BaseRate-Eof = 'Y'
               READ BaseRate-File
                   AT END MOVE 'Y' TO BaseRate-Eof
                   NOT AT END
                       IF BR-EffDate IS NUMERIC
                          AND BR-Rate IS NUMERIC
                          AND BR-EffDate <= Proc-Date
                          AND BR-EffDate >= Base-Date
                           MOVE BR-EffDate TO Base-Date
                           MOVE BR-Rate    TO Base-Rate
                           MOVE 'Y'        TO Base-Found
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BaseRate-File
           IF Base-Found = 'Y'
               MOVE Base-Rate TO Ed-Rate
               DISPLAY "적용 기준금리 : " Ed-Rate
                       " (공시일 " Base-Date ")"
           ELSE
               DISPLAY "** 처리일 현재 공시 기준금리 없음"
           END-IF.

       FindDue-P.
          *> 계좌번호로 아직 처리하지 않은 대상을 찾는다
           MOVE 'N' TO Slot-Ok
           SET RSx TO 1
           SEARCH Reset-Entry
               AT END CONTINUE
               WHEN RS-AcctNo(RSx) = Work-AcctNo
                    AND RS-Result(RSx) = SPACE
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH.

       ScanLedger-P.
          *> 처리일까지 납기가 지난 마지막 회차와 그 기말
          *> 잔액을 찾는다 - RESTRUCT의 ScanLedger-P와 같다
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
                       MOVE LG-AcctNo TO Work-AcctNo
                       PERFORM FindDue-P
                       IF Slot-Ok = 'Y'
                           ADD 1 TO RS-Rows(RSx)
                           IF LG-DueDate <= Proc-Date
                               MOVE LG-Closing TO RS-Base(RSx)
                               MOVE LG-Period  TO RS-LastPer(RSx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       ApplyAll-P.
          *> 대상 계좌를 색인 원부에 제자리 반영한다 - 1차로
          *> 원부를 고치지 않고 새 요율과 얼릴 회차를 가려,
          *> 얼릴 계좌의 원장 행을 보관한 뒤에야 2차로 원부를
          *> 고친다. 보관을 못 한 계좌는 원부를 건드리지 않고
          *> 반려한다
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               PERFORM VARYING RSx FROM 1 BY 1
                       UNTIL RSx > Rs-Count
                   IF RS-Result(RSx) = SPACE
                       MOVE 'O' TO RS-Reason(RSx)
                       PERFORM RejectOne-P
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Dry-Run
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               IF RS-Result(RSx) = SPACE
                   PERFORM ApplyOne-P
               END-IF
           END-PERFORM
           IF Freeze-Any = 'Y'
               PERFORM ArchiveRows-P
           END-IF
           MOVE 'N' TO Dry-Run
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               IF RS-Result(RSx) = 'V'
                   PERFORM ApplyOne-P
               END-IF
           END-PERFORM
           CLOSE AcctIdx-File.

       RejectOne-P.
           MOVE 'J' TO RS-Result(RSx)
           ADD 1 TO Rej-Ctr.

       ApplyOne-P.
           IF Base-Found NOT = 'Y'
               MOVE 'B' TO RS-Reason(RSx)
               PERFORM RejectOne-P
               EXIT PARAGRAPH
           END-IF
           MOVE RS-AcctNo(RSx) TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   MOVE 'N' TO RS-Reason(RSx)
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Ext TO WA-Ext
          *> 기준금리 + 가산금리를 하한/상한(0 = 없음)
          *> 안으로 맞춘다
           COMPUTE New-Rate = Base-Rate + RS-Margin(RSx)
               ON SIZE ERROR
                   MOVE 'S' TO RS-Reason(RSx)
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-COMPUTE
           IF WA-Floor IS NUMERIC AND WA-Floor > 0
              AND New-Rate < WA-Floor
               MOVE WA-Floor TO New-Rate
           END-IF
           IF WA-Cap IS NUMERIC AND WA-Cap > 0
              AND New-Rate > WA-Cap
               MOVE WA-Cap TO New-Rate
           END-IF
          *> 지금 스케줄이 몇 회차 뒤부터 세어지는지 -
          *> WONRI SetOrig-P와 같이 재조정/재산정 중 늦은
          *> 도장을 따른다
           MOVE 0 TO Old-Base
           MOVE 0 TO Old-Stamp
           IF WA-Restr = 'Y' AND WA-RestrPer IS NUMERIC
              AND WA-RestrDate IS NUMERIC
               MOVE WA-RestrPer  TO Old-Base
               MOVE WA-RestrDate TO Old-Stamp
           END-IF
           IF WA-ResetPer IS NUMERIC AND WA-ResetPer > 0
              AND WA-ResetDate IS NUMERIC
              AND WA-ResetDate > Old-Stamp
               MOVE WA-ResetPer  TO Old-Base
               MOVE WA-ResetDate TO Old-Stamp
           END-IF
           COMPUTE Left-Per = Old-Base + AI-Term - RS-LastPer(RSx)
           IF Left-Per <= 0
               MOVE 'M' TO RS-Reason(RSx)
               PERFORM RejectOne-P
               EXIT PARAGRAPH
           END-IF
          *> 지난 회차가 새로 생겼으면 거기까지 얼리고 새
          *> 스케줄은 그 마지막 회차의 (휴일 밀기 전)
          *> 납기일을 기산일로 남은 회차만 센다 - 원래
          *> 납기 주기가 그대로 이어진다
           IF RS-LastPer(RSx) > Old-Base
               MOVE AI-OrigDate TO Step-Date
               COMPUTE Step-Cnt = RS-LastPer(RSx) - Old-Base
               MOVE AI-Freq TO Step-Freq
               PERFORM StepDate-P
               MOVE Step-Date       TO AI-OrigDate
               MOVE RS-Base(RSx)    TO AI-Principal
               MOVE Left-Per        TO AI-Term
               MOVE Proc-Date       TO WA-ResetDate
               MOVE RS-LastPer(RSx) TO WA-ResetPer
               MOVE 'Y' TO RS-Freeze(RSx)
           ELSE
               MOVE AI-Principal TO RS-Base(RSx)
           END-IF
           MOVE AI-Term  TO RS-Term(RSx)
           MOVE New-Rate TO WA-Rate
           MOVE New-Rate TO RS-NewRate(RSx)
          *> 다음 재산정일 - 밀린 주기는 한꺼번에 넘긴다
           MOVE WA-NextReset TO Step-Date
           MOVE WA-ResetMon  TO Step-Cnt
           MOVE 'M'          TO Step-Freq
           PERFORM StepDate-P
               UNTIL Step-Date > Proc-Date
           MOVE Step-Date TO WA-NextReset
           MOVE Step-Date TO RS-NextReset(RSx)
           IF Dry-Run = 'Y'
               MOVE 'V' TO RS-Result(RSx)
               IF RS-Freeze(RSx) = 'Y'
                   MOVE 'Y' TO Freeze-Any
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WA-Ext TO AI-Ext
           REWRITE AcctIdx-Record
               INVALID KEY
                   MOVE 'O' TO RS-Reason(RSx)
                   MOVE 'N' TO RS-Freeze(RSx)
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'D' TO RS-Result(RSx)
           ADD 1 TO Done-Ctr
           MOVE 'Y' TO Acct-Touched
           PERFORM JrnlReset-P
           MOVE RS-OldRate(RSx) TO Ed-Old
           MOVE RS-NewRate(RSx) TO Ed-New
           MOVE SPACES TO AL-Event
           STRING "금리재산정 " DELIMITED BY SIZE
                  AI-AcctNo     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Ed-Old        DELIMITED BY SIZE
                  ">"           DELIMITED BY SIZE
                  Ed-New        DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       StepDate-P.
          *> Step-Date를 Step-Cnt 회차(월 또는 주)만큼
          *> 넘긴다 - 달의 말일을 넘는 날은 말일로 맞춘다
           IF Step-Freq = 'W'
               COMPUTE Step-Int =
                   FUNCTION INTEGER-OF-DATE(Step-Date)
                   + Step-Cnt * 7
               MOVE FUNCTION DATE-OF-INTEGER(Step-Int)
                   TO Step-Date
           ELSE
               DIVIDE Step-Date BY 10000
                   GIVING Due-YY REMAINDER Due-MMDD
               DIVIDE Due-MMDD BY 100
                   GIVING Due-MM REMAINDER Due-DD
               COMPUTE Mon-Work =
                   Due-YY * 12 + Due-MM - 1 + Step-Cnt
               COMPUTE Due-YY = Mon-Work / 12
               COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
               PERFORM MonthDays-P
               IF Due-DD > Month-Days
                   MOVE Month-Days TO Due-DD
               END-IF
               COMPUTE Step-Date =
                   Due-YY * 10000 + Due-MM * 100 + Due-DD
           END-IF.

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

       JrnlReset-P.
          *> 재산정을 공용 계좌 거래 기록에 남긴다 -
          *> 금액은 재산정 바탕 잔액, 전/후는 요율을
          *> 베이시스 포인트(1/100 %)로 적는다
           MOVE SPACES TO Jrnl-Record
           MOVE AI-AcctNo TO AJ-AcctNo
           MOVE Proc-Date TO AJ-Date
           MOVE 'RSET'    TO AJ-Event
           MOVE RS-Base(RSx) TO AJ-Amount
           COMPUTE AJ-Before = RS-OldRate(RSx) * 10000
           COMPUTE AJ-After  = RS-NewRate(RSx) * 10000
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       ArchiveRows-P.
          *> 새로 얼릴 계좌의 재산정 직전 원장 행을
          *> 재산정일 도장으로 보관한다 - 같은 날 앞 실행이
          *> 이미 보관한 계좌(원부를 고치기 전에 끊긴 경우)는
          *> 다시 쓰지 않는다. 파일을 못 열면 얼릴 계좌를
          *> 모두 반려한다
           PERFORM SeenHist-P
           MOVE 'N' TO Ledger-Eof
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 8 TO RETURN-CODE
               PERFORM FailFreeze-P
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RestHist-File
           IF RestHist-Status NOT = '00'
               OPEN OUTPUT RestHist-File
           END-IF
           IF RestHist-Status NOT = '00'
               DISPLAY "** 재산정 보관 파일 열기 실패 : "
                       RestHist-Status
               MOVE 8 TO RETURN-CODE
               CLOSE Ledger-File
               PERFORM FailFreeze-P
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       PERFORM ArchiveOne-P
               END-READ
           END-PERFORM
           CLOSE RestHist-File
           CLOSE Ledger-File
           DISPLAY "재산정 보관 행 수 : " Hist-Ctr
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               IF RS-Result(RSx) = 'V' AND RS-Arch(RSx) = 'X'
                   DISPLAY "** 재산정 보관 쓰기 실패 : "
                           RS-AcctNo(RSx)
                   MOVE 8 TO RETURN-CODE
                   MOVE 'O' TO RS-Reason(RSx)
                   PERFORM RejectOne-P
               END-IF
           END-PERFORM.

       FailFreeze-P.
          *> 얼릴 회차가 있는 1차 통과 건을 사유 O로 반려한다
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               IF RS-Result(RSx) = 'V' AND RS-Freeze(RSx) = 'Y'
                   MOVE 'O' TO RS-Reason(RSx)
                   PERFORM RejectOne-P
               END-IF
           END-PERFORM.

       SeenHist-P.
           MOVE 'N' TO RestHist-Eof
           OPEN INPUT RestHist-File
           IF RestHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RestHist-Eof = 'Y'
               READ RestHist-File
                   AT END MOVE 'Y' TO RestHist-Eof
                   NOT AT END
                       IF RH-Stamp = Proc-Date
                          AND RH-Source = 'T'
                           PERFORM SeenOne-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RestHist-File.

       SeenOne-P.
           SET RSx TO 1
           SEARCH Reset-Entry
               AT END CONTINUE
               WHEN RS-AcctNo(RSx) = RH-AcctNo
                    AND RS-Result(RSx) = 'V'
                   MOVE 'E' TO RS-Arch(RSx)
           END-SEARCH.

       ArchiveOne-P.
           SET RSx TO 1
           SEARCH Reset-Entry
               AT END CONTINUE
               WHEN RS-AcctNo(RSx) = LG-AcctNo
                    AND RS-Result(RSx) = 'V'
                    AND RS-Freeze(RSx) = 'Y'
                    AND RS-Arch(RSx) = 'N'
                   MOVE SPACES TO RestHist-Record
                   MOVE Proc-Date     TO RH-Stamp
                   MOVE Ledger-Record TO RH-Row
                   IF LG-Period <= RS-LastPer(RSx)
                       MOVE 'F' TO RH-Kind
                   ELSE
                       MOVE 'R' TO RH-Kind
                   END-IF
                   MOVE 'T' TO RH-Source
                   WRITE RestHist-Record
                   IF RestHist-Status = '00'
                       ADD 1 TO Hist-Ctr
                   ELSE
                       MOVE 'X' TO RS-Arch(RSx)
                   END-IF
           END-SEARCH.

       ExtractAccts-P.
          *> ACCTMNT의 Extract-P와 같은 순차본 내려쓰기
           OPEN INPUT AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 원부 재열기 실패 : " AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Account-File
           MOVE LOW-VALUES TO AI-AcctNo
           START AcctIdx-File KEY >= AI-AcctNo
               INVALID KEY CONTINUE
           END-START
           MOVE 0 TO Ct-Rows Ct-Amt
           PERFORM ExtractRead-P
               UNTIL AcctIdx-Status NOT = '00'
           CLOSE Account-File
           CLOSE AcctIdx-File
           MOVE 'W' TO Ct-Op
           MOVE 'ACCOUNTS.DAT' TO Ct-Name
           CALL 'CTLPOST' USING Ct-Op Ct-Name
                Ct-Rows Ct-Amt Ct-Result.

       ExtractRead-P.
           READ AcctIdx-File NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF AI-Status = 'A'
                       MOVE AI-AcctNo    TO AC-AcctNo
                       MOVE AI-ProdCode  TO AC-ProdCode
                       MOVE AI-Principal TO AC-Principal
                       MOVE AI-OrigDate  TO AC-OrigDate
                       MOVE AI-Freq      TO AC-Freq
                       MOVE AI-CustNo    TO AC-CustNo
                       MOVE AI-Type      TO AC-Type
                       MOVE AI-Branch    TO AC-Branch
                       MOVE AI-Term      TO AC-Term
                       MOVE AI-Comp      TO AC-Comp
                       MOVE AI-Ext       TO AC-Ext
                       WRITE Account-Record
                       ADD 1 TO Ct-Rows
                       ADD AI-Principal TO Ct-Amt
                   END-IF
           END-READ.

       LoadCusts-P.
          *> 반영한 계좌의 고객 이름과 발송 주소를 고객
          *> 마스터에서 옮겨 둔다
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "고객 마스터 없음 - 주소 미인쇄"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       PERFORM VARYING RSx FROM 1 BY 1
                               UNTIL RSx > Rs-Count
                           IF RS-Result(RSx) = 'D'
                              AND RS-CustNo(RSx) = CM-CustNo
                               PERFORM CopyCust-P
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       CopyCust-P.
           MOVE SPACES TO RS-Name(RSx)
           STRING CM-FName DELIMITED BY '  '
                  " "      DELIMITED BY SIZE
                  CM-LName DELIMITED BY '  '
                  INTO RS-Name(RSx)
           MOVE CM-Addr   TO RS-Addr(RSx)
           MOVE CM-Postal TO RS-Postal(RSx).

       WriteNotices-P.
          *> 반영한 계좌마다 금리 변경 안내장 한 통
           OPEN OUTPUT Notice-File
           IF Notice-Status NOT = '00'
               DISPLAY "** 안내장 파일 열기 실패 : "
                       Notice-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               IF RS-Result(RSx) = 'D'
                   PERFORM WriteNotice-P
               END-IF
           END-PERFORM
           CLOSE Notice-File
           DISPLAY "금리 변경 안내장 : " Notice-Ctr " 통".

       WriteNotice-P.
           ADD 1 TO Notice-Ctr
           IF RS-Name(RSx) = SPACES
               MOVE "(고객 미확인)" TO RS-Name(RSx)
           END-IF
           MOVE SPACES TO Notice-Line
           WRITE Notice-Line
           MOVE "======= 금 리 변 경 안 내 =======" TO Notice-Line
           WRITE Notice-Line
           MOVE SPACES TO Notice-Line
           STRING "받는 분 : " DELIMITED BY SIZE
                  RS-Name(RSx) DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE SPACES TO Notice-Line
           STRING "주소    : " DELIMITED BY SIZE
                  RS-Addr(RSx) DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  RS-Postal(RSx) DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE SPACES TO Notice-Line
           STRING "계좌    : " DELIMITED BY SIZE
                  RS-AcctNo(RSx) DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE Base-Rate TO Ed-Rate
           MOVE SPACES TO Notice-Line
           STRING "기준금리 : " DELIMITED BY SIZE
                  Ed-Rate       DELIMITED BY SIZE
                  " (공시일 "   DELIMITED BY SIZE
                  Base-Date     DELIMITED BY SIZE
                  ")"           DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE RS-Margin(RSx) TO Ed-Rate
           MOVE SPACES TO Notice-Line
           STRING "가산금리 : " DELIMITED BY SIZE
                  Ed-Rate       DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE RS-NewRate(RSx) TO Ed-New
           MOVE SPACES TO Notice-Line
           IF RS-OldRate(RSx) > 0
               MOVE RS-OldRate(RSx) TO Ed-Old
               STRING "적용금리 : " DELIMITED BY SIZE
                      Ed-Old        DELIMITED BY SIZE
                      " -> "        DELIMITED BY SIZE
                      Ed-New        DELIMITED BY SIZE
                      INTO Notice-Line
           ELSE
               STRING "적용금리 : 상품 기본 금리 -> "
                                    DELIMITED BY SIZE
                      Ed-New        DELIMITED BY SIZE
                      INTO Notice-Line
           END-IF
           WRITE Notice-Line
           COMPUTE Ed-Per = RS-LastPer(RSx) + 1
           MOVE SPACES TO Notice-Line
           STRING Ed-Per DELIMITED BY SIZE
                  " 회차 납입분부터 새 금리를"
                         DELIMITED BY SIZE
                  " 적용합니다." DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE SPACES TO Notice-Line
           STRING "다음 재산정일 : "  DELIMITED BY SIZE
                  RS-NextReset(RSx)  DELIMITED BY SIZE
                  INTO Notice-Line
           WRITE Notice-Line
           MOVE "===============================" TO Notice-Line
           WRITE Notice-Line.

       WriteRpt-P.
          *> 이번 대상의 결과를 한 줄씩 싣는다
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 변동금리 재산정 결과 " DELIMITED BY SIZE
                  Proc-Date                   DELIMITED BY SIZE
                  " ==="                      DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌        결과    사유 구요율  신요율"
                                        DELIMITED BY SIZE
                  "  바탕  기간 회차 다음재산정"
                                        DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING RSx FROM 1 BY 1
                   UNTIL RSx > Rs-Count
               MOVE RS-AcctNo(RSx) TO RD-AcctNo
               EVALUATE RS-Result(RSx)
                   WHEN 'D' MOVE "반영" TO RD-Result
                   WHEN 'P' MOVE "미룸" TO RD-Result
                   WHEN OTHER MOVE "반려" TO RD-Result
               END-EVALUATE
               MOVE RS-Reason(RSx)    TO RD-Reason
               MOVE RS-OldRate(RSx)   TO RD-OldRate
               MOVE RS-NewRate(RSx)   TO RD-NewRate
               MOVE RS-Base(RSx)      TO RD-Base
               MOVE RS-Term(RSx)      TO RD-Term
               COMPUTE RD-FromPer = RS-LastPer(RSx) + 1
               MOVE RS-NextReset(RSx) TO RD-NextReset
               MOVE Rpt-Detail TO Rpt-Line
               WRITE Rpt-Line
           END-PERFORM
           CLOSE Rpt-File.

       Keut-P.
           MOVE "RATERSET 종료"  TO AL-Event
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
