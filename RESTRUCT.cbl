       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTRUCT.
       AUTHOR. YONEE.
       REMARKS. 채무 재조정 야간 반영. RESTMNT에서
                승인된 재조정 요청(RESTREQ.DAT, 상태 'A')
                마다 60일 이상 연체(ARREARS.DAT 구간 2
                이상) 대출인지 확인하고, 어젯밤 원장
                (LEDGER.DAT)에서 처리일까지 지난 마지막
                회차의 기말 잔액에 (요청하면) 미납
                연체액을 얹어 새 원금으로 삼는다.
                색인 원부를 새 기간/상품/요율과 재조정 표시로
                제자리 갱신하고 순차 ACCOUNTS.DAT를 다시
                내려쓰면, 같은 밤 WONRI가 남은 회차를 새
                스케줄로 짓는다. 재조정 직전의 원장 행은
                원부를 고치기 전에 RESTHIST.DAT에 재조정일
                도장으로 먼저 보관해(보관을 못 하면 그 건은
                사유 F로 반려) LEDGASOF가 계속 보여 줄 수
                있게 하고, 공용
                계좌 거래 기록에 RSTR로 남긴다. 처리한 요청은
                반영/반려와 사유를 보고서(RESTRUCT.RPT)로
                넘기고 요청 파일에는 미처리 건만 남긴다.
                RESTMNT 검토자가 반려한 건(사유 R)도
                보고서에 한 번 싣고 지운다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Req-File ASSIGN TO "RESTREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Req-Status.
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
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
           SELECT Rpt-File ASSIGN TO "RESTRUCT.RPT"
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
       FD  Req-File.
       COPY "RESTREQ.cbl".

       FD  ArrExt-File.
       01  ArrExt-Record.
           02  AX-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  AX-Period         PIC 999.
           02  FILLER            PIC X.
           02  AX-Unpaid         PIC 9(5)V9.
           02  FILLER            PIC X.
           02  AX-Bucket         PIC 9.
           02  FILLER            PIC X.
           02  AX-DueDate        PIC 9(8).

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
       77  Req-Status        PIC XX.
       77  ArrExt-Status     PIC XX.
       77  Ledger-Status     PIC XX.
       77  RestHist-Status   PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  Account-Status    PIC XX.
       77  Rpt-Status        PIC XX.
       77  Req-Eof           PIC X       VALUE 'N'.
       77  ArrExt-Eof        PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  RestHist-Eof      PIC X       VALUE 'N'.

      *> ----- 재조정 요청 테이블 -----
      *> 요청 행을 그대로 들고 다니며 처리 결과를
      *> 상태/사유에 적어 되쓴다
       77  Req-Count         PIC 9(3)    VALUE 0.
       77  Todo-Count        PIC 9(3)    VALUE 0.
       77  Touch-Ctr         PIC 9(3)    VALUE 0.
       01  Req-Table.
           02  Req-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Req-Count
                         INDEXED BY RQx.
               03  RT-Row.
                   04  RT-AcctNo PIC X(10).
                   04  FILLER    PIC X(27).
                   04  RT-Status PIC X.
                   04  FILLER    PIC X(2).
               *> 이번 실행에서 처리(반영/반려)한 건
               03  RT-Touched    PIC X.
               03  RT-Bucket     PIC 9.
               03  RT-Unpaid     PIC 9(7)V9.
               03  RT-Rows       PIC 9(3).
               03  RT-LastPer    PIC 9(3).
               03  RT-Base       PIC 9(5).
               03  RT-Cap        PIC 9(5).
               03  RT-NewPrin    PIC 9(5).
               *> 재조정 직전 원장 행 보관 - 'N' 아직, 'E' 같은
               *> 날 앞 실행에서 이미, 'Y' 보관됨, 'X' 쓰기 실패
               03  RT-Arch       PIC X.

      *> ----- 계좌 마스터 확장 영역 작업본 -----
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.

      *> ----- 반영 작업영역 -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Old-Principal     PIC 9(5)    VALUE 0.
       77  Done-Ctr          PIC 9(3)    VALUE 0.
       77  Rej-Ctr           PIC 9(3)    VALUE 0.
       77  Hist-Ctr          PIC 9(5)    VALUE 0.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Rows           PIC 9(7)    VALUE 0.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 보고 편집 -----
       01  Rpt-Detail.
           02  RD-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Result         PIC X(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Reason         PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Base           PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Cap            PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-NewPrin        PIC ZZZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-Term           PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RD-FromPer        PIC ZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "RESTRUCT"       TO AL-Program
           MOVE "RESTRUCT 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 재조정일은 WONRI와 같은 처리 기준일이다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadReq-P
           IF Todo-Count = 0
               DISPLAY "반영할 재조정 요청 없음"
          *> 반려된 건만 있으면 보고하고 지운다
               IF Touch-Ctr > 0
                   PERFORM WriteRpt-P
                   PERFORM SaveReq-P
               END-IF
               IF Rej-Ctr > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO Keut-P
           END-IF
           PERFORM LoadArrears-P
           PERFORM ScanLedger-P
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RQ-Status = 'A'
                   PERFORM CheckOne-P
               END-IF
           END-PERFORM
           IF Todo-Count > 0
               PERFORM ApplyAll-P
           END-IF
           IF Done-Ctr > 0
               PERFORM ExtractAccts-P
           END-IF
           PERFORM WriteRpt-P
           PERFORM SaveReq-P
           IF Rej-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "재조정 반영 " Done-Ctr " 건, 반려 "
                   Rej-Ctr " 건"
           GO TO Keut-P.

       LoadReq-P.
          *> 요청 파일 전체를 들고, 승인 건은 승인자부터
          *> 확인한다 - 입력자 본인 승인은 받지 않는다
           OPEN INPUT Req-File
           IF Req-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Req-Eof = 'Y'
               READ Req-File
                   AT END MOVE 'Y' TO Req-Eof
                   NOT AT END
                       IF Req-Count >= 100
                           DISPLAY "** 요청 한도(100) 초과"
                           MOVE 'Y' TO Req-Eof
                       ELSE
                           PERFORM StowReq-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Req-File.

       StowReq-P.
           ADD 1 TO Req-Count
           MOVE 'N' TO RT-Touched(Req-Count)
          *> 콘솔에서 반려된 건은 보고서에만 싣는다
           IF RQ-Status = 'J'
               MOVE 'Y' TO RT-Touched(Req-Count)
               ADD 1 TO Touch-Ctr
           END-IF
           IF RQ-Status = 'A'
               IF RQ-Checker = SPACES
                  OR RQ-Checker = RQ-Maker
                   MOVE 'J' TO RQ-Status
                   MOVE 'X' TO RQ-Reason
                   MOVE 'Y' TO RT-Touched(Req-Count)
                   ADD 1 TO Touch-Ctr
                   ADD 1 TO Rej-Ctr
               ELSE
                   IF RQ-Term IS NOT NUMERIC OR RQ-Term = 0
                       MOVE 'J' TO RQ-Status
                       MOVE 'T' TO RQ-Reason
                       MOVE 'Y' TO RT-Touched(Req-Count)
                       ADD 1 TO Touch-Ctr
                       ADD 1 TO Rej-Ctr
                   ELSE
                       ADD 1 TO Todo-Count
                   END-IF
               END-IF
           END-IF
           MOVE Req-Record TO RT-Row(Req-Count)
           MOVE 0 TO RT-Bucket(Req-Count)
           MOVE 0 TO RT-Unpaid(Req-Count)
           MOVE 0 TO RT-Rows(Req-Count)
           MOVE 0 TO RT-LastPer(Req-Count)
           MOVE 0 TO RT-Base(Req-Count)
           MOVE 0 TO RT-Cap(Req-Count)
           MOVE 0 TO RT-NewPrin(Req-Count)
           MOVE 'N' TO RT-Arch(Req-Count).

       FindReq-P.
          *> 계좌번호로 처리 대상 승인 요청을 찾는다
           MOVE 'N' TO Slot-Ok
           SET RQx TO 1
           SEARCH Req-Entry
               AT END CONTINUE
               WHEN RT-AcctNo(RQx) = Work-AcctNo
                    AND RT-Status(RQx) = 'A'
                   MOVE 'Y' TO Slot-Ok
           END-SEARCH.

       LoadArrears-P.
          *> 대상 계좌의 가장 깊은 연체 구간과 미납
          *> 합계를 모은다
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "연체 추출 파일 없음 : " ArrExt-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ArrExt-Eof = 'Y'
               READ ArrExt-File
                   AT END MOVE 'Y' TO ArrExt-Eof
                   NOT AT END
                       MOVE AX-AcctNo TO Work-AcctNo
                       PERFORM FindReq-P
                       IF Slot-Ok = 'Y'
                           IF AX-Bucket > RT-Bucket(RQx)
                               MOVE AX-Bucket TO RT-Bucket(RQx)
                           END-IF
                           ADD AX-Unpaid TO RT-Unpaid(RQx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       ScanLedger-P.
          *> 처리일까지 납기가 지난 마지막 회차의 기말
          *> 잔액을 새 원금의 바탕으로 삼는다 - 지난
          *> 회차가 없으면 첫 회차의 기초 잔액을 쓴다
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
                       PERFORM FindReq-P
                       IF Slot-Ok = 'Y'
                           ADD 1 TO RT-Rows(RQx)
                           IF RT-Rows(RQx) = 1
                               MOVE LG-WonGeum TO RT-Base(RQx)
                           END-IF
                           IF LG-DueDate <= Proc-Date
                               MOVE LG-Closing TO RT-Base(RQx)
                               MOVE LG-Period  TO RT-LastPer(RQx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       CheckOne-P.
          *> 연체 구간과 원장 행을 확인하고 새 원금을
          *> 산출한다
           IF RT-Bucket(RQx) < 2
               MOVE 'B' TO RQ-Reason
               PERFORM RejectOne-P
               EXIT PARAGRAPH
           END-IF
           IF RT-Rows(RQx) = 0
               MOVE 'L' TO RQ-Reason
               PERFORM RejectOne-P
               EXIT PARAGRAPH
           END-IF
           IF RQ-CapFlag = 'Y'
               COMPUTE RT-Cap(RQx) ROUNDED = RT-Unpaid(RQx)
                   ON SIZE ERROR
                       MOVE 'S' TO RQ-Reason
                       PERFORM RejectOne-P
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF
           COMPUTE RT-NewPrin(RQx) = RT-Base(RQx) + RT-Cap(RQx)
               ON SIZE ERROR
                   MOVE 'S' TO RQ-Reason
                   PERFORM RejectOne-P
           END-COMPUTE.

       RejectOne-P.
           MOVE 'J' TO RQ-Status
           MOVE 'Y' TO RT-Touched(RQx)
           MOVE Req-Record TO RT-Row(RQx)
           SUBTRACT 1 FROM Todo-Count
           ADD 1 TO Rej-Ctr.

       ApplyAll-P.
          *> 승인 건을 색인 원부에 제자리 반영한다 - 먼저
          *> 원부에서 계좌를 확인하고, 반영할 계좌의 재조정
          *> 직전 원장 행을 보관한 뒤에야 원부를 고친다.
          *> 보관을 못 한 건은 원부를 건드리지 않고 반려한다
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               DISPLAY "** 계좌 원부 열기 실패 : "
                       AcctIdx-Status
               MOVE 8 TO RETURN-CODE
               PERFORM FailAll-P
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RQ-Status = 'A'
                   PERFORM CheckAcct-P
               END-IF
           END-PERFORM
           IF Todo-Count > 0
               PERFORM ArchiveRows-P
           END-IF
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RQ-Status = 'A' AND RT-Arch(RQx) = 'Y'
                   PERFORM ApplyOne-P
               END-IF
           END-PERFORM
           CLOSE AcctIdx-File.

       FailAll-P.
          *> 남은 승인 건을 모두 사유 F로 반려한다
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RQ-Status = 'A'
                   MOVE 'F' TO RQ-Reason
                   PERFORM RejectOne-P
               END-IF
           END-PERFORM.

       CheckAcct-P.
           MOVE RQ-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   MOVE 'N' TO RQ-Reason
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-READ
           IF AI-Status NOT = 'A'
               MOVE 'C' TO RQ-Reason
               PERFORM RejectOne-P
               EXIT PARAGRAPH
           END-IF
           IF AI-Type = 'D' OR AI-Type = 'S'
               MOVE 'K' TO RQ-Reason
               PERFORM RejectOne-P
           END-IF.

       ApplyOne-P.
           MOVE RQ-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   MOVE 'N' TO RQ-Reason
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Principal TO Old-Principal
           MOVE RT-NewPrin(RQx) TO AI-Principal
           MOVE Proc-Date TO AI-OrigDate
           MOVE RQ-Term TO AI-Term
           IF RQ-ProdCode NOT = SPACES
               MOVE RQ-ProdCode TO AI-ProdCode
           END-IF
          *> 새 스케줄은 재조정일부터 다시 센다 - 이미
          *> 지난 회차 수를 남겨 WONRI가 회차 번호를
          *> 이어 붙이게 한다
           MOVE AI-Ext TO WA-Ext
           MOVE 'Y' TO WA-Restr
           MOVE Proc-Date TO WA-RestrDate
           MOVE RT-LastPer(RQx) TO WA-RestrPer
           MOVE RT-Cap(RQx) TO WA-RestrCap
           IF RQ-Rate IS NUMERIC
               MOVE RQ-Rate TO WA-Rate
           ELSE
               MOVE 0 TO WA-Rate
           END-IF
           MOVE WA-Ext TO AI-Ext
           REWRITE AcctIdx-Record
               INVALID KEY
                   MOVE 'F' TO RQ-Reason
                   PERFORM RejectOne-P
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE 'D' TO RQ-Status
           MOVE SPACE TO RQ-Reason
           MOVE Req-Record TO RT-Row(RQx)
           MOVE 'Y' TO RT-Touched(RQx)
           ADD 1 TO Done-Ctr
           PERFORM JrnlRestr-P
           MOVE SPACES TO AL-Event
           STRING "채무재조정 " DELIMITED BY SIZE
                  AI-AcctNo     DELIMITED BY SIZE
                  " 승인 "      DELIMITED BY SIZE
                  RQ-Checker    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       JrnlRestr-P.
          *> 재조정을 공용 계좌 거래 기록에 남긴다 -
          *> 금액은 원금에 얹은 연체액, 전/후는 바탕
          *> 잔액과 새 원금이다
           MOVE SPACES TO Jrnl-Record
           MOVE AI-AcctNo TO AJ-AcctNo
           MOVE Proc-Date TO AJ-Date
           MOVE 'RSTR'    TO AJ-Event
           MOVE RT-Cap(RQx)     TO AJ-Amount
           MOVE RT-Base(RQx)    TO AJ-Before
           MOVE RT-NewPrin(RQx) TO AJ-After
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           END-IF
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
           END-IF.

       ArchiveRows-P.
          *> 반영할 계좌의 재조정 직전 원장 행을 재조정일
          *> 도장으로 보관한다 - 같은 날 앞 실행이 이미
          *> 보관한 계좌(원부를 고치기 전에 끊긴 경우)는
          *> 다시 쓰지 않는다. 파일을 못 열면 남은 승인 건을
          *> 모두 반려한다
           PERFORM SeenHist-P
           MOVE 'N' TO Ledger-Eof
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 8 TO RETURN-CODE
               PERFORM FailAll-P
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND RestHist-File
           IF RestHist-Status NOT = '00'
               OPEN OUTPUT RestHist-File
           END-IF
           IF RestHist-Status NOT = '00'
               DISPLAY "** 재조정 보관 파일 열기 실패 : "
                       RestHist-Status
               MOVE 8 TO RETURN-CODE
               CLOSE Ledger-File
               PERFORM FailAll-P
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
           DISPLAY "재조정 보관 행 수 : " Hist-Ctr
          *> 보관을 다 쓴 건만 원부에 반영한다
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RQ-Status = 'A'
                   IF RT-Arch(RQx) = 'X'
                       DISPLAY "** 재조정 보관 쓰기 실패 : "
                               RQ-AcctNo
                       MOVE 8 TO RETURN-CODE
                       MOVE 'F' TO RQ-Reason
                       PERFORM RejectOne-P
                   ELSE
                       MOVE 'Y' TO RT-Arch(RQx)
                   END-IF
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
                          AND RH-Source = 'S'
                           PERFORM SeenOne-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RestHist-File.

       SeenOne-P.
           SET RQx TO 1
           SEARCH Req-Entry
               AT END CONTINUE
               WHEN RT-AcctNo(RQx) = RH-AcctNo
                    AND RT-Status(RQx) = 'A'
                   MOVE 'E' TO RT-Arch(RQx)
           END-SEARCH.

       ArchiveOne-P.
           SET RQx TO 1
           SEARCH Req-Entry
               AT END CONTINUE
               WHEN RT-AcctNo(RQx) = LG-AcctNo
                    AND RT-Status(RQx) = 'A'
                    AND RT-Arch(RQx) = 'N'
                   MOVE SPACES TO RestHist-Record
                   MOVE Proc-Date     TO RH-Stamp
                   MOVE Ledger-Record TO RH-Row
                   IF LG-Period <= RT-LastPer(RQx)
                       MOVE 'F' TO RH-Kind
                   ELSE
                       MOVE 'R' TO RH-Kind
                   END-IF
                   MOVE 'S' TO RH-Source
                   WRITE RestHist-Record
                   IF RestHist-Status = '00'
                       ADD 1 TO Hist-Ctr
                   ELSE
                       MOVE 'X' TO RT-Arch(RQx)
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

       WriteRpt-P.
          *> 이번에 처리한 요청의 결과를 한 줄씩 싣는다
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== 채무 재조정 결과 " DELIMITED BY SIZE
                  Proc-Date               DELIMITED BY SIZE
                  " ==="                  DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "계좌        결과    사유 바탕   연체"
                                        DELIMITED BY SIZE
                  "   새원금 기간 회차" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               MOVE RT-Row(RQx) TO Req-Record
               IF RT-Touched(RQx) = 'Y'
                   MOVE RQ-AcctNo TO RD-AcctNo
                   IF RQ-Status = 'D'
                       MOVE "반영" TO RD-Result
                   ELSE
                       MOVE "반려" TO RD-Result
                   END-IF
                   MOVE RQ-Reason       TO RD-Reason
                   MOVE RT-Base(RQx)    TO RD-Base
                   MOVE RT-Cap(RQx)     TO RD-Cap
                   MOVE RT-NewPrin(RQx) TO RD-NewPrin
                   MOVE RQ-Term         TO RD-Term
                   COMPUTE RD-FromPer = RT-LastPer(RQx) + 1
                   MOVE Rpt-Detail TO Rpt-Line
                   WRITE Rpt-Line
               END-IF
           END-PERFORM
           CLOSE Rpt-File.

       SaveReq-P.
          *> 반영/반려 건은 보고서로 넘기고 요청 파일
          *> 에는 아직 처리하지 않은 건만 남긴다
           OPEN OUTPUT Req-File
           IF Req-Status NOT = '00'
               DISPLAY "** 요청 파일 되쓰기 실패 : " Req-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RQx FROM 1 BY 1
                   UNTIL RQx > Req-Count
               IF RT-Status(RQx) NOT = 'D'
                  AND RT-Status(RQx) NOT = 'J'
                   MOVE RT-Row(RQx) TO Req-Record
                   WRITE Req-Record
               END-IF
           END-PERFORM
           CLOSE Req-File.

       Keut-P.
           MOVE "RESTRUCT 종료"  TO AL-Event
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
