       IDENTIFICATION DIVISION.
       PROGRAM-ID. MGTSUM.
       AUTHOR. YONEE.
      *> 일일 경영 요약 - 야간 체인 끝에서 이미 있는 통제/
      *> 산출 파일만 읽어 은행, 주문, 학사 숫자를 한 장
      *> (MGTSUM.RPT)에 나란히 싣는다.
      *>   대출/예금 잔액      LEDGCTL.DAT (WONRI 실행 합계)
      *>   신규 계좌, 입금 소인 ACCTJRNL.DAT의 OPEN/PAY 사건
      *>   연체 구간별 금액    ARREARS.DAT (PAYPOST)
      *>   주문 줄 수          CONTROL.DAT의 ORDTRANS.DAT 기록
      *>   청구 금액           INVREG.DAT의 처리일 청구서
      *>   백오더 줄 수        BACKORD.DAT
      *>   재고 가치           PRODMAST.DAT 수량 x 단가(INVVAL)
      *>   60일 넘은 외상      AROPEN.DAT (ARREPORT 연령)
      *>   학년별 평균         TERMHIST.DAT 최근 학기
      *> 신규 계좌와 입금은 주간에 도는 ORIGIN/PAYPOST가
      *> 거래 기록에 덧붙인 것이라, 지난 요약 때 기록의 줄
      *> 수를 이력에 남겨 두고 그 뒤에 붙은 줄만 센다.
      *> 숫자마다 전 영업일 실행과 한 달 전 같은 날(없으면
      *> 그 전 가장 가까운 날)에 대한 증감을 찍고, 날짜별
      *> 숫자를 추이 그래프용 이력(MGTHIST.DAT)에 한 줄씩
      *> 쌓는다. 같은 날 다시 돌리면 그날 줄을 바꿔 쓴다.
      *> 원천 파일이 없는 숫자는 N/A로 찍고 RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgCtl-File ASSIGN TO "LEDGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgCtl-Status.
           SELECT Jrnl-File ASSIGN TO "ACCTJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
           SELECT Ctl-File ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ctl-Status.
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
           SELECT BackOrd-File ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackOrd-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT ArOpen-File ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArOpen-Status.
           SELECT TermHist-File ASSIGN TO "TERMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TH-Status.
      *> 날짜별 숫자 이력 - 날짜, 숫자 코드, 값 한 줄씩
           SELECT Hist-File ASSIGN TO "MGTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-Status.
      *> 같은 날 재실행 때 그날 줄을 걷어 내는 작업 파일
           SELECT Work-File ASSIGN TO "MGTHIST.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Work-Status.
           SELECT Rpt-File ASSIGN TO "MGTSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  LedgCtl-File.
       01  LedgCtl-Record.
           02 LC-GrandIja   PIC 9(9)V9.
           02 FILLER        PIC X.
           02 LC-GrandBal   PIC 9(9).
           02 FILLER        PIC X.
           02 LC-AcctCount  PIC 9(5).
           02 FILLER        PIC X.
           02 LC-LoanBal    PIC 9(9).
           02 FILLER        PIC X.
           02 LC-DepBal     PIC 9(9).

       FD  Jrnl-File.
       COPY "ACCTJRNL.cbl".

       FD  ArrExt-File.
       01  ArrExt-Record.
           02 AX-AcctNo     PIC X(10).
           02 FILLER        PIC X.
           02 AX-Period     PIC 999.
           02 FILLER        PIC X.
           02 AX-Unpaid     PIC 9(5)V9.
           02 FILLER        PIC X.
      *> 0=당기 1=30일 2=60일 3=90일+
           02 AX-Bucket     PIC 9.
           02 FILLER        PIC X.
           02 AX-DueDate    PIC 9(8).

       FD  Ctl-File.
       01  Ctl-Record.
           02 CT-File       PIC X(14).
           02 FILLER        PIC X.
           02 CT-Count      PIC 9(7).
           02 FILLER        PIC X.
           02 CT-Amount     PIC 9(11)V99.

       FD  InvReg-File.
       01  InvReg-Record.
           02 RG-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 RG-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 RG-Amount     PIC 9(8)V99.
           02 FILLER        PIC X.
           02 RG-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 RG-Freight    PIC 9(7)V99.

       FD  BackOrd-File.
       01  BackOrd-Record   PIC X(100).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName   PIC X(10).
           02 PM-Slot OCCURS 3 TIMES.
               03 PM-Size     PIC A.
               03 PM-Qty      PIC 9(5).
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status     PIC X.
           02 FILLER        PIC X(100).

       FD  ArOpen-File.
       01  ArOpen-Record.
           02 AO-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 AO-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 AO-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 AO-Orig       PIC 9(8)V99.
           02 FILLER        PIC X.
           02 AO-Open       PIC 9(8)V99.

       FD  TermHist-File.
       01  TermHist-Record.
           02 TH-Term       PIC X(6).
           02 FILLER        PIC X.
           02 TH-Section    PIC 9(2).
           02 FILLER        PIC X.
           02 TH-Ban        PIC X(4).
           02 FILLER        PIC X.
           02 TH-StudId     PIC 9(5).
           02 FILLER        PIC X.
           02 TH-Irum       PIC X(10).
           02 FILLER        PIC X.
           02 TH-GuGer      PIC 9(3).
           02 FILLER        PIC X.
           02 TH-SanSu      PIC 9(3).
           02 FILLER        PIC X.
           02 TH-Yeongeo    PIC 9(3).
           02 FILLER        PIC X.
           02 TH-Avg        PIC 999V9.
           02 FILLER        PIC X.
           02 TH-Grade      PIC X.
           02 FILLER        PIC X.
           02 TH-Rank       PIC 9(3).

       FD  Hist-File.
       01  Hist-Record.
           02 HS-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 HS-Code       PIC X(4).
           02 FILLER        PIC X.
           02 HS-Value      PIC 9(11)V99.

       FD  Work-File.
       01  Work-Record      PIC X(27).

       FD  Rpt-File.
       01  Rpt-Line         PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Audit-Status   PIC XX.
       77 LedgCtl-Status PIC XX.
       77 Jrnl-Status    PIC XX.
       77 ArrExt-Status  PIC XX.
       77 Ctl-Status     PIC XX.
       77 InvReg-Status  PIC XX.
       77 BackOrd-Status PIC XX.
       77 Prod-Status    PIC XX.
       77 ArOpen-Status  PIC XX.
       77 TH-Status      PIC XX.
       77 Hist-Status    PIC XX.
       77 Work-Status    PIC XX.
       77 Rpt-Status     PIC XX.
       77 In-Eof         PIC X VALUE 'N'.
       77 Bz-Op          PIC X(3) VALUE SPACES.
       77 Bz-Flag        PIC X VALUE SPACE.
       77 Proc-Date      PIC 9(8) VALUE 0.
       77 RC-Disp        PIC 9(4) VALUE 0.

      *> ----- 비교 날짜 -----
      *> 전 영업일 = 이력에서 처리일 앞의 가장 늦은 날,
      *> 한 달 전 = 처리일 한 달 전(말일 보정) 이하의 가장
      *> 늦은 날
       01 Mon-Target     PIC 9(8) VALUE 0.
       01 FILLER REDEFINES Mon-Target.
           02 MT-YYYY       PIC 9(4).
           02 MT-MM         PIC 99.
           02 MT-DD         PIC 99.
       77 Month-First    PIC 9(8) VALUE 0.
       01 Last-Day       PIC 9(8) VALUE 0.
       01 FILLER REDEFINES Last-Day.
           02 FILLER        PIC 9(6).
           02 LD-DD         PIC 99.
       77 Prev-Date      PIC 9(8) VALUE 0.
       77 Mon-Date       PIC 9(8) VALUE 0.
       77 Same-Flag      PIC X VALUE 'N'.
       77 Have-Hist      PIC X VALUE 'N'.

      *> ----- 거래 기록 읽은 자리 -----
       77 Jrnl-Mark      PIC 9(11) VALUE 0.
       77 Mark-Date      PIC 9(8) VALUE 0.
       77 Have-Mark      PIC X VALUE 'N'.
       77 Jrnl-Lines     PIC 9(11) VALUE 0.

      *> ----- 숫자 정의 (보고 순서대로) -----
      *> 코드, 종류(A 금액, C 건수, G 평균 점수), 이름
       01 Fig-Defs.
           02 FILLER PIC X(33)
               VALUE 'LOANALOANS OUTSTANDING           '.
           02 FILLER PIC X(33)
               VALUE 'DEPOADEPOSITS OUTSTANDING        '.
           02 FILLER PIC X(33)
               VALUE 'NACCCNEW ACCOUNTS OPENED         '.
           02 FILLER PIC X(33)
               VALUE 'PAYNCPAYMENTS POSTED (COUNT)     '.
           02 FILLER PIC X(33)
               VALUE 'PAYAAPAYMENTS POSTED (AMOUNT)    '.
           02 FILLER PIC X(33)
               VALUE 'AR00AARREARS CURRENT BUCKET      '.
           02 FILLER PIC X(33)
               VALUE 'AR30AARREARS 30 DAYS             '.
           02 FILLER PIC X(33)
               VALUE 'AR60AARREARS 60 DAYS             '.
           02 FILLER PIC X(33)
               VALUE 'AR90AARREARS 90+ DAYS            '.
           02 FILLER PIC X(33)
               VALUE 'ORDRCORDER LINES TAKEN           '.
           02 FILLER PIC X(33)
               VALUE 'INVVAINVOICED VALUE              '.
           02 FILLER PIC X(33)
               VALUE 'BOLNCBACK-ORDER LINES            '.
           02 FILLER PIC X(33)
               VALUE 'STKVASTOCK VALUE (RETAIL)        '.
           02 FILLER PIC X(33)
               VALUE 'AR6PAAR OVER 60 DAYS             '.
       01 FILLER REDEFINES Fig-Defs.
           02 Def-Entry OCCURS 14 TIMES.
               03 DF-Code    PIC X(4).
               03 DF-Kind    PIC X.
               03 DF-Name    PIC X(28).
       77 Num-Defs       PIC 99 VALUE 14.
      *> 은행 1-9, 주문 10-14, 학사(학년별 평균) 15부터
       77 First-Order    PIC 99 VALUE 10.
       77 First-School   PIC 99 VALUE 15.

      *> ----- 오늘 숫자와 비교 값 -----
       77 Num-Figs       PIC 99 VALUE 0.
       01 Fig-Table.
           02 Fig-Entry OCCURS 0 TO 30 TIMES
                        DEPENDING ON Num-Figs
                        INDEXED BY FGx.
               03 FG-Code    PIC X(4).
               03 FG-Kind    PIC X.
               03 FG-Name    PIC X(28).
      *> 'Y' 오늘 값 있음, 'N' 원천 파일 없음
               03 FG-Have    PIC X.
               03 FG-Today   PIC 9(11)V99.
               03 FG-PrevOk  PIC X.
               03 FG-Prev    PIC 9(11)V99.
               03 FG-MonOk   PIC X.
               03 FG-Mon     PIC 9(11)V99.

      *> ----- 학년별 평균 (반 코드 첫 자리가 학년) -----
       77 Last-Term      PIC X(6) VALUE SPACES.
       77 Num-Grades     PIC 99 VALUE 0.
       01 Grade-Table.
           02 Grade-Entry OCCURS 0 TO 9 TIMES
                          DEPENDING ON Num-Grades
                          INDEXED BY GRx.
               03 GR-Code    PIC X.
               03 GR-Sum     PIC 9(7)V9.
               03 GR-Count   PIC 9(5).

      *> ----- 작업영역 -----
       77 Fx             PIC 99 VALUE 0.
       77 Run-Int        PIC 9(8) VALUE 0.
       77 Inv-Int        PIC 9(8) VALUE 0.
       77 Days-Over      PIC S9(8) VALUE 0.
       77 Slot-Value     PIC 9(9)V99 VALUE 0.
       77 Work-Ix        PIC 9 VALUE 0.
       77 Grade-Avg      PIC 999V9 VALUE 0.
       77 Miss-Ctr       PIC 99 VALUE 0.
       77 Hist-Rows      PIC 9(5) VALUE 0.
       77 Delta          PIC S9(11)V99 VALUE 0.

      *> 인쇄 편집 - 종류별로 편집해 오른쪽 맞춰 넣는다
       77 Edit-In        PIC S9(11)V99 VALUE 0.
       77 Edit-Kind      PIC X VALUE SPACE.
       77 Edit-Out       PIC X(15) VALUE SPACES.
       77 Ed-Amt         PIC ----,---,--9.99.
       77 Ed-Cnt         PIC ----,---,--9.
       77 Ed-Avg         PIC ---9.9.
       01 Fig-Detail.
           02 FD-Name       PIC X(28).
           02 FILLER        PIC X     VALUE SPACE.
           02 FD-Today      PIC X(15).
           02 FILLER        PIC X     VALUE SPACE.
           02 FD-DayChg     PIC X(15).
           02 FILLER        PIC X     VALUE SPACE.
           02 FD-MonChg     PIC X(15).

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "MGTSUM"        TO AL-Program
           MOVE "MGTSUM 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           COMPUTE Run-Int = FUNCTION INTEGER-OF-DATE(Proc-Date)
           PERFORM SetMonTarget
           PERFORM VARYING Fx FROM 1 BY 1 UNTIL Fx > Num-Defs
               ADD 1 TO Num-Figs
               MOVE DF-Code(Fx) TO FG-Code(Num-Figs)
               MOVE DF-Kind(Fx) TO FG-Kind(Num-Figs)
               MOVE DF-Name(Fx) TO FG-Name(Num-Figs)
               MOVE 'N' TO FG-Have(Num-Figs)
                           FG-PrevOk(Num-Figs) FG-MonOk(Num-Figs)
               MOVE 0   TO FG-Today(Num-Figs)
                           FG-Prev(Num-Figs) FG-Mon(Num-Figs)
           END-PERFORM
           PERFORM ScanHist
           PERFORM TakeLedgCtl
           PERFORM TakeJournal
           PERFORM TakeArrears
           PERFORM TakeControl
           PERFORM TakeInvoices
           PERFORM TakeBackOrd
           PERFORM TakeStock
           PERFORM TakeArOpen
           PERFORM TakeGrades
           IF Have-Hist = 'Y'
               PERFORM PickCompare
           END-IF
           PERFORM PrintSummary
           PERFORM SaveHist
           IF Miss-Ctr > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Management summary : " Num-Figs " figures, "
                   Miss-Ctr " not available"
           GO TO Kkeut.

       SetMonTarget.
      *> 한 달 전 같은 날 - 그 달에 없는 날(31일 등)은
      *> 그 달 말일로 당긴다
           MOVE Proc-Date TO Mon-Target
           MOVE Proc-Date TO Month-First
           MOVE '01' TO Month-First(7:2)
           COMPUTE Last-Day = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Month-First) - 1)
           IF MT-MM = 1
               MOVE 12 TO MT-MM
               SUBTRACT 1 FROM MT-YYYY
           ELSE
               SUBTRACT 1 FROM MT-MM
           END-IF
           IF MT-DD > LD-DD
               MOVE LD-DD TO MT-DD
           END-IF.

      *> ------------------------------------------------
      *> 이력 훑기 - 비교 날짜, 같은 날 재실행 여부,
      *> 지난 실행의 거래 기록 줄 수
      *> ------------------------------------------------
       ScanHist.
           OPEN INPUT Hist-File
           IF Hist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Have-Hist
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Hist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF HS-Date = Proc-Date
                           MOVE 'Y' TO Same-Flag
                       END-IF
                       IF HS-Date < Proc-Date
                          AND HS-Date > Prev-Date
                           MOVE HS-Date TO Prev-Date
                       END-IF
                       IF HS-Date NOT > Mon-Target
                          AND HS-Date > Mon-Date
                           MOVE HS-Date TO Mon-Date
                       END-IF
                       IF HS-Code = 'JLIN'
                          AND HS-Date < Proc-Date
                          AND HS-Date NOT < Mark-Date
                           MOVE HS-Date  TO Mark-Date
                           MOVE HS-Value TO Jrnl-Mark
                           MOVE 'Y' TO Have-Mark
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hist-File.

       PickCompare.
      *> 비교 날짜 두 날의 값을 숫자별로 건진다
           OPEN INPUT Hist-File
           IF Hist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Hist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF (HS-Date = Prev-Date OR HS-Date = Mon-Date)
                          AND HS-Date > 0
                           SET FGx TO 1
                           SEARCH Fig-Entry
                               AT END CONTINUE
                               WHEN FG-Code(FGx) = HS-Code
                                   PERFORM PutCompare
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hist-File.

       PutCompare.
           IF HS-Date = Prev-Date
               MOVE HS-Value TO FG-Prev(FGx)
               MOVE 'Y' TO FG-PrevOk(FGx)
           END-IF
           IF HS-Date = Mon-Date
               MOVE HS-Value TO FG-Mon(FGx)
               MOVE 'Y' TO FG-MonOk(FGx)
           END-IF.

      *> ------------------------------------------------
      *> 원천별 오늘 숫자
      *> ------------------------------------------------
       TakeLedgCtl.
      *> 대출/예금 몫이 없는 옛 형식 합계는 나누지 못한다
           OPEN INPUT LedgCtl-File
           IF LedgCtl-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ LedgCtl-File
               AT END CONTINUE
               NOT AT END
                   IF LC-LoanBal IS NUMERIC
                      AND LC-DepBal IS NUMERIC
                       MOVE LC-LoanBal TO FG-Today(1)
                       MOVE LC-DepBal  TO FG-Today(2)
                       MOVE 'Y' TO FG-Have(1) FG-Have(2)
                   END-IF
           END-READ
           CLOSE LedgCtl-File.

       TakeJournal.
      *> 지난 요약 뒤에 덧붙은 사건만 센다 - 지난 자리가
      *> 없거나 기록이 그보다 짧아졌으면(보관 정리)
      *> 처리일 사건을 센다
           PERFORM ReadJournal
           IF Jrnl-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           IF Have-Mark = 'Y' AND Jrnl-Lines < Jrnl-Mark
               MOVE 'N' TO Have-Mark
               PERFORM ReadJournal
           END-IF
           MOVE 'Y' TO FG-Have(3) FG-Have(4) FG-Have(5).

       ReadJournal.
           MOVE 0 TO Jrnl-Lines FG-Today(3) FG-Today(4)
                     FG-Today(5)
           OPEN INPUT Jrnl-File
           IF Jrnl-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Jrnl-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       ADD 1 TO Jrnl-Lines
                       IF (Have-Mark = 'Y'
                           AND Jrnl-Lines > Jrnl-Mark)
                          OR (Have-Mark = 'N'
                           AND AJ-Date = Proc-Date)
                           PERFORM CountEvent
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Jrnl-File
           MOVE '00' TO Jrnl-Status.

       CountEvent.
           EVALUATE AJ-Event
               WHEN 'OPEN'
                   ADD 1 TO FG-Today(3)
               WHEN 'PAY '
                   ADD 1 TO FG-Today(4)
                   ADD AJ-Amount TO FG-Today(5)
           END-EVALUATE.

       TakeArrears.
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FG-Have(6) FG-Have(7) FG-Have(8) FG-Have(9)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ArrExt-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF AX-Bucket IS NUMERIC
                          AND AX-Bucket < 4
                          AND AX-Unpaid IS NUMERIC
                           COMPUTE Fx = 6 + AX-Bucket
                           ADD AX-Unpaid TO FG-Today(Fx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       TakeControl.
      *> ORDCAPT가 남긴 주문 파일 통제 기록의 건수
           OPEN INPUT Ctl-File
           IF Ctl-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Ctl-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF CT-File = 'ORDTRANS.DAT'
                          AND CT-Count IS NUMERIC
                           MOVE CT-Count TO FG-Today(10)
                           MOVE 'Y' TO FG-Have(10)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ctl-File.

       TakeInvoices.
      *> 처리일 청구서만 - 일계(999999) 줄은 뺀다
           OPEN INPUT InvReg-File
           IF InvReg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FG-Have(11)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ InvReg-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF RG-Date = Proc-Date
                          AND RG-InvNo NOT = 999999
                          AND RG-Amount IS NUMERIC
                           ADD RG-Amount TO FG-Today(11)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE InvReg-File.

       TakeBackOrd.
           OPEN INPUT BackOrd-File
           IF BackOrd-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FG-Have(12)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ BackOrd-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       ADD 1 TO FG-Today(12)
               END-READ
           END-PERFORM
           CLOSE BackOrd-File.

       TakeStock.
      *> 월말 재고 평가(INVVAL)와 같은 소매가 평가
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FG-Have(13)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       PERFORM VARYING Work-Ix FROM 1 BY 1
                               UNTIL Work-Ix > 3
                           IF PM-Size(Work-Ix) NOT = SPACE
                              AND PM-Qty(Work-Ix) IS NUMERIC
                              AND PM-Price(Work-Ix) IS NUMERIC
                               COMPUTE Slot-Value =
                                   PM-Qty(Work-Ix) * PM-Price(Work-Ix)
                               ADD Slot-Value TO FG-Today(13)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE Product-File.

       TakeArOpen.
      *> 송장일에서 60일 이상 지난 미결 잔액 (ARREPORT의
      *> 60+ 와 90+ 구간을 합친 것)
           OPEN INPUT ArOpen-File
           IF ArOpen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO FG-Have(14)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ArOpen-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF AO-Date IS NUMERIC AND AO-Date > 0
                          AND AO-Open IS NUMERIC
                           COMPUTE Inv-Int =
                               FUNCTION INTEGER-OF-DATE(AO-Date)
                           COMPUTE Days-Over = Run-Int - Inv-Int
                           IF Days-Over >= 60
                               ADD AO-Open TO FG-Today(14)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArOpen-File.

       TakeGrades.
      *> 가장 늦은 학기를 먼저 찾고, 그 학기 행을 학년별로
      *> 모은다
           OPEN INPUT TermHist-File
           IF TH-Status NOT = '00'
               ADD 1 TO Miss-Ctr
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF TH-Term > Last-Term
                           MOVE TH-Term TO Last-Term
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermHist-File
           OPEN INPUT TermHist-File
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ TermHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF TH-Term = Last-Term
                          AND TH-Avg IS NUMERIC
                           PERFORM AddGrade
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TermHist-File
           PERFORM VARYING GRx FROM 1 BY 1 UNTIL GRx > Num-Grades
               IF Num-Figs < 30
                   ADD 1 TO Num-Figs
                   MOVE SPACES TO FG-Code(Num-Figs)
                   STRING "GRD"      DELIMITED BY SIZE
                          GR-Code(GRx) DELIMITED BY SIZE
                          INTO FG-Code(Num-Figs)
                   MOVE 'G' TO FG-Kind(Num-Figs)
                   MOVE SPACES TO FG-Name(Num-Figs)
                   STRING "GRADE "   DELIMITED BY SIZE
                          GR-Code(GRx) DELIMITED BY SIZE
                          " AVERAGE (" DELIMITED BY SIZE
                          Last-Term  DELIMITED BY SPACE
                          ")"        DELIMITED BY SIZE
                          INTO FG-Name(Num-Figs)
                   COMPUTE Grade-Avg ROUNDED =
                       GR-Sum(GRx) / GR-Count(GRx)
                   MOVE Grade-Avg TO FG-Today(Num-Figs)
                   MOVE 'Y' TO FG-Have(Num-Figs)
                   MOVE 'N' TO FG-PrevOk(Num-Figs)
                               FG-MonOk(Num-Figs)
                   MOVE 0   TO FG-Prev(Num-Figs) FG-Mon(Num-Figs)
               END-IF
           END-PERFORM.

       AddGrade.
           IF Num-Grades > 0
               SET GRx TO 1
               SEARCH Grade-Entry
                   AT END PERFORM NewGrade
                   WHEN GR-Code(GRx) = TH-Ban(1:1)
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM NewGrade
           END-IF
           IF GRx > Num-Grades
               EXIT PARAGRAPH
           END-IF
           ADD TH-Avg TO GR-Sum(GRx)
           ADD 1 TO GR-Count(GRx).

       NewGrade.
           IF Num-Grades < 9
               ADD 1 TO Num-Grades
               SET GRx TO Num-Grades
               MOVE TH-Ban(1:1) TO GR-Code(GRx)
               MOVE 0 TO GR-Sum(GRx) GR-Count(GRx)
           ELSE
               SET GRx TO 10
           END-IF.

      *> ------------------------------------------------
      *> 보고서
      *> ------------------------------------------------
       PrintSummary.
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** MGTSUM.RPT OPEN FAILED : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== DAILY MANAGEMENT SUMMARY - BUSINESS DATE "
                                    DELIMITED BY SIZE
                  Proc-Date         DELIMITED BY SIZE
                  " ==="            DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           IF Prev-Date > 0
               STRING "PRIOR RUN "  DELIMITED BY SIZE
                      Prev-Date     DELIMITED BY SIZE
                      INTO Rpt-Line
           ELSE
               MOVE "PRIOR RUN (NONE)" TO Rpt-Line
           END-IF
           IF Mon-Date > 0
               STRING "MONTH AGO "  DELIMITED BY SIZE
                      Mon-Date      DELIMITED BY SIZE
                      INTO Rpt-Line(30:)
           ELSE
               MOVE "MONTH AGO (NONE)" TO Rpt-Line(30:)
           END-IF
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "FIGURE" TO Rpt-Line
           MOVE "TODAY" TO Rpt-Line(40:5)
           MOVE "VS PRIOR DAY" TO Rpt-Line(49:12)
           MOVE "VS MONTH AGO" TO Rpt-Line(65:12)
           WRITE Rpt-Line
           PERFORM VARYING FGx FROM 1 BY 1 UNTIL FGx > Num-Figs
               SET Fx TO FGx
               EVALUATE Fx
                   WHEN 1
                       MOVE "--- BANKING ---" TO Rpt-Line
                       WRITE Rpt-Line
                   WHEN First-Order
                       MOVE "--- ORDERS AND RECEIVABLES ---"
                           TO Rpt-Line
                       WRITE Rpt-Line
                   WHEN First-School
                       MOVE "--- SCHOOL ---" TO Rpt-Line
                       WRITE Rpt-Line
               END-EVALUATE
               PERFORM PrintFigure
           END-PERFORM
           IF Num-Figs < First-School
               MOVE "--- SCHOOL ---" TO Rpt-Line
               WRITE Rpt-Line
               MOVE "(NO TERM RESULTS ON FILE)" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           CLOSE Rpt-File.

       PrintFigure.
           MOVE SPACES TO Fig-Detail
           MOVE FG-Name(FGx) TO FD-Name
           IF FG-Have(FGx) NOT = 'Y'
               MOVE "N/A" TO FD-Today(13:3)
               ADD 1 TO Miss-Ctr
               MOVE Fig-Detail TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           MOVE FG-Kind(FGx)  TO Edit-Kind
           MOVE FG-Today(FGx) TO Edit-In
           PERFORM EditValue
           MOVE Edit-Out TO FD-Today
           IF FG-PrevOk(FGx) = 'Y'
               COMPUTE Delta = FG-Today(FGx) - FG-Prev(FGx)
               MOVE Delta TO Edit-In
               PERFORM EditValue
               MOVE Edit-Out TO FD-DayChg
           ELSE
               MOVE "N/A" TO FD-DayChg(13:3)
           END-IF
           IF FG-MonOk(FGx) = 'Y'
               COMPUTE Delta = FG-Today(FGx) - FG-Mon(FGx)
               MOVE Delta TO Edit-In
               PERFORM EditValue
               MOVE Edit-Out TO FD-MonChg
           ELSE
               MOVE "N/A" TO FD-MonChg(13:3)
           END-IF
           MOVE Fig-Detail TO Rpt-Line
           WRITE Rpt-Line.

       EditValue.
           MOVE SPACES TO Edit-Out
           EVALUATE Edit-Kind
               WHEN 'C'
                   MOVE Edit-In TO Ed-Cnt
                   MOVE Ed-Cnt TO Edit-Out(4:12)
               WHEN 'G'
                   MOVE Edit-In TO Ed-Avg
                   MOVE Ed-Avg TO Edit-Out(10:6)
               WHEN OTHER
                   MOVE Edit-In TO Ed-Amt
                   MOVE Ed-Amt TO Edit-Out
           END-EVALUATE.

      *> ------------------------------------------------
      *> 이력 쌓기
      *> ------------------------------------------------
       SaveHist.
      *> 같은 날 재실행이면 그날 줄을 작업 파일로 걸러 낸
      *> 뒤 다시 쓴다
           IF Same-Flag = 'Y'
               PERFORM DropToday
               IF Work-Status NOT = '00'
                   PERFORM HistFail
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT Hist-File
               IF Hist-Status NOT = '00'
                   PERFORM HistFail
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT Work-File
               MOVE 'N' TO In-Eof
               PERFORM UNTIL In-Eof = 'Y'
                   READ Work-File
                       AT END MOVE 'Y' TO In-Eof
                       NOT AT END
                           MOVE Work-Record TO Hist-Record
                           WRITE Hist-Record
                   END-READ
               END-PERFORM
               CLOSE Work-File
           ELSE
               OPEN EXTEND Hist-File
               IF Hist-Status NOT = '00'
                   OPEN OUTPUT Hist-File
               END-IF
               IF Hist-Status NOT = '00'
                   PERFORM HistFail
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM VARYING FGx FROM 1 BY 1 UNTIL FGx > Num-Figs
               IF FG-Have(FGx) = 'Y'
                   MOVE SPACES TO Hist-Record
                   MOVE Proc-Date     TO HS-Date
                   MOVE FG-Code(FGx)  TO HS-Code
                   MOVE FG-Today(FGx) TO HS-Value
                   WRITE Hist-Record
                   ADD 1 TO Hist-Rows
               END-IF
           END-PERFORM
      *> 거래 기록을 여기까지 읽었다는 자리
           IF Jrnl-Status = '00'
               MOVE SPACES TO Hist-Record
               MOVE Proc-Date  TO HS-Date
               MOVE 'JLIN'     TO HS-Code
               MOVE Jrnl-Lines TO HS-Value
               WRITE Hist-Record
           END-IF
           CLOSE Hist-File.

       HistFail.
           DISPLAY "** MGTHIST.DAT NOT UPDATED : " Hist-Status
                   " " Work-Status
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

       DropToday.
           OPEN INPUT Hist-File
           OPEN OUTPUT Work-File
           IF Work-Status NOT = '00'
               CLOSE Hist-File
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Hist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF HS-Date NOT = Proc-Date
                           MOVE Hist-Record TO Work-Record
                           WRITE Work-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hist-File
           CLOSE Work-File.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "MGTSUM 종료 RC=" DELIMITED BY SIZE
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

       END PROGRAM MGTSUM.
