                APPLYREJ.DAT로 보낸다. 개설 계좌마다
                GyeSan-P와 같은 단리 산식의 예상
                스케줄을 붙인 안내장(WELCOME.RPT)을
                만든다. 예상 회차에는 실제 납기일(BIZDATE로
                영업일 보정)과 상품 수수료(FEES.DAT)를 함께
                찍고, 대출('L')은 기산일의 원금과 납기일마다의
                약정 이자(원금 x 회차 요율) + 수수료(원금은
                만기에)로 연 실질 이자율과 총 상환 금액을
                구해 안내장 고지란에 찍고 고지 기록
                (DISCLOSE.DAT)에 덧붙인다.
                대출 접수는 개설 전에 신용 평가를 거친다 -
                고객의 현 대출 최악 연체 구간(ARREARS.DAT),
                지난 대손 상각(CHGOFF.DAT), 예금 잔액(LEDGER
                .DAT), 판매 미수 경과일(AROPEN.DAT)을 평가
                기준(CREDCFG.DAT)대로 점수로 묶어 등급(A/B/C)
                을 매기고, 회부 기준 미만은 개설하지 않고
                심사 회부 파일(APPREFER.DAT)로 보낸다. 심사
                담당이 승인한 회부 건은 머리글자(AP-Officer)
                를 채워 다시 접수한다. 점수와 사유는 평가
                기록(APPSCORE.DAT)에 접수 건마다 남긴다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Welcome-File ASSIGN TO "WELCOME.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Welcome-Status.
           *> 상품별 회차 수수료 (WONRI와 같은 파일)
           SELECT Fee-File ASSIGN TO "FEES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Fee-Status.
           *> 대출 개설 고지 기록 - PAYQUOTE가 읽는다
           SELECT Disc-File ASSIGN TO "DISCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Disc-Status.
           *> 신용 평가 자료 - 연체 추출, 상각 대장, 원장,
           *> 판매 미결 청구
           SELECT ArrExt-File ASSIGN TO "ARREARS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArrExt-Status.
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT ArOpen-File ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArOpen-Status.
           *> 평가 기준 (한 줄)
           SELECT Cfg-File ASSIGN TO "CREDCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           *> 심사 회부 건과 평가 기록
           SELECT Refer-File ASSIGN TO "APPREFER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Refer-Status.
           SELECT Score-File ASSIGN TO "APPSCORE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Score-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           *> WONRI 실행 인자의 기본값을 쓴다
           02  AP-Term           PIC 9(3).
           02  AP-Comp           PIC X.
           *> 심사 회부 건을 승인한 심사 담당 머리글자 -
           *> 채워 있으면 점수가 낮아도 개설한다
           02  AP-Officer        PIC X(3).

       FD  Account-File.
       COPY "ACCTFD.cbl".
           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  Rate-File.
       01  Rate-Record.
           *> 'D'=중복 'F'=기산일/주기 오류
           *> 'C'=고객번호/구분 오류 'K'=검증 숫자 오류
           02  RJ-Reason         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           *> 사유 코드의 뜻 - 공용 코드 표(종류 AREJ)
           02  RJ-Desc           PIC X(20).

       FD  Welcome-File.
       01  Welcome-Line          PIC X(80).

       FD  Fee-File.
       01  Fee-Record.
           02  FE-ProdCode       PIC X(5).
           02  FE-Fee            PIC 9(4)V9.

       FD  Disc-File.
       COPY "DISCLREC.cbl".

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

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  ArOpen-File.
       01  ArOpen-Record.
           02  AO-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  AO-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  AO-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  AO-Orig           PIC 9(8)V99.
           02  FILLER            PIC X.
           02  AO-Open           PIC 9(8)V99.

      *> 기본 점수, 연체 구간(1/2/3)별 감점, 상각 1건당
      *> 감점, 예금 단위 금액과 단위당 가점/가점 한도,
      *> 미수 경과(30/60/90일 초과)별 감점, A/B 등급
      *> 하한과 회부 기준(이 점수 미만은 회부)
       FD  Cfg-File.
       01  Cfg-Record.
           02  CC-Base           PIC 999.
           02  FILLER            PIC X.
           02  CC-Arr1           PIC 999.
           02  FILLER            PIC X.
           02  CC-Arr2           PIC 999.
           02  FILLER            PIC X.
           02  CC-Arr3           PIC 999.
           02  FILLER            PIC X.
           02  CC-CoPts          PIC 999.
           02  FILLER            PIC X.
           02  CC-DepStep        PIC 9(7).
           02  FILLER            PIC X.
           02  CC-DepPts         PIC 99.
           02  FILLER            PIC X.
           02  CC-DepMax         PIC 999.
           02  FILLER            PIC X.
           02  CC-Ar30           PIC 999.
           02  FILLER            PIC X.
           02  CC-Ar60           PIC 999.
           02  FILLER            PIC X.
           02  CC-Ar90           PIC 999.
           02  FILLER            PIC X.
           02  CC-TierA          PIC 999.
           02  FILLER            PIC X.
           02  CC-TierB          PIC 999.
           02  FILLER            PIC X.
           02  CC-Refer          PIC 999.

      *> 회부 건 - 접수 한 줄 그대로에 점수를 붙인다
       FD  Refer-File.
       01  Refer-Record.
           02  RR-Apply          PIC X(45).
           02  FILLER            PIC X.
           02  RR-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  RR-Score          PIC 999.
           02  FILLER            PIC X.
           02  RR-Tier           PIC X.
           02  FILLER            PIC X.
           02  RR-Reasons        PIC X(4).

      *> 평가 기록 - 결정('O'=개설 'R'=회부)과 사유
      *> ('A'=연체 'C'=상각 'D'=예금 'R'=판매 미수)별 점수
       FD  Score-File.
       01  Score-Record.
           02  SL-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  SL-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  SL-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  SL-Principal      PIC 9(5).
           02  FILLER            PIC X.
           02  SL-Score          PIC 999.
           02  FILLER            PIC X.
           02  SL-Tier           PIC X.
           02  FILLER            PIC X.
           02  SL-Decision       PIC X.
           02  FILLER            PIC X.
           02  SL-Reasons        PIC X(4).
           02  FILLER            PIC X.
           02  SL-Bucket         PIC 9.
           02  FILLER            PIC X.
           02  SL-CoCnt          PIC 99.
           02  FILLER            PIC X.
           02  SL-DepBal         PIC 9(7).
           02  FILLER            PIC X.
           02  SL-ArDays         PIC 9(5).
           02  FILLER            PIC X.
           02  SL-ArrPts         PIC 999.
           02  FILLER            PIC X.
           02  SL-CoPts          PIC 9(4).
           02  FILLER            PIC X.
           02  SL-DepPts         PIC 999.
           02  FILLER            PIC X.
           02  SL-ArPts          PIC 999.
           02  FILLER            PIC X.
           02  SL-Officer        PIC X(3).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

                          DEPENDING ON Acct-Count
                          INDEXED BY ACx.
               03  AT-AcctNo     PIC X(10).
               03  AT-CustNo     PIC 9(5).
               03  AT-Type       PIC X.
               03  AT-Balance    PIC 9(5).

      *> ----- 신용 평가 자료 -----
       77  ArrExt-Status     PIC XX.
       77  ChgOff-Status     PIC XX.
       77  Ledger-Status     PIC XX.
       77  ArOpen-Status     PIC XX.
       77  Cfg-Status        PIC XX.
       77  Refer-Status      PIC XX.
       77  Score-Status      PIC XX.
       77  ArrExt-Eof        PIC X       VALUE 'N'.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Ledger-Eof        PIC X       VALUE 'N'.
       77  ArOpen-Eof        PIC X       VALUE 'N'.
      *> 계좌별 최악 연체 구간
       77  Arr-Count         PIC 9(4)    VALUE 0.
       01  Arr-Table.
           02  Arr-Entry OCCURS 0 TO 1000 TIMES
                         DEPENDING ON Arr-Count
                         INDEXED BY AAx.
               03  AA-AcctNo     PIC X(10).
               03  AA-Bucket     PIC 9.
      *> 상각 계좌
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).
      *> 판매 고객별 가장 오랜 미결 청구일
       77  Age-Count         PIC 9(3)    VALUE 0.
       01  Age-Table.
           02  Age-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Age-Count
                         INDEXED BY AGx.
               03  AG-CustNo     PIC 9(5).
               03  AG-Oldest     PIC 9(8).
      *> 평가 기준 - 설정 파일이 없거나 틀린 칸은 기본값
       77  Cfg-Base          PIC 999     VALUE 700.
       77  Cfg-Arr1          PIC 999     VALUE 50.
       77  Cfg-Arr2          PIC 999     VALUE 120.
       77  Cfg-Arr3          PIC 999     VALUE 250.
       77  Cfg-CoPts         PIC 999     VALUE 300.
       77  Cfg-DepStep       PIC 9(7)    VALUE 10000.
       77  Cfg-DepPts        PIC 99      VALUE 10.
       77  Cfg-DepMax        PIC 999     VALUE 100.
       77  Cfg-Ar30          PIC 999     VALUE 20.
       77  Cfg-Ar60          PIC 999     VALUE 60.
       77  Cfg-Ar90          PIC 999     VALUE 150.
       77  Cfg-TierA         PIC 999     VALUE 750.
       77  Cfg-TierB         PIC 999     VALUE 650.
       77  Cfg-Refer         PIC 999     VALUE 550.
      *> 한 접수의 평가
       77  Refer-Flag        PIC X       VALUE 'N'.
       77  Sc-Bucket         PIC 9       VALUE 0.
       77  Sc-CoCnt          PIC 99      VALUE 0.
       77  Sc-DepBal         PIC 9(7)    VALUE 0.
       77  Sc-ArDays         PIC 9(5)    VALUE 0.
       77  Sc-ArrPts         PIC 999     VALUE 0.
       77  Sc-CoPts          PIC 9(4)    VALUE 0.
       77  Sc-DepPts         PIC 999     VALUE 0.
       77  Sc-ArPts          PIC 999     VALUE 0.
       77  Sc-Units          PIC 9(7)    VALUE 0.
       77  Sc-Work           PIC S9(5)   VALUE 0.
       77  Sc-Score          PIC 999     VALUE 0.
       77  Sc-Tier           PIC X       VALUE SPACE.
       77  Sc-Reasons        PIC X(4)    VALUE SPACES.
       77  Refer-Ctr         PIC 9(5)    VALUE 0.
       77  Ix                PIC 9(4)    VALUE 0.

      *> ----- 검증/집계 -----
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Proj-Ija          PIC 9(4)V9  VALUE 0.
       77  Proj-Pay          PIC 9(5)    VALUE 10000.

      *> ----- 상품별 회차 수수료 (WONRI 테이블) -----
       77  Fee-Status        PIC XX.
       77  Fee-Eof           PIC X       VALUE 'N'.
       77  Fee-Count         PIC 99      VALUE 0.
       01  Fee-Table.
           02  Fee-Entry OCCURS 0 TO 20 TIMES
                         DEPENDING ON Fee-Count
                         INDEXED BY FEx.
               03  FT-ProdCode   PIC X(5).
               03  FT-Fee        PIC 9(4)V9.
       77  Work-Fee          PIC 9(4)V9  VALUE 0.

      *> ----- 납기일 산출 (WONRI CalcDue-P와 같은 방식) -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Due-Date          PIC 9(8)    VALUE 0.
       77  Due-YY            PIC 9(4)    VALUE 0.
       77  Due-MM            PIC 99      VALUE 0.
       77  Due-DD            PIC 99      VALUE 0.
       77  Due-MMDD          PIC 9(4)    VALUE 0.
       77  Mon-Work          PIC 9(6)    VALUE 0.
       77  Due-Int           PIC 9(8)    VALUE 0.
       77  Orig-Int          PIC 9(8)    VALUE 0.
       77  Month-Days        PIC 99      VALUE 31.
       77  Leap-Work         PIC 9(4)    VALUE 0.

      *> ----- 고지 산출 - 납기일별 현금흐름 -----
      *> 회차마다 약정 이자(원금 x 회차 요율) + 수수료,
      *> 마지막 회차에 원금을 더한다. 날수는 기산일부터
      *> 센다
       77  Disc-Ija          PIC 9(5)V9  VALUE 0.
       77  Disc-Status       PIC XX.
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Cf-Count          PIC 999     VALUE 0.
       01  Cf-Table.
           02  Cf-Entry OCCURS 0 TO 999 TIMES
                        DEPENDING ON Cf-Count
                        INDEXED BY CFx.
               03  CF-Days       PIC 9(5).
               03  CF-Amt        PIC 9(7)V9.
       77  First-Due         PIC 9(8)    VALUE 0.
       77  Tot-Ija           PIC 9(7)V9  VALUE 0.
       77  Tot-Fee           PIC 9(7)V9  VALUE 0.
       77  Tot-Pay           PIC 9(8)V9  VALUE 0.
      *> 연 실질 이자율 - 현재가치 합이 원금과 같아지는
      *> 연율을 0~999.99% 사이에서 반씩 좁혀 찾는다
       77  Apr-Lo            PIC 9(2)V9(8) VALUE 0.
       77  Apr-Hi            PIC 9(2)V9(8) VALUE 0.
       77  Apr-Try           PIC 9(2)V9(8) VALUE 0.
       77  Apr-Pct           PIC 9(3)V99 VALUE 0.
       77  Apr-Cap           PIC X       VALUE 'N'.
       77  Apr-Ctr           PIC 99      VALUE 0.
       77  Pv-Sum            PIC 9(9)V9(6) VALUE 0.
       77  Disc-Fact         PIC 9(9)V9(8) VALUE 0.

      *> ----- 안내장 인쇄 편집 -----
       01  Wel-Head.
           02  FILLER            PIC X(14)  VALUE "신규 계좌 ".
       01  Wel-Detail.
           02  WD-Period         PIC ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  WD-DueDate        PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  WD-Opening        PIC ZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  WD-Ija            PIC Z,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  WD-Fee            PIC Z,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  WD-Closing        PIC ZZ,ZZ9.
      *> 고지란 - 왼쪽 테두리와 항목명 : 값
       01  Box-Rule.
           02  FILLER            PIC X      VALUE '+'.
           02  FILLER            PIC X(60)  VALUE ALL '-'.
           02  FILLER            PIC X      VALUE '+'.
       01  Box-Line.
           02  FILLER            PIC X(2)   VALUE '| '.
           02  BX-Label          PIC X(40).
           02  FILLER            PIC X(3)   VALUE ' : '.
           02  BX-Value          PIC X(30).
       77  Box-Amt           PIC ZZZ,ZZZ,ZZ9.9.
       77  Box-Pct           PIC ZZ9.99.
       77  Box-Cnt           PIC ZZ9.

      *> ----- 코드 설명 (공용 코드 표 - CODELKUP) -----
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 0 TO RETURN-CODE
           PERFORM GetPeriods-P
           PERFORM LoadRate-P
           PERFORM LoadFee-P
           PERFORM LoadAccounts-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           PERFORM LoadCfg-P
           PERFORM LoadBalances-P
           PERFORM LoadArrears-P
           PERFORM LoadChgOff-P
           PERFORM LoadArAge-P
           OPEN INPUT Apply-File
           IF Apply-Status NOT = '00'
               DISPLAY "접수 파일 없음 - 개설 생략"
           END-IF
           OPEN OUTPUT Rej-File
           OPEN OUTPUT Welcome-File
           OPEN OUTPUT Refer-File
           OPEN EXTEND Score-File
           IF Score-Status NOT = '00'
               OPEN OUTPUT Score-File
           END-IF
           *> 색인 원부가 있으면 같이 등록한다
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status = '00'
           CLOSE Account-File
           CLOSE Rej-File
           CLOSE Welcome-File
           CLOSE Refer-File
           CLOSE Score-File
           IF Idx-Open = 'Y'
               CLOSE AcctIdx-File
           END-IF
           END-IF
           DISPLAY "접수 " Read-Ctr " 건, 개설 " Open-Ctr
                   " 건, 거절 " Rej-Ctr " 건"
           DISPLAY "심사 회부 " Refer-Ctr " 건 (APPREFER.DAT)"
           GO TO Keut-P.

       PostAcctCtl-P.
               DISPLAY "** 요율 파일 없음 - 전건 거절 처리"
           END-IF.

       LoadFee-P.
          *> WONRI의 LoadFee-P와 같은 테이블 적재
           OPEN INPUT Fee-File
           IF Fee-Status = '00'
               PERFORM UNTIL Fee-Eof = 'Y'
                   READ Fee-File
                       AT END MOVE 'Y' TO Fee-Eof
                       NOT AT END
                           IF Fee-Count >= 20
                               DISPLAY "** FEES.DAT 한도(20) 초과"
                               MOVE 'Y' TO Fee-Eof
                           ELSE
                               ADD 1 TO Fee-Count
                               MOVE FE-ProdCode
                                   TO FT-ProdCode(Fee-Count)
                               MOVE FE-Fee
                                   TO FT-Fee(Fee-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE Fee-File
           END-IF.

       FindFee-P.
          *> 상품의 회차 수수료 - 적금은 수수료 없음
           MOVE 0 TO Work-Fee
           IF AP-Type = 'S' OR Fee-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET FEx TO 1
           SEARCH Fee-Entry
               AT END CONTINUE
               WHEN FT-ProdCode(FEx) = AP-ProdCode
                   MOVE FT-Fee(FEx) TO Work-Fee
           END-SEARCH.

       LoadAccounts-P.
          *> 중복 개설 검사용 기존 계좌번호 적재
           OPEN INPUT Account-File
                               ADD 1 TO Acct-Count
                               MOVE AC-AcctNo
                                   TO AT-AcctNo(Acct-Count)
                               MOVE AC-CustNo
                                   TO AT-CustNo(Acct-Count)
                               MOVE AC-Type
                                   TO AT-Type(Acct-Count)
                               MOVE AC-Principal
                                   TO AT-Balance(Acct-Count)
                           END-IF
                   END-READ
               END-PERFORM
               NOT AT END
                   ADD 1 TO Read-Ctr
                   PERFORM EditApply-P
                   MOVE 'N' TO Refer-Flag
                   IF Valid-Flag = 'Y' AND AP-Type = 'L'
                       PERFORM ScoreApply-P
                   END-IF
                   EVALUATE TRUE
                       WHEN Valid-Flag NOT = 'Y'
                           PERFORM WriteRej-P
                       WHEN Refer-Flag = 'Y'
                           PERFORM WriteRefer-P
                       WHEN OTHER
                           PERFORM OpenAcct-P
                   END-EVALUATE
           END-READ.

       EditApply-P.
           END-IF
           IF Valid-Flag = 'Y'
               IF AP-CustNo IS NOT NUMERIC
                  OR (AP-Type NOT = 'L' AND AP-Type NOT = 'D'
                      AND AP-Type NOT = 'S')
                   MOVE 'C' TO Work-Reason
                   MOVE 'N' TO Valid-Flag
               END-IF
           ELSE
               MOVE SPACE TO AC-Comp
           END-IF
           MOVE SPACES TO AC-Ext
           WRITE Account-Record
           IF Acct-Count < 500
               ADD 1 TO Acct-Count
               MOVE AP-AcctNo    TO AT-AcctNo(Acct-Count)
               MOVE AP-CustNo    TO AT-CustNo(Acct-Count)
               MOVE AP-Type      TO AT-Type(Acct-Count)
               MOVE AP-Principal TO AT-Balance(Acct-Count)
           END-IF
           IF Idx-Open = 'Y'
               MOVE AP-AcctNo    TO AI-AcctNo
               MOVE Work-Branch  TO AI-Branch
               MOVE AC-Term      TO AI-Term
               MOVE AC-Comp      TO AI-Comp
               MOVE AC-Ext       TO AI-Ext
               WRITE AcctIdx-Record
                   INVALID KEY
                       DISPLAY "** 색인 원부 중복 : " AP-AcctNo
           MOVE AP-ProdCode TO WH-ProdCode
           MOVE Wel-Head    TO Welcome-Line
           WRITE Welcome-Line
           MOVE SPACES TO Welcome-Line
           STRING "회차  납기일    기초잔액  이자     "
                  "수수료   기말잔액" DELIMITED BY SIZE
               INTO Welcome-Line
           WRITE Welcome-Line
           MOVE AP-Principal TO Proj-Bal
           PERFORM FindFee-P
           COMPUTE Orig-Int = FUNCTION INTEGER-OF-DATE(AP-OrigDate)
           MOVE 0 TO Cf-Count Tot-Ija Tot-Fee First-Due
           COMPUTE Disc-Ija ROUNDED = AP-Principal * Work-Rate
               ON SIZE ERROR MOVE 0 TO Disc-Ija
           END-COMPUTE
          *> 계좌에 기간 수가 있으면 그만큼, 없으면
          *> 실행 인자 기본값만큼 예상 회차를 찍는다
           IF AP-Term IS NUMERIC AND AP-Term > 0
           END-IF
           PERFORM ProjPeriod-P
               VARYING Period-Ctr FROM 1 BY 1
               UNTIL Period-Ctr > Proj-Periods
          *> 대출만 고지란 대상 - 예금/적금은 예상
          *> 스케줄만 찍는다
           IF AP-Type = 'L' AND Cf-Count > 0
               PERFORM CalcApr-P
               PERFORM WriteBox-P
               PERFORM WriteDisc-P
           END-IF.

       ProjPeriod-P.
           MOVE Period-Ctr TO WD-Period
               ON SIZE ERROR MOVE 0 TO Proj-Ija
           END-COMPUTE
           MOVE Proj-Ija TO WD-Ija
           PERFORM CalcDue-P
           MOVE Due-Date TO WD-DueDate
           MOVE Work-Fee TO WD-Fee
           IF First-Due = 0
               MOVE Due-Date TO First-Due
           END-IF
          *> 고지용 현금흐름 - 약정 이자 + 수수료
           ADD Disc-Ija TO Tot-Ija
           ADD Work-Fee TO Tot-Fee
           IF Cf-Count < 999
               ADD 1 TO Cf-Count
               COMPUTE Due-Int = FUNCTION INTEGER-OF-DATE(Due-Date)
               COMPUTE CF-Days(Cf-Count) = Due-Int - Orig-Int
               COMPUTE CF-Amt(Cf-Count) = Disc-Ija + Work-Fee
           END-IF
           ADD Proj-Ija Proj-Pay TO Proj-Bal
               ON SIZE ERROR CONTINUE
           END-ADD
           MOVE Wel-Detail TO Welcome-Line
           WRITE Welcome-Line.

       CalcDue-P.
          *> 기산일에 회차 수만큼 주기를 더하고 주말/휴일
          *> 이면 다음 영업일로 민다 - WONRI와 같은 납기
           IF AP-Freq = 'W'
               COMPUTE Due-Int = Orig-Int + Period-Ctr * 7
               MOVE FUNCTION DATE-OF-INTEGER(Due-Int)
                   TO Due-Date
           ELSE
               DIVIDE AP-OrigDate BY 10000
                   GIVING Due-YY REMAINDER Due-MMDD
               DIVIDE Due-MMDD BY 100
                   GIVING Due-MM REMAINDER Due-DD
               COMPUTE Mon-Work =
                   Due-YY * 12 + Due-MM - 1 + Period-Ctr
               COMPUTE Due-YY = Mon-Work / 12
               COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
               PERFORM MonthDays-P
               IF Due-DD > Month-Days
                   MOVE Month-Days TO Due-DD
               END-IF
               COMPUTE Due-Date =
                   Due-YY * 10000 + Due-MM * 100 + Due-DD
           END-IF
           MOVE 'ISB' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Due-Date Bz-Flag
           IF Bz-Flag = 'N'
               MOVE 'NXT' TO Bz-Op
               CALL 'BIZDATE' USING Bz-Op Due-Date Bz-Flag
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

       CalcApr-P.
          *> 원금은 만기 회차에 함께 갚는다 - PAYQUOTE
          *> 정산(원금 + 이자 + 수수료)과 같은 구성
           ADD AP-Principal TO CF-Amt(Cf-Count)
           COMPUTE Tot-Pay = AP-Principal + Tot-Ija + Tot-Fee
           MOVE 'N' TO Apr-Cap
           MOVE 0 TO Apr-Lo
           MOVE 9.9999 TO Apr-Hi
          *> 이자도 수수료도 없으면 0%
           IF Tot-Ija + Tot-Fee = 0 OR AP-Principal = 0
               MOVE 0 TO Apr-Pct
               EXIT PARAGRAPH
           END-IF
           MOVE Apr-Hi TO Apr-Try
           PERFORM PresVal-P
           IF Pv-Sum > AP-Principal
               MOVE 'Y' TO Apr-Cap
               MOVE 999.99 TO Apr-Pct
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Apr-Ctr FROM 1 BY 1 UNTIL Apr-Ctr > 40
               COMPUTE Apr-Try = (Apr-Lo + Apr-Hi) / 2
               PERFORM PresVal-P
               IF Pv-Sum > AP-Principal
                   MOVE Apr-Try TO Apr-Lo
               ELSE
                   MOVE Apr-Try TO Apr-Hi
               END-IF
           END-PERFORM
           COMPUTE Apr-Pct ROUNDED = (Apr-Lo + Apr-Hi) / 2 * 100.

       PresVal-P.
          *> 연율 Apr-Try로 할인한 현금흐름의 현재가치 합
           MOVE 0 TO Pv-Sum
           PERFORM VARYING CFx FROM 1 BY 1 UNTIL CFx > Cf-Count
               COMPUTE Disc-Fact =
                   (1 + Apr-Try) ** (CF-Days(CFx) / 365)
                   ON SIZE ERROR MOVE 999999999 TO Disc-Fact
               END-COMPUTE
               COMPUTE Pv-Sum = Pv-Sum + CF-Amt(CFx) / Disc-Fact
                   ON SIZE ERROR CONTINUE
               END-COMPUTE
           END-PERFORM.

       WriteBox-P.
          *> 안내장 끝의 대출 조건 고지란
           MOVE SPACES TO Welcome-Line
           WRITE Welcome-Line
           MOVE Box-Rule TO Welcome-Line
           WRITE Welcome-Line
           MOVE "대출 조건 고지" TO BX-Label
           MOVE SPACES TO BX-Value
           MOVE Box-Line TO Welcome-Line
           MOVE SPACES TO Welcome-Line(43:3)
           WRITE Welcome-Line
           MOVE "연 실질 이자율(수수료 포함)" TO BX-Label
           MOVE Apr-Pct TO Box-Pct
           MOVE SPACES TO BX-Value
           IF Apr-Cap = 'Y'
               STRING Box-Pct " % 이상" DELIMITED BY SIZE
                   INTO BX-Value
           ELSE
               STRING Box-Pct " %" DELIMITED BY SIZE
                   INTO BX-Value
           END-IF
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "대출 원금" TO BX-Label
           MOVE AP-Principal TO Box-Amt
           MOVE Box-Amt TO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "이자 합계" TO BX-Label
           MOVE Tot-Ija TO Box-Amt
           MOVE Box-Amt TO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "수수료 합계" TO BX-Label
           MOVE Tot-Fee TO Box-Amt
           MOVE Box-Amt TO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "금융 비용(이자 + 수수료)" TO BX-Label
           COMPUTE Box-Amt = Tot-Ija + Tot-Fee
           MOVE Box-Amt TO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "총 상환 금액" TO BX-Label
           MOVE Tot-Pay TO Box-Amt
           MOVE Box-Amt TO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE "상환 회차 / 첫 납기 / 만기" TO BX-Label
           MOVE Cf-Count TO Box-Cnt
           MOVE SPACES TO BX-Value
           STRING Box-Cnt   DELIMITED BY SIZE
                  " / "     DELIMITED BY SIZE
                  First-Due DELIMITED BY SIZE
                  " / "     DELIMITED BY SIZE
                  Due-Date  DELIMITED BY SIZE
                  INTO BX-Value
           MOVE Box-Line TO Welcome-Line
           WRITE Welcome-Line
           MOVE Box-Rule TO Welcome-Line
           WRITE Welcome-Line.

       WriteDisc-P.
          *> 고지한 숫자를 계좌별 고지 기록에 덧붙인다
           OPEN EXTEND Disc-File
           IF Disc-Status NOT = '00'
               OPEN OUTPUT Disc-File
           END-IF
           IF Disc-Status NOT = '00'
               DISPLAY "** 고지 기록 열기 실패 : " Disc-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Disc-Record
           MOVE AP-AcctNo    TO DS-AcctNo
           MOVE AP-CustNo    TO DS-CustNo
           MOVE Today-Date   TO DS-Date
           MOVE AP-OrigDate  TO DS-OrigDate
           MOVE AP-Principal TO DS-Principal
           MOVE Cf-Count     TO DS-Periods
           MOVE AP-Freq      TO DS-Freq
           MOVE Work-Rate    TO DS-Rate
           MOVE Work-Fee     TO DS-Fee
           MOVE Apr-Pct      TO DS-Apr
           MOVE Apr-Cap      TO DS-AprCap
           MOVE Tot-Ija      TO DS-TotIja
           MOVE Tot-Fee      TO DS-TotFee
           MOVE Tot-Pay      TO DS-TotPay
           MOVE First-Due    TO DS-FirstDue
           MOVE Due-Date     TO DS-LastDue
           WRITE Disc-Record
           CLOSE Disc-File.

       LoadCfg-P.
           OPEN INPUT Cfg-File
           IF Cfg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ Cfg-File
               AT END CONTINUE
               NOT AT END
                   IF CC-Base IS NUMERIC AND CC-Base > 0
                       MOVE CC-Base TO Cfg-Base
                   END-IF
                   IF CC-Arr1 IS NUMERIC
                       MOVE CC-Arr1 TO Cfg-Arr1
                   END-IF
                   IF CC-Arr2 IS NUMERIC
                       MOVE CC-Arr2 TO Cfg-Arr2
                   END-IF
                   IF CC-Arr3 IS NUMERIC
                       MOVE CC-Arr3 TO Cfg-Arr3
                   END-IF
                   IF CC-CoPts IS NUMERIC
                       MOVE CC-CoPts TO Cfg-CoPts
                   END-IF
                   IF CC-DepStep IS NUMERIC AND CC-DepStep > 0
                       MOVE CC-DepStep TO Cfg-DepStep
                   END-IF
                   IF CC-DepPts IS NUMERIC
                       MOVE CC-DepPts TO Cfg-DepPts
                   END-IF
                   IF CC-DepMax IS NUMERIC
                       MOVE CC-DepMax TO Cfg-DepMax
                   END-IF
                   IF CC-Ar30 IS NUMERIC
                       MOVE CC-Ar30 TO Cfg-Ar30
                   END-IF
                   IF CC-Ar60 IS NUMERIC
                       MOVE CC-Ar60 TO Cfg-Ar60
                   END-IF
                   IF CC-Ar90 IS NUMERIC
                       MOVE CC-Ar90 TO Cfg-Ar90
                   END-IF
                   IF CC-TierA IS NUMERIC AND CC-TierB IS NUMERIC
                      AND CC-Refer IS NUMERIC
                      AND CC-TierA > CC-TierB
                      AND CC-TierB >= CC-Refer
                       MOVE CC-TierA TO Cfg-TierA
                       MOVE CC-TierB TO Cfg-TierB
                       MOVE CC-Refer TO Cfg-Refer
                   ELSE
                       DISPLAY "** 등급 기준 오류"
                               " - 기본값 사용"
                   END-IF
           END-READ
           CLOSE Cfg-File.

       LoadBalances-P.
          *> RELSTMT처럼 원장 마지막 회차 기말잔액으로
          *> 계좌 잔액을 덮어쓴다 - 원장이 없는 계좌는
          *> 원금을 잔액으로 본다
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ledger-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
                   NOT AT END
                       IF Acct-Count > 0
                           SET ACx TO 1
                           SEARCH Acct-Entry
                               AT END CONTINUE
                               WHEN AT-AcctNo(ACx)
                                    = LG-AcctNo
                                   MOVE LG-Closing
                                       TO AT-Balance(ACx)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       LoadArrears-P.
          *> 연체 추출은 미납 회차마다 한 줄 - 계좌별로
          *> 가장 깊은 구간만 남긴다
           OPEN INPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ArrExt-Eof = 'Y'
               READ ArrExt-File
                   AT END MOVE 'Y' TO ArrExt-Eof
                   NOT AT END
                       IF AX-Bucket IS NUMERIC
                           PERFORM KeepArrears-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       KeepArrears-P.
           IF Arr-Count > 0
               SET AAx TO 1
               SEARCH Arr-Entry
                   AT END CONTINUE
                   WHEN AA-AcctNo(AAx) = AX-AcctNo
                       IF AX-Bucket > AA-Bucket(AAx)
                           MOVE AX-Bucket TO AA-Bucket(AAx)
                       END-IF
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Arr-Count < 1000
               ADD 1 TO Arr-Count
               MOVE AX-AcctNo TO AA-AcctNo(Arr-Count)
               MOVE AX-Bucket TO AA-Bucket(Arr-Count)
           ELSE
               DISPLAY "** 연체 표 한도(1000) 초과 : " AX-AcctNo
           END-IF.

       LoadChgOff-P.
           OPEN INPUT ChgOff-File
           IF ChgOff-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ChgOff-Eof = 'Y'
               READ ChgOff-File
                   AT END MOVE 'Y' TO ChgOff-Eof
                   NOT AT END
                       IF Woff-Count < 1000
                           ADD 1 TO Woff-Count
                           MOVE CO-AcctNo TO WO-AcctNo(Woff-Count)
                       ELSE
                           DISPLAY "** 상각 대장 표 한도 초과"
                           MOVE 'Y' TO ChgOff-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ChgOff-File.

       LoadArAge-P.
          *> 판매 고객마다 잔액이 남은 가장 오랜 청구일
           OPEN INPUT ArOpen-File
           IF ArOpen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ArOpen-Eof = 'Y'
               READ ArOpen-File
                   AT END MOVE 'Y' TO ArOpen-Eof
                   NOT AT END
                       IF AO-Open IS NUMERIC AND AO-Open > 0
                          AND AO-Date IS NUMERIC
                          AND AO-Date > 19000101
                           PERFORM KeepArAge-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArOpen-File.

       KeepArAge-P.
           IF Age-Count > 0
               SET AGx TO 1
               SEARCH Age-Entry
                   AT END CONTINUE
                   WHEN AG-CustNo(AGx) = AO-CustNo
                       IF AO-Date < AG-Oldest(AGx)
                           MOVE AO-Date TO AG-Oldest(AGx)
                       END-IF
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Age-Count < 500
               ADD 1 TO Age-Count
               MOVE AO-CustNo TO AG-CustNo(Age-Count)
               MOVE AO-Date   TO AG-Oldest(Age-Count)
           END-IF.

       ScoreApply-P.
          *> 고객의 기존 거래 전체로 대출 접수를 평가한다
           MOVE 0 TO Sc-Bucket Sc-CoCnt Sc-DepBal Sc-ArDays
           MOVE 0 TO Sc-ArrPts Sc-CoPts Sc-DepPts Sc-ArPts
           MOVE SPACES TO Sc-Reasons
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Acct-Count
               IF AT-CustNo(Ix) = AP-CustNo
                   PERFORM ScoreAcct-P
               END-IF
           END-PERFORM
          *> 현 대출의 가장 깊은 연체 구간
           EVALUATE Sc-Bucket
               WHEN 1 MOVE Cfg-Arr1 TO Sc-ArrPts
               WHEN 2 MOVE Cfg-Arr2 TO Sc-ArrPts
               WHEN 3 MOVE Cfg-Arr3 TO Sc-ArrPts
               WHEN OTHER MOVE 0 TO Sc-ArrPts
           END-EVALUATE
           IF Sc-ArrPts > 0
               MOVE 'A' TO Sc-Reasons(1:1)
           END-IF
          *> 지난 상각은 건마다 감점
           COMPUTE Sc-CoPts = Sc-CoCnt * Cfg-CoPts
               ON SIZE ERROR MOVE 9999 TO Sc-CoPts
           END-COMPUTE
           IF Sc-CoPts > 0
               MOVE 'C' TO Sc-Reasons(2:1)
           END-IF
          *> 예금 잔액은 단위마다 가점, 한도까지
           DIVIDE Sc-DepBal BY Cfg-DepStep GIVING Sc-Units
           COMPUTE Sc-Work = Sc-Units * Cfg-DepPts
               ON SIZE ERROR MOVE Cfg-DepMax TO Sc-Work
           END-COMPUTE
           IF Sc-Work > Cfg-DepMax
               MOVE Cfg-DepMax TO Sc-Work
           END-IF
           MOVE Sc-Work TO Sc-DepPts
           IF Sc-DepPts > 0
               MOVE 'D' TO Sc-Reasons(3:1)
           END-IF
          *> 판매 쪽 미수 - 가장 오랜 미결 청구의 경과일
           IF Age-Count > 0
               SET AGx TO 1
               SEARCH Age-Entry
                   AT END CONTINUE
                   WHEN AG-CustNo(AGx) = AP-CustNo
                       COMPUTE Sc-ArDays =
                           FUNCTION INTEGER-OF-DATE(Today-Date)
                         - FUNCTION INTEGER-OF-DATE(AG-Oldest(AGx))
                           ON SIZE ERROR MOVE 0 TO Sc-ArDays
                       END-COMPUTE
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN Sc-ArDays > 90 MOVE Cfg-Ar90 TO Sc-ArPts
               WHEN Sc-ArDays > 60 MOVE Cfg-Ar60 TO Sc-ArPts
               WHEN Sc-ArDays > 30 MOVE Cfg-Ar30 TO Sc-ArPts
               WHEN OTHER MOVE 0 TO Sc-ArPts
           END-EVALUATE
           IF Sc-ArPts > 0
               MOVE 'R' TO Sc-Reasons(4:1)
           END-IF
           COMPUTE Sc-Work = Cfg-Base - Sc-ArrPts - Sc-CoPts
                           + Sc-DepPts - Sc-ArPts
           EVALUATE TRUE
               WHEN Sc-Work < 0   MOVE 0 TO Sc-Score
               WHEN Sc-Work > 999 MOVE 999 TO Sc-Score
               WHEN OTHER         MOVE Sc-Work TO Sc-Score
           END-EVALUATE
           EVALUATE TRUE
               WHEN Sc-Score >= Cfg-TierA MOVE 'A' TO Sc-Tier
               WHEN Sc-Score >= Cfg-TierB MOVE 'B' TO Sc-Tier
               WHEN Sc-Score >= Cfg-Refer MOVE 'C' TO Sc-Tier
               WHEN OTHER                 MOVE 'R' TO Sc-Tier
           END-EVALUATE
          *> 회부 등급이라도 심사 담당이 승인한 건은 연다
           IF Sc-Tier = 'R' AND AP-Officer = SPACES
               MOVE 'Y' TO Refer-Flag
           END-IF
           PERFORM WriteScore-P.

       ScoreAcct-P.
          *> 고객의 계좌 하나 - 대출은 연체/상각, 예금과
          *> 적금은 잔액을 모은다
           IF AT-Type(Ix) = 'D' OR AT-Type(Ix) = 'S'
               ADD AT-Balance(Ix) TO Sc-DepBal
                   ON SIZE ERROR MOVE 9999999 TO Sc-DepBal
               END-ADD
               EXIT PARAGRAPH
           END-IF
           IF Woff-Count > 0
               SET WOx TO 1
               SEARCH Woff-Entry
                   AT END CONTINUE
                   WHEN WO-AcctNo(WOx) = AT-AcctNo(Ix)
                       IF Sc-CoCnt < 99
                           ADD 1 TO Sc-CoCnt
                       END-IF
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Arr-Count > 0
               SET AAx TO 1
               SEARCH Arr-Entry
                   AT END CONTINUE
                   WHEN AA-AcctNo(AAx) = AT-AcctNo(Ix)
                       IF AA-Bucket(AAx) > Sc-Bucket
                           MOVE AA-Bucket(AAx) TO Sc-Bucket
                       END-IF
               END-SEARCH
           END-IF.

       WriteScore-P.
          *> 평가 기록과 실행 기록에 점수와 사유를 남긴다
           MOVE SPACES TO Score-Record
           MOVE Today-Date   TO SL-Date
           MOVE AP-AcctNo    TO SL-AcctNo
           MOVE AP-CustNo    TO SL-CustNo
           MOVE AP-Principal TO SL-Principal
           MOVE Sc-Score     TO SL-Score
           MOVE Sc-Tier      TO SL-Tier
           IF Refer-Flag = 'Y'
               MOVE 'R' TO SL-Decision
           ELSE
               MOVE 'O' TO SL-Decision
           END-IF
           MOVE Sc-Reasons   TO SL-Reasons
           MOVE Sc-Bucket    TO SL-Bucket
           MOVE Sc-CoCnt     TO SL-CoCnt
           MOVE Sc-DepBal    TO SL-DepBal
           MOVE Sc-ArDays    TO SL-ArDays
           MOVE Sc-ArrPts    TO SL-ArrPts
           MOVE Sc-CoPts     TO SL-CoPts
           MOVE Sc-DepPts    TO SL-DepPts
           MOVE Sc-ArPts     TO SL-ArPts
           MOVE AP-Officer   TO SL-Officer
           IF Score-Status = '00'
               WRITE Score-Record
           END-IF
           MOVE SPACES TO AL-Event
           STRING "신용평가 "   DELIMITED BY SIZE
                  AP-AcctNo     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Sc-Score      DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Sc-Tier       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Sc-Reasons    DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       WriteRefer-P.
          *> 점수 미달 - 개설하지 않고 심사 담당에게 넘긴다
           MOVE SPACES TO Refer-Record
           MOVE Apply-Record TO RR-Apply
           MOVE Today-Date   TO RR-Date
           MOVE Sc-Score     TO RR-Score
           MOVE Sc-Tier      TO RR-Tier
           MOVE Sc-Reasons   TO RR-Reasons
           WRITE Refer-Record
           ADD 1 TO Refer-Ctr.

       WriteRej-P.
           MOVE SPACES TO Rej-Record
           MOVE AP-AcctNo    TO RJ-AcctNo
           MOVE AP-ProdCode  TO RJ-ProdCode
           MOVE AP-Principal TO RJ-Principal
           MOVE Work-Reason  TO RJ-Reason
           MOVE 'GET'        TO CC-Op
           MOVE 'AREJ'       TO CC-Type
           MOVE Work-Reason  TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE CC-Short     TO RJ-Desc
           WRITE Rej-Record
           ADD 1 TO Rej-Ctr.

