                  SELECT Parm-File ASSIGN TO Parm-Name
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS Parm-Status.
                  *> 채무 재조정 직전 원장 행 보관 - 재조정
                  *> 계좌의 이미 지난 회차를 여기서 되살린다
                  SELECT RestHist-File ASSIGN TO "RESTHIST.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS RestHist-Status.
                  *> 증분 실행 - 지난 전체 장부 실행의 계좌/요율
                  *> 모습과 원장 합계, 그리고 변동 없는 계좌의
                  *> 행을 옮겨 올 전일 원장 사본
                  SELECT Snap-File ASSIGN TO "WONSNAP.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS Snap-Status.
                  SELECT Prev-File ASSIGN TO "LEDGPREV.DAT"
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS IS Prev-Status.

              DATA DIVISION.
              FILE SECTION.
                  02  LC-GrandBal       PIC 9(9).
                  02  FILLER            PIC X      VALUE SPACE.
                  02  LC-AcctCount      PIC 9(5).
                  *> 잔액 합계 중 대출('L') 몫과 예금/적금
                  *> 몫 - 아침 경영 요약(MGTSUM)이 나눠
                  *> 싣는다
                  02  FILLER            PIC X      VALUE SPACE.
                  02  LC-LoanBal        PIC 9(9).
                  02  FILLER            PIC X      VALUE SPACE.
                  02  LC-DepBal         PIC 9(9).

              FD  Audit-File.
              COPY "AUDITLOG.cbl".
              FD  Parm-File.
              01  Parm-Line         PIC X(60).

              FD  RestHist-File.
              COPY "RESTHIST.cbl".

              FD  Snap-File.
              01  Snap-Record.
                  *> H 원장 합계, R 요율 행, F 수수료 행,
                  *> E 중도상환 행, A 계좌
                  02  SN-Type           PIC X.
                  02  SN-Data           PIC X(122).

              FD  Prev-File.
              COPY "LEDGERFD.cbl"
                  REPLACING ==Ledger-Record== BY ==Prev-Record==
                            LEADING ==LG== BY ==PV==.

              WORKING-STORAGE SECTION.
              *> ----- 공용 실행 기록 -----
              77  Audit-Status      PIC XX.
              *> ----- 전체 실행에 대한 합계 -----
              77  Grand-Interest    PIC 9(9)V9  VALUE 0.
              77  Grand-Balance     PIC 9(9)     VALUE 0.
              77  Grand-LoanBal     PIC 9(9)     VALUE 0.
              77  Grand-DepBal      PIC 9(9)     VALUE 0.
              77  Grand-Fees        PIC 9(9)V9  VALUE 0.

              *> ----- 만기/해지 처리 -----
              77  Payment-Amt       PIC 9(5)    VALUE 0.
              77  Closing-Bal       PIC 9(5)    VALUE 0.

              *> ----- 채무 재조정 계좌 -----
              *> 재조정 때 이미 지난 회차(Per-Base)는 보관
              *> 파일의 행을 그대로 싣고, 새 스케줄은 그 다음
              *> 회차 번호부터 재조정일을 기산일로 센다
              77  RestHist-Status   PIC XX     VALUE SPACES.
              77  RestHist-Eof      PIC X      VALUE 'N'.
              77  Per-Base          PIC 999    VALUE 0.
              77  Due-Step          PIC 999    VALUE 0.
              77  Frozen-Ctr        PIC 999    VALUE 0.
              77  Curr-RestrDate    PIC 9(8)   VALUE 0.
              *> 계좌 적용 요율 - 0이면 상품 요율 테이블
              77  Curr-Rate         PIC 9V9999 VALUE 0.

              *> ----- 계좌 구분 -----
              *> 계좌 마스터의 구분이 적금('S')이면 실행 모드
              *> (Mode-Flag)와 관계없이 적금 스케줄로 돈다 -
              *> 원금 자리는 월 납입액(Curr-Contrib)이고 잔액은
              *> 0에서 출발해 납입액과 세후 이자로 불어난다
              77  Acct-Kind         PIC X      VALUE 'L'.
              77  Curr-Contrib      PIC 9(5)   VALUE 0.
              77  Ija-Base          PIC 9(6)   VALUE 0.

              *> ----- Rate-File 로부터 읽어들인 상품/원금구간별 이자율 테이블 -----
              77  Rate-Status       PIC XX      VALUE SPACES.
              77  Rate-Eof          PIC X       VALUE 'N'.
              *> ----- 대출/예금 모드 -----
              77  Mode-Flag         PIC X      VALUE 'L'.   *> 'L' = 대출(원리금), 'D' = 예금(원리합계)

              *> ----- 증분 실행 -----
              *> 실행 구분(Run-Mode) - 'F' 전체 재산출, 'I' 증분,
              *> 빈칸이면 증분으로 돌되 마지막 전체 재산출이
              *> 지난주 이전이면 전체 재산출한다. 새 계좌, 마스터가 바뀐 계좌
              *> (CHGAPPLY 등), 중도상환 거래가 있는 계좌,
              *> 요율/수수료가 바뀐 상품(RATEACT)의 계좌, 만기
              *> 계좌만 다시 계산하고 나머지는 전일 원장 행을
              *> 그대로 옮긴다. 원장 합계는 언제나 원장 전체다.
              77  Run-Mode          PIC X      VALUE SPACE.
              77  Incr-Mode         PIC X      VALUE 'N'.
              77  Full-Why          PIC X(24)  VALUE SPACES.
              77  Snap-Status       PIC XX     VALUE SPACES.
              77  Snap-Eof          PIC X      VALUE 'N'.
              77  Snap-Ok           PIC X      VALUE 'N'.
              77  Snap-Over         PIC X      VALUE 'N'.
              77  Prev-Status       PIC XX     VALUE SPACES.
              77  Prev-Eof          PIC X      VALUE 'N'.
              77  Prev-Rows         PIC 9(7)   VALUE 0.
              77  Prev-Ija          PIC 9(9)V9 VALUE 0.
              77  Led-Ija-Sum       PIC 9(9)V9 VALUE 0.
              *> 마지막 전체 재산출일 - 그 주가 지나면 전체
              77  Full-Date         PIC 9(8)   VALUE 0.
              77  Wk-Proc           PIC 9(8)   VALUE 0.
              77  Wk-Full           PIC 9(8)   VALUE 0.
              77  Acct-Chg          PIC X      VALUE 'Y'.
              77  Carry-Ok          PIC X      VALUE 'N'.
              77  Rewound           PIC X      VALUE 'N'.
              77  Carry-Ctr         PIC 9(5)   VALUE 0.
              77  Recalc-Ctr        PIC 9(5)   VALUE 0.
              01  Snap-Head.
                  02  SH-Rows           PIC 9(7).
                  02  SH-Ija            PIC 9(9)V9.
                  02  SH-Tax            PIC 9V9999.
                  02  SH-Date           PIC 9(8).
                  02  SH-FullDate       PIC 9(8).
              *> 지난 실행의 계좌 마스터 모습 - 3000건 한도,
              *> 넘치면 전체 재산출로 돈다
              77  Snp-Count         PIC 9(4)   VALUE 0.
              01  Snp-Table.
                  02  Snp-Entry OCCURS 0 TO 3000 TIMES
                                DEPENDING ON Snp-Count
                                INDEXED BY SPx.
                      03  SP-AcctNo     PIC X(10).
                      03  SP-Image      PIC X(122).
              77  Srt-Count         PIC 99     VALUE 0.
              01  Srt-Table.
                  02  Srt-Entry OCCURS 0 TO 20 TIMES
                                DEPENDING ON Srt-Count
                                INDEXED BY SRx.
                      03  SR-Image      PIC X(20).
              77  Sft-Count         PIC 99     VALUE 0.
              01  Sft-Table.
                  02  Sft-Entry OCCURS 0 TO 20 TIMES
                                DEPENDING ON Sft-Count
                                INDEXED BY SFx.
                      03  SF-Image      PIC X(10).
              *> 지난 실행에 중도상환 거래가 있던 계좌 - 거래가
              *> 빠졌어도 다시 계산해야 한다
              77  Sep-Count         PIC 99     VALUE 0.
              01  Sep-Table.
                  02  Sep-Entry OCCURS 0 TO 50 TIMES
                                DEPENDING ON Sep-Count
                                INDEXED BY SEx.
                      03  SE-AcctNo     PIC X(10).
              *> 요율이나 수수료가 지난 실행과 달라진 상품
              77  Cp-Count          PIC 99     VALUE 0.
              77  Cp-Code           PIC X(5)   VALUE SPACES.
              01  Cp-Table.
                  02  Cp-Entry OCCURS 0 TO 80 TIMES
                               DEPENDING ON Cp-Count
                               INDEXED BY CPx.
                      03  CP-ProdCode   PIC X(5).

              PROCEDURE DIVISION.
                  SiJak-P.
                      *> 실행 인자(시나리오 여부 포함)를 먼저
                      PERFORM LoadTaxRate-P.
                      PERFORM LoadFee-P.
                      PERFORM LoadExtraPay-P.
                      *> 처리 기준일 - 지연 재실행 재정의 포함
                      MOVE 'GET' TO Bz-Op
                      CALL 'BIZDATE' USING Bz-Op Proc-Date
                                           Bz-Flag
                      *> 증분/전체 판정은 원장을 새로 열기 전에 -
                      *> 증분이면 전일 원장을 사본으로 떠 둔다
                      PERFORM SetMode-P
                      OPEN OUTPUT Ledger-File
                      IF Ledger-Status NOT = '00'
                          DISPLAY "** 원장 파일을 열 수 없음 - 처리 중단 : "
                          MOVE 16 TO RETURN-CODE
                          GO TO Keut-P
                      END-IF
                      IF Incr-Mode = 'Y'
                          OPEN INPUT Prev-File
                          MOVE 'N' TO Prev-Eof
                          PERFORM ReadPrev-P
                      END-IF
                      IF Scenario-Flag = 'Y'
                          *> 운영 확인 보고를 덮어쓰지 않는다
                          MOVE '99' TO Confirm-Status
                                      Confirm-Status
                          END-IF
                      END-IF
                      IF Scenario-Flag = 'N' AND Range-Set = 'N'
                          OPEN EXTEND AcctHist-File
                          IF AcctHist-Status NOT = '00'
                          MOVE FUNCTION CURRENT-DATE(1:8)
                              TO Curr-OrigDate
                          MOVE 'M' TO Curr-Freq
                          MOVE Mode-Flag TO Acct-Kind
                          MOVE 'N' TO Incr-Mode
                          PERFORM ProcessAccount-P
                      ELSE
                          PERFORM UNTIL Account-Eof = 'Y'
                          CLOSE Account-File
                      END-IF
                      CLOSE Ledger-File
                      IF Incr-Mode = 'Y'
                          CLOSE Prev-File
                      END-IF
                      IF Confirm-Status = '00'
                          CLOSE Confirm-File
                      END-IF
                              CLOSE AcctNew-File
                              PERFORM PostNewCtl-P
                          END-IF
                          IF Ledger-Name = 'LEDGER.DAT'
                              PERFORM WriteSnap-P
                          END-IF
                          DISPLAY "만기 해지 계좌 수 : " Mature-Ctr
                      END-IF
                      GO TO Keut-P.
                          ADD Cum-Ija TO Scen-Interest
                          ADD WonGeum TO Scen-Balance
                      ELSE
                          *> 증분 실행에서 변동 없는 계좌는 전일
                          *> 원장 행을 옮기고, 옮기지 못하면 다시
                          *> 계산한다
                          MOVE 'N' TO Carry-Ok
                          IF Incr-Mode = 'Y' AND Mature-Flag = 'N'
                              PERFORM CheckChanged-P
                              IF Acct-Chg = 'N'
                                  PERFORM CarryAcct-P
                              END-IF
                          END-IF
                          IF Carry-Ok = 'Y'
                              ADD 1 TO Carry-Ctr
                          ELSE
                              PERFORM RunSched-P
                              ADD 1 TO Recalc-Ctr
                          END-IF
                          *> 만기 계좌는 원장에 남지 않으므로
                          *> 실행 합계에서도 뺀다
                          IF Mature-Flag = 'N'
                              ADD 1 TO Acct-Ctr
                              ADD Cum-Ija TO Grand-Interest
                              ADD WonGeum TO Grand-Balance
                              IF Acct-Kind = 'L'
                                  ADD WonGeum TO Grand-LoanBal
                              ELSE
                                  ADD WonGeum TO Grand-DepBal
                              END-IF
                              PERFORM TallyBranch-P
                          END-IF
                      END-IF.
                      MOVE 0 TO Period-Ctr
                      MOVE 0 TO Cum-Ija
                      MOVE 0 TO Cum-Tax
                      IF Per-Base > 0
                          PERFORM CarryFrozen-P
                          MOVE Per-Base TO Period-Ctr
                      END-IF
                      DISPLAY "========================="
                      IF Acct-Kind = 'S'
                          DISPLAY "계좌(적금) : " Curr-AcctNo
                          DISPLAY "회차 적립잔액 발생이자  납입액   적립잔액 누적이자"
                      ELSE
                      IF Mode-Flag = 'D'
                          DISPLAY "계좌(예금) : " Curr-AcctNo
                          DISPLAY "회차 예치금  발생이자  추가납입 예치잔액 누적이자"
                          DISPLAY "계좌(대출) : " Curr-AcctNo
                          DISPLAY "회차 대출잔액 대출이자  상환액   상환후잔액 누적이자"
                      END-IF
                      END-IF
                      PERFORM GyeSan-P Num-Periods TIMES.  *> GyeSan-P 프로시저를 매개변수 회수만큼 반복 실행

                  CarryFrozen-P.
                      *> 재조정 계좌의 이미 지난 회차를 재조정일
                      *> 도장의 보관 행에서 그대로 옮겨 싣는다 -
                      *> 누적이자는 그 마지막 행에서 이어 간다
                      MOVE 0 TO Frozen-Ctr
                      MOVE 'N' TO RestHist-Eof
                      OPEN INPUT RestHist-File
                      IF RestHist-Status = '00'
                          PERFORM UNTIL RestHist-Eof = 'Y'
                              READ RestHist-File
                                  AT END MOVE 'Y' TO RestHist-Eof
                                  NOT AT END
                                      IF RH-AcctNo = Curr-AcctNo
                                         AND RH-Stamp = Curr-RestrDate
                                         AND RH-Kind = 'F'
                                          PERFORM CarryOne-P
                                      END-IF
                              END-READ
                          END-PERFORM
                          CLOSE RestHist-File
                      END-IF
                      IF Frozen-Ctr NOT = Per-Base
                          DISPLAY "** 재조정 이전 회차 불일치 : "
                                  Curr-AcctNo
                          MOVE 8 TO Alert-Sev
                          MOVE SPACES TO Alert-Text
                          STRING "재조정 이전 회차 불일치 "
                                 DELIMITED BY SIZE
                                 Curr-AcctNo
                                 DELIMITED BY SIZE
                                 INTO Alert-Text
                          PERFORM Raise-P
                      END-IF.

                  CarryOne-P.
                      ADD 1 TO Frozen-Ctr
                      MOVE RH-Row TO Ledger-Record
                      MOVE LG-CumIja TO Cum-Ija
                      DISPLAY LG-Period "  (재조정 이전 회차)"
                      IF (Scenario-Flag = 'Y' AND Pass-Mode = 'B')
                         OR Mature-Flag = 'Y'
                          CONTINUE
                      ELSE
                          WRITE Ledger-Record
                          ADD 1 TO Ledger-Rows
                          ADD LG-Ija TO Led-Ija-Sum
                      END-IF.

                  GetPeriods-P.
                      *> 매개변수 파일이 있으면 키워드=값으로, 없으면
                      *> 전처럼 자리 인자로 받는다 - 받은 값의 해석
                              MOVE Parm-Val(1:12) TO Seg-Led
                          WHEN 'LEDGCTL'
                              MOVE Parm-Val(1:12) TO Seg-Ctl
                          WHEN 'RUN'
                              MOVE Parm-Val(1:1) TO Run-Mode
                          WHEN OTHER
                              DISPLAY "** 모르는 매개변수 : "
                                      Parm-Key
                      DISPLAY 9 UPON ARGUMENT-NUMBER
                      ACCEPT Seg-Ctl FROM ARGUMENT-VALUE
                          ON EXCEPTION MOVE SPACES TO Seg-Ctl
                      END-ACCEPT
                      *> 10번 인자 - 실행 구분(F 전체, I 증분)
                      DISPLAY 10 UPON ARGUMENT-NUMBER
                      ACCEPT Run-Mode FROM ARGUMENT-VALUE
                          ON EXCEPTION MOVE SPACE TO Run-Mode
                      END-ACCEPT.

                  LoadRate-P.

                  FindFee-P.
                      *> 이 계좌 상품의 회차 수수료를 찾는다 -
                      *> 등록이 없으면 수수료 없음, 적금도 없음
                      MOVE 0 TO Work-Fee
                      IF Acct-Kind = 'S'
                          EXIT PARAGRAPH
                      END-IF
                      IF Fee-Count > 0
                          SET FEx TO 1
                          SEARCH Fee-Entry
                      *> 하지 않는다 (전체 실행에서만)
                      MOVE 'N' TO Mature-Flag
                      IF Scenario-Flag = 'N' AND Range-Set = 'N'
                          COMPUTE Period-Ctr = Per-Base + Num-Periods
                          PERFORM CalcDue-P
                          IF Due-Date <= Proc-Date
                              MOVE 'Y' TO Mature-Flag
                              MOVE AC-Branch    TO AN-Branch
                              MOVE AC-Term      TO AN-Term
                              MOVE AC-Comp      TO AN-Comp
                              MOVE AC-Ext       TO AN-Ext
                              WRITE AcctNew-Record
                          END-IF
                      END-IF.
                      CALL 'CTLPOST' USING Ct-Op Ct-Name
                           Ct-Rows Ct-Amt Ct-Result.

                  SetMode-P.
                      *> 증분으로 돌 수 있는지 가린다 - 하나라도
                      *> 걸리면 전체 재산출이다. 시나리오/범위
                      *> 분할/구간 원장 실행은 언제나 전체다
                      MOVE 'N' TO Incr-Mode
                      MOVE Proc-Date TO Full-Date
                      MOVE SPACES TO Full-Why
                      IF Scenario-Flag = 'Y' OR Range-Set = 'Y'
                         OR Ledger-Name NOT = 'LEDGER.DAT'
                          EXIT PARAGRAPH
                      END-IF
                      IF Run-Mode = 'F'
                          MOVE "전체 재산출 요청" TO Full-Why
                          PERFORM FullNote-P
                          EXIT PARAGRAPH
                      END-IF
                      PERFORM LoadSnap-P
                      IF Full-Why NOT = SPACES
                          PERFORM FullNote-P
                          EXIT PARAGRAPH
                      END-IF
                      *> 주 단위 전체 재산출 - 마지막 전체 재산출
                      *> 과 처리일의 주(월요일 기준)가 다르면
                      IF Run-Mode NOT = 'I'
                          COMPUTE Wk-Proc =
                              FUNCTION INTEGER-OF-DATE(Proc-Date)
                          COMPUTE Wk-Proc = Wk-Proc
                              - FUNCTION MOD(Wk-Proc - 1, 7)
                          COMPUTE Wk-Full =
                              FUNCTION INTEGER-OF-DATE(SH-FullDate)
                          COMPUTE Wk-Full = Wk-Full
                              - FUNCTION MOD(Wk-Full - 1, 7)
                          IF Wk-Proc > Wk-Full
                              MOVE "주간 전체 재산출" TO Full-Why
                              PERFORM FullNote-P
                              EXIT PARAGRAPH
                          END-IF
                      END-IF
                      *> 세율은 모든 예금/적금 계좌에 걸린다
                      IF Tax-Rate NOT = SH-Tax
                          MOVE "원천징수 세율 변경" TO Full-Why
                          PERFORM FullNote-P
                          EXIT PARAGRAPH
                      END-IF
                      PERFORM CopyPrev-P
                      IF Full-Why NOT = SPACES
                          PERFORM FullNote-P
                          EXIT PARAGRAPH
                      END-IF
                      PERFORM FindChgProd-P
                      MOVE 'Y' TO Incr-Mode
                      MOVE SH-FullDate TO Full-Date
                      DISPLAY "증분 실행 - 요율/수수료 변경 상품 : "
                              Cp-Count
                      MOVE SPACES TO AL-Event
                      STRING "증분 실행 변경상품=" DELIMITED BY SIZE
                             Cp-Count               DELIMITED BY SIZE
                             INTO AL-Event
                      PERFORM LogAudit-P.

                  FullNote-P.
                      *> 전체 재산출로 도는 까닭을 화면과 실행
                      *> 기록에 남긴다
                      DISPLAY "전체 재산출 - " Full-Why
                      MOVE SPACES TO AL-Event
                      STRING "전체 재산출 " DELIMITED BY SIZE
                             Full-Why       DELIMITED BY SIZE
                             INTO AL-Event
                      PERFORM LogAudit-P.

                  LoadSnap-P.
                      *> 지난 전체 장부 실행이 남긴 모습을 적재 -
                      *> 없거나 머리 행이 없거나 한도를 넘으면
                      *> 증분으로 돌 수 없다
                      MOVE 'N' TO Snap-Ok
                      MOVE 'N' TO Snap-Over
                      MOVE 'N' TO Snap-Eof
                      MOVE 0 TO Snp-Count Srt-Count Sft-Count
                                Sep-Count
                      OPEN INPUT Snap-File
                      IF Snap-Status NOT = '00'
                          MOVE "증분 기준 파일 없음" TO Full-Why
                          EXIT PARAGRAPH
                      END-IF
                      PERFORM UNTIL Snap-Eof = 'Y'
                          READ Snap-File
                              AT END MOVE 'Y' TO Snap-Eof
                              NOT AT END
                                  PERFORM LoadSnapRow-P
                          END-READ
                      END-PERFORM
                      CLOSE Snap-File
                      IF Snap-Ok = 'N'
                          MOVE "증분 기준 파일 손상" TO Full-Why
                      END-IF
                      IF Snap-Over = 'Y'
                          DISPLAY "** WONSNAP.DAT 계좌가 표 한도"
                                  "(3000) 초과"
                          MOVE "증분 기준 한도 초과" TO Full-Why
                      END-IF.

                  LoadSnapRow-P.
                      EVALUATE SN-Type
                          WHEN 'H'
                              MOVE SN-Data TO Snap-Head
                              IF SH-Rows IS NUMERIC
                                 AND SH-Ija IS NUMERIC
                                 AND SH-Tax IS NUMERIC
                                 AND SH-FullDate IS NUMERIC
                                 AND SH-FullDate > 0
                                  MOVE 'Y' TO Snap-Ok
                              END-IF
                          WHEN 'R'
                              IF Srt-Count < 20
                                  ADD 1 TO Srt-Count
                                  MOVE SN-Data(1:20)
                                      TO SR-Image(Srt-Count)
                              END-IF
                          WHEN 'F'
                              IF Sft-Count < 20
                                  ADD 1 TO Sft-Count
                                  MOVE SN-Data(1:10)
                                      TO SF-Image(Sft-Count)
                              END-IF
                          WHEN 'E'
                              IF Sep-Count < 50
                                  ADD 1 TO Sep-Count
                                  MOVE SN-Data(1:10)
                                      TO SE-AcctNo(Sep-Count)
                              END-IF
                          WHEN 'A'
                              IF Snp-Count >= 3000
                                  MOVE 'Y' TO Snap-Over
                              ELSE
                                  ADD 1 TO Snp-Count
                                  MOVE SN-Data(1:10)
                                      TO SP-AcctNo(Snp-Count)
                                  MOVE SN-Data
                                      TO SP-Image(Snp-Count)
                              END-IF
                      END-EVALUATE.

                  CopyPrev-P.
                      *> 전일 원장을 사본(LEDGPREV.DAT)으로 뜨면서
                      *> 행 수와 이자 합계가 지난 실행의 기록과
                      *> 맞는지 본다 - 그 사이 원장을 손댄 단계가
                      *> 있으면(정정, 구간 병합 등) 전체로 돈다
                      MOVE 0 TO Prev-Rows Prev-Ija
                      MOVE 'N' TO Precheck-Eof
                      OPEN INPUT Ledger-File
                      IF Ledger-Status NOT = '00'
                          MOVE "전일 원장 없음" TO Full-Why
                          EXIT PARAGRAPH
                      END-IF
                      OPEN OUTPUT Prev-File
                      IF Prev-Status NOT = '00'
                          CLOSE Ledger-File
                          MOVE "전일 원장 사본 실패" TO Full-Why
                          EXIT PARAGRAPH
                      END-IF
                      PERFORM UNTIL Precheck-Eof = 'Y'
                          READ Ledger-File
                              AT END MOVE 'Y' TO Precheck-Eof
                              NOT AT END
                                  MOVE Ledger-Record TO Prev-Record
                                  WRITE Prev-Record
                                  ADD 1 TO Prev-Rows
                                  ADD LG-Ija TO Prev-Ija
                          END-READ
                      END-PERFORM
                      CLOSE Ledger-File
                      CLOSE Prev-File
                      IF Prev-Rows NOT = SH-Rows
                         OR Prev-Ija NOT = SH-Ija
                          MOVE "전일 원장 불일치" TO Full-Why
                      END-IF.

                  FindChgProd-P.
                      *> 지금 요율/수수료 표와 지난 실행의 표를
                      *> 양쪽으로 맞대어, 한쪽에만 있는 행의 상품을
                      *> 변경 상품으로 모은다 (RATEACT 활성화 등)
                      MOVE 0 TO Cp-Count
                      PERFORM VARYING RIx FROM 1 BY 1
                              UNTIL RIx > Rate-Count
                          SET SRx TO 1
                          SEARCH Srt-Entry
                              AT END
                                  MOVE RT-ProdCode(RIx) TO Cp-Code
                                  PERFORM AddChgProd-P
                              WHEN SR-Image(SRx) = Rate-Entry(RIx)
                                  CONTINUE
                          END-SEARCH
                      END-PERFORM
                      PERFORM VARYING SRx FROM 1 BY 1
                              UNTIL SRx > Srt-Count
                          SET RIx TO 1
                          SEARCH Rate-Entry
                              AT END
                                  MOVE SR-Image(SRx)(1:5) TO Cp-Code
                                  PERFORM AddChgProd-P
                              WHEN Rate-Entry(RIx) = SR-Image(SRx)
                                  CONTINUE
                          END-SEARCH
                      END-PERFORM
                      PERFORM VARYING FEx FROM 1 BY 1
                              UNTIL FEx > Fee-Count
                          SET SFx TO 1
                          SEARCH Sft-Entry
                              AT END
                                  MOVE FT-ProdCode(FEx) TO Cp-Code
                                  PERFORM AddChgProd-P
                              WHEN SF-Image(SFx) = Fee-Entry(FEx)
                                  CONTINUE
                          END-SEARCH
                      END-PERFORM
                      PERFORM VARYING SFx FROM 1 BY 1
                              UNTIL SFx > Sft-Count
                          SET FEx TO 1
                          SEARCH Fee-Entry
                              AT END
                                  MOVE SF-Image(SFx)(1:5) TO Cp-Code
                                  PERFORM AddChgProd-P
                              WHEN Fee-Entry(FEx) = SF-Image(SFx)
                                  CONTINUE
                          END-SEARCH
                      END-PERFORM.

                  AddChgProd-P.
                      SET CPx TO 1
                      SEARCH Cp-Entry
                          AT END
                              IF Cp-Count < 80
                                  ADD 1 TO Cp-Count
                                  MOVE Cp-Code TO CP-ProdCode(Cp-Count)
                              END-IF
                          WHEN CP-ProdCode(CPx) = Cp-Code
                              CONTINUE
                      END-SEARCH.

                  CheckChanged-P.
                      *> 다시 계산할 계좌인지 가린다 - 새 계좌,
                      *> 마스터가 바뀐 계좌(CHGAPPLY/재조정/재산정
                      *> 등), 기산일이 없어 처리일로 대신 세는 옛
                      *> 형식 계좌, 중도상환 거래가 있거나 지난
                      *> 실행에 있던 계좌,
                      *> 요율/수수료가 바뀐 상품의 계좌
                      MOVE 'Y' TO Acct-Chg
                      IF AC-OrigDate NOT NUMERIC OR AC-OrigDate = 0
                          EXIT PARAGRAPH
                      END-IF
                      IF Snp-Count = 0
                          EXIT PARAGRAPH
                      END-IF
                      SET SPx TO 1
                      SEARCH Snp-Entry
                          AT END
                              EXIT PARAGRAPH
                          WHEN SP-AcctNo(SPx) = AC-AcctNo
                              IF SP-Image(SPx) NOT = Account-Record
                                  EXIT PARAGRAPH
                              END-IF
                      END-SEARCH
                      IF ExtraPay-Count > 0
                          SET EPx TO 1
                          SEARCH ExtraPay-Entry
                              AT END
                                  CONTINUE
                              WHEN EPT-AcctNo(EPx) = AC-AcctNo
                                  EXIT PARAGRAPH
                          END-SEARCH
                      END-IF
                      IF Sep-Count > 0
                          SET SEx TO 1
                          SEARCH Sep-Entry
                              AT END
                                  CONTINUE
                              WHEN SE-AcctNo(SEx) = AC-AcctNo
                                  EXIT PARAGRAPH
                          END-SEARCH
                      END-IF
                      IF Cp-Count > 0
                          SET CPx TO 1
                          SEARCH Cp-Entry
                              AT END
                                  CONTINUE
                              WHEN CP-ProdCode(CPx) = AC-ProdCode
                                  EXIT PARAGRAPH
                          END-SEARCH
                      END-IF
                      MOVE 'N' TO Acct-Chg.

                  CarryAcct-P.
                      *> 변동 없는 계좌의 전일 원장 행을 그대로
                      *> 옮긴다. 사본은 지난 실행의 계좌 순서로
                      *> 되어 있으니 대개 앞으로 읽어 나가면 되고,
                      *> 앞에서 지나쳤으면 처음부터 한 번 더 찾는다.
                      *> 끝내 못 찾으면 다시 계산하게 둔다
                      MOVE 'N' TO Carry-Ok
                      MOVE 'N' TO Rewound
                      PERFORM SeekPrev-P
                      IF Prev-Eof = 'Y'
                          PERFORM RewindPrev-P
                          PERFORM SeekPrev-P
                      END-IF
                      IF Prev-Eof = 'Y'
                          EXIT PARAGRAPH
                      END-IF
                      MOVE 'Y' TO Carry-Ok
                      MOVE 0 TO Cum-Ija
                      DISPLAY "========================="
                      DISPLAY "계좌 : " Curr-AcctNo
                              " - 변동 없음, 전일 원장 이월"
                      PERFORM UNTIL Prev-Eof = 'Y'
                                 OR PV-AcctNo NOT = Curr-AcctNo
                          PERFORM CarryRow-P
                          PERFORM ReadPrev-P
                      END-PERFORM.

                  SeekPrev-P.
                      PERFORM UNTIL Prev-Eof = 'Y'
                                 OR PV-AcctNo = Curr-AcctNo
                          PERFORM ReadPrev-P
                      END-PERFORM.

                  RewindPrev-P.
                      MOVE 'Y' TO Rewound
                      CLOSE Prev-File
                      OPEN INPUT Prev-File
                      MOVE 'N' TO Prev-Eof
                      PERFORM ReadPrev-P.

                  ReadPrev-P.
                      READ Prev-File
                          AT END MOVE 'Y' TO Prev-Eof
                      END-READ.

                  CarryRow-P.
                      *> 옮긴 행의 누적이자와 마감 잔액이 그
                      *> 계좌의 실행 합계가 된다 - 마지막 회차
                      *> 뒤의 중도상환은 없다 (중도상환 계좌는
                      *> 언제나 다시 계산한다)
                      MOVE Prev-Record TO Ledger-Record
                      WRITE Ledger-Record
                      ADD 1 TO Ledger-Rows
                      ADD LG-Ija TO Led-Ija-Sum
                      MOVE PV-CumIja  TO Cum-Ija
                      MOVE PV-Closing TO WonGeum
                      ADD PV-Fee TO Grand-Fees
                      ADD PV-Tax TO Grand-Tax.

                  WriteSnap-P.
                      *> 다음 증분 실행의 기준 - 오늘 원장의 합계,
                      *> 요율/수수료 표, 차기 계좌 마스터의 모습.
                      *> 중대 이상으로 끝난 실행은 빈 파일만 남겨
                      *> 다음 실행이 전체로 돌게 한다
                      OPEN OUTPUT Snap-File
                      IF Snap-Status NOT = '00'
                          DISPLAY "** WONSNAP.DAT 열기 실패 : "
                                  Snap-Status
                          EXIT PARAGRAPH
                      END-IF
                      IF RETURN-CODE >= 8
                          CLOSE Snap-File
                          EXIT PARAGRAPH
                      END-IF
                      MOVE Ledger-Rows TO SH-Rows
                      MOVE Led-Ija-Sum TO SH-Ija
                      MOVE Tax-Rate    TO SH-Tax
                      MOVE Proc-Date   TO SH-Date
                      MOVE Full-Date   TO SH-FullDate
                      MOVE SPACES TO Snap-Record
                      MOVE 'H' TO SN-Type
                      MOVE Snap-Head TO SN-Data
                      WRITE Snap-Record
                      PERFORM VARYING RIx FROM 1 BY 1
                              UNTIL RIx > Rate-Count
                          MOVE SPACES TO Snap-Record
                          MOVE 'R' TO SN-Type
                          MOVE Rate-Entry(RIx) TO SN-Data
                          WRITE Snap-Record
                      END-PERFORM
                      PERFORM VARYING FEx FROM 1 BY 1
                              UNTIL FEx > Fee-Count
                          MOVE SPACES TO Snap-Record
                          MOVE 'F' TO SN-Type
                          MOVE Fee-Entry(FEx) TO SN-Data
                          WRITE Snap-Record
                      END-PERFORM
                      PERFORM VARYING EPx FROM 1 BY 1
                              UNTIL EPx > ExtraPay-Count
                          MOVE SPACES TO Snap-Record
                          MOVE 'E' TO SN-Type
                          MOVE ExtraPay-Entry(EPx) TO SN-Data
                          WRITE Snap-Record
                      END-PERFORM
                      MOVE 'N' TO Precheck-Eof
                      OPEN INPUT AcctNew-File
                      IF AcctNew-Status = '00'
                          PERFORM UNTIL Precheck-Eof = 'Y'
                              READ AcctNew-File
                                  AT END MOVE 'Y' TO Precheck-Eof
                                  NOT AT END
                                      MOVE SPACES TO Snap-Record
                                      MOVE 'A' TO SN-Type
                                      MOVE AcctNew-Record TO SN-Data
                                      WRITE Snap-Record
                              END-READ
                          END-PERFORM
                          CLOSE AcctNew-File
                      END-IF
                      CLOSE Snap-File.

                  CheckAcctCtl-P.
                      *> 계좌 마스터의 통제 기록을 대사한다 -
                      *> 기록이 있는데 안 맞으면 반쯤 쓰다 만
                          MOVE AC-Comp TO Comp-Mode
                      ELSE
                          MOVE Dflt-Comp TO Comp-Mode
                      END-IF
                      *> 채무 재조정 계좌 - 기산일은 이미 재조정일
                      *> 로 바뀌어 있다
                      MOVE 0 TO Per-Base
                      MOVE 0 TO Curr-RestrDate
                      IF AC-Restr = 'Y' AND AC-RestrPer IS NUMERIC
                         AND AC-RestrDate IS NUMERIC
                          MOVE AC-RestrPer  TO Per-Base
                          MOVE AC-RestrDate TO Curr-RestrDate
                      END-IF
                      *> 변동금리 재산정 계좌 - 재조정보다 늦게
                      *> 얼린 회차가 있으면 그 도장을 따른다
                      IF AC-ResetPer IS NUMERIC AND AC-ResetPer > 0
                         AND AC-ResetDate IS NUMERIC
                         AND AC-ResetDate > Curr-RestrDate
                          MOVE AC-ResetPer  TO Per-Base
                          MOVE AC-ResetDate TO Curr-RestrDate
                      END-IF
                      IF AC-Rate IS NUMERIC
                          MOVE AC-Rate TO Curr-Rate
                      ELSE
                          MOVE 0 TO Curr-Rate
                      END-IF
                      *> 적금 - 원금 자리의 금액은 월 납입액이고
                      *> 적립 잔액은 0에서 출발한다
                      MOVE Mode-Flag TO Acct-Kind
                      MOVE 0 TO Curr-Contrib
                      IF AC-Type = 'S'
                          MOVE 'S' TO Acct-Kind
                          MOVE WonGeum TO Curr-Contrib
                          MOVE 0 TO WonGeum
                      END-IF.

                  CalcDue-P.
                      *> 기산일에 회차 수만큼 주기를 더해 납기일을
                      *> 구하고, 주말/휴일이면 다음 영업일로 민다 -
                      *> 재조정 계좌는 재조정 이후 회차 수로 센다
                      COMPUTE Due-Step = Period-Ctr - Per-Base
                      IF Curr-Freq = 'W'
                          COMPUTE Due-Int =
                              FUNCTION INTEGER-OF-DATE(Curr-OrigDate)
                              + Due-Step * 7
                          MOVE FUNCTION DATE-OF-INTEGER(Due-Int)
                              TO Due-Date
                      ELSE
                          DIVIDE Due-MMDD BY 100
                              GIVING Due-MM REMAINDER Due-DD
                          COMPUTE Mon-Work =
                              Due-YY * 12 + Due-MM - 1 + Due-Step
                          COMPUTE Due-YY = Mon-Work / 12
                          COMPUTE Due-MM = Mon-Work - Due-YY * 12 + 1
                          PERFORM MonthDays-P
                      *> Curr-ProdCode 와 현재 원금(WonGeum)이 속한 구간에 맞는
                      *> 이자율을 테이블에서 검색 (상품별 조회와 원금 구간별
                      *> 차등 조회를 같은 테이블로 통합해서 처리한다)
                      *> 계좌 적용 요율(재조정 등)이 있으면 그것이
                      *> 상품 요율 테이블에 앞선다
                      IF Curr-Rate > 0
                          MOVE Curr-Rate TO Work-Rate
                      ELSE
                      SET RIx TO 1
                      SEARCH Rate-Entry
                          AT END
                               AND WonGeum <= RT-HighBand(RIx)
                              MOVE RT-Rate(RIx) TO Work-Rate
                      END-SEARCH
                      END-IF
                      *> 시나리오의 조정 패스에서만 조정폭을 얹는다
                      IF Scenario-Flag = 'Y' AND Pass-Mode = 'S'
                          COMPUTE Rate-Work-S = Work-Rate + Scen-Adj
                      *> ADD 10000 TO WonGeum에 이미 있는 것과 같은 SIZE
                      *> ERROR 경보 없이 조용히 잘린 값이 그대로 LEDGER.DAT에
                      *> 찍히지 않도록 여기도 같은 방식으로 지킨다
                      *> 적금은 이번 회차 납입분까지 얹은 잔액에
                      *> 이자가 붙는다 - 납입분마다 제 납입일부터
                      MOVE WonGeum TO Ija-Base
                      IF Acct-Kind = 'S'
                          ADD Curr-Contrib TO Ija-Base
                      END-IF
                      COMPUTE Ija = Ija-Base * Work-Rate
                          ON SIZE ERROR
                              DISPLAY "ERROR! Ija 계산 중 자리수 초과 - 이자 0으로 처리"
                              MOVE 0 TO Ija
                              MOVE "합계 계산 자리수 초과" TO Alert-Text
                              PERFORM Raise-P
                      END-COMPUTE
                      *> 적금 회차의 예정액(Hab)은 고객이 넣을
                      *> 월 납입액이다 - PAYPOST가 이것과 맞춘다
                      IF Acct-Kind = 'S'
                          MOVE Curr-Contrib TO Hab
                      END-IF
                      ADD Work-Fee TO Grand-Fees
                      ADD Ija TO Cum-Ija                *> 누적이자 갱신
                      *> 예금 이자에는 원천징수세를 떼고 세후
                      *> 이자만 잔액에 붙인다 - 대출은 세금 없음,
                      *> 적금은 예금과 같은 세율로 뗀다
                      IF Acct-Kind = 'D' OR Acct-Kind = 'S'
                          COMPUTE Tax-Amt ROUNDED = Ija * Tax-Rate
                              ON SIZE ERROR MOVE 0 TO Tax-Amt
                          END-COMPUTE
                                 INTO Amt-Line
                          DISPLAY Amt-Line
                      END-IF
                      IF Acct-Kind = 'S'
                          *> 적금: 월 납입액과 세후 이자를 잔액에
                          *> 얹는다 - 복리 여부와 관계없이 붙은
                          *> 이자는 다음 회차 이자의 기초가 된다
                          MOVE Curr-Contrib TO Payment-Amt
                          ADD Net-Ija Curr-Contrib TO WonGeum
                              ON SIZE ERROR
                              DISPLAY 'ERROR! WonGeum 누적 중 자리수 초과 - 적립금 절삭됨'
                          END-ADD
                      ELSE
                      IF Comp-Mode = 'Y'
                          MOVE 0 TO Payment-Amt
                          MOVE Hab TO WonGeum          *> 복리: 이번 회차 합계를 다음 회차 원금으로 이월
                              END-ADD
                          END-IF
                      END-IF
                      END-IF
                      MOVE WonGeum TO Closing-Bal
                      DISPLAY Period-Ctr "  " Opening-Bal "  " Ija "  " Payment-Amt
                              "  " Closing-Bal "  " Cum-Ija
                      ELSE
                          WRITE Ledger-Record
                          ADD 1 TO Ledger-Rows
                          ADD LG-Ija TO Led-Ija-Sum
                      END-IF
                      PERFORM ApplyExtraPay-P.       *> 이번 회차 이후 중도상환 거래를 반영

                          DISPLAY "기준 총잔액   : " Grand-Balance
                          DISPLAY "시나리오 총잔액 : " Scen-Balance
                      END-IF
                      IF Incr-Mode = 'Y'
                          DISPLAY "증분 실행 - 이월 계좌 : " Carry-Ctr
                                  " 재계산 계좌 : " Recalc-Ctr
                          MOVE SPACES TO AL-Event
                          STRING "증분 이월=" DELIMITED BY SIZE
                                 Carry-Ctr    DELIMITED BY SIZE
                                 " 재계산="  DELIMITED BY SIZE
                                 Recalc-Ctr   DELIMITED BY SIZE
                                 INTO AL-Event
                          PERFORM LogAudit-P
                      END-IF
                      DISPLAY "   "
                      DISPLAY "실행 끝"
                      IF Scenario-Flag = 'N'
                          MOVE Grand-Interest TO LC-GrandIja
                          MOVE Grand-Balance  TO LC-GrandBal
                          MOVE Acct-Ctr       TO LC-AcctCount
                          MOVE Grand-LoanBal  TO LC-LoanBal
                          MOVE Grand-DepBal   TO LC-DepBal
                          WRITE LedgCtl-Record
                          CLOSE LedgCtl-File
                      ELSE
