       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMRUN.
       AUTHOR. YONEE.
       REMARKS. 월 영업 수수료 계산. 청구 대장(INVREG.DAT)과
                반품 대변전표(CREDMEMO.DAT)는 날마다 새로
                쓰이고 청구 대장에는 상품 줄이 없으므로,
                BILLING이 청구서 번호를 붙여 쌓는 청구 줄
                이력(INVLINE.DAT)과 ARAPPLY가 반영일을 붙여
                쌓는 대변 이력(CREDHIST.DAT)에서 대상 월(인자
                YYYYMM, 없으면 처리 기준일의 달) 줄만 읽는다.
                고객 마스터의 담당 영업 사원(SLSMNT 원부)에게
                줄마다 마진(매출 - PRODCOST 원가 x 수량)에
                상품군별 요율을 매긴 수수료를 붙이고(원가가
                없는 줄은 마진 0으로 보고 표시), 같은 달 반품
                분의 수수료를 되돌린다. 청구서별 수수료는
                수수료 이력(COMMHIST.DAT)에 남겨, 미결 청구
                (AROPEN.DAT)에 청구일로부터 90일이 지나도록
                미수금이 남은 청구의 수수료를 미수 비율만큼
                환수하고, 환수한 청구가 뒤에 완납되면 다시
                돌려준다. 사원별 수수료 명세서(COMMSTMT.RPT)와
                급여 반출 파일(COMMPAY.DAT)을 만들고 처리한
                달을 COMMLAST.DAT에 남겨 같은 달을 두 번 돌지
                않게 한다. 월말 단계로 REBATE 뒤에 돌린다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT SalesRep-File ASSIGN TO "SLSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rep-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT ProdCost-File ASSIGN TO "PRODCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProdCost-Status.
           *> BILLING이 쌓는 청구 줄 이력
           SELECT InvLine-File ASSIGN TO "INVLINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvLine-Status.
           *> ARAPPLY가 쌓는 반품 대변 이력
           SELECT CredHist-File ASSIGN TO "CREDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CredHist-Status.
           SELECT ArOpen-File ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArOpen-Status.
           SELECT CommHist-File ASSIGN TO "COMMHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommHist-Status.
           SELECT CommLast-File ASSIGN TO "COMMLAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CommLast-Status.
           SELECT Stmt-File ASSIGN TO "COMMSTMT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Stmt-Status.
           SELECT Pay-File ASSIGN TO "COMMPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pay-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  FILLER            PIC X(61).
           02  CM-SalesRep       PIC X(3).

       FD  SalesRep-File.
       01  SalesRep-Record.
           02  SP-RepNo          PIC X(3).
           02  FILLER            PIC X.
           02  SP-Name           PIC X(20).
           02  FILLER            PIC X.
           02  SP-EmpNo          PIC X(6).
           02  FILLER            PIC X.
           02  SP-DefPct         PIC 99V99.
           02  FILLER            PIC X.
           02  SP-Active         PIC X.
           02  FILLER            PIC X.
           02  SP-Rate OCCURS 5 TIMES.
               03  SP-Group      PIC X(3).
               03  SP-Pct        PIC 99V99.

       FD  Product-File.
       01  Product-Record.
           02  PM-ProdName       PIC X(10).
           02  FILLER            PIC X(79).
           02  PM-Group          PIC X(3).

       FD  ProdCost-File.
       01  ProdCost-Record.
           02  PC-ProdName       PIC X(10).
           02  PC-Size           PIC A.
           02  FILLER            PIC X.
           02  PC-Cost           PIC 9(5)V99.

       FD  InvLine-File.
       01  InvLine-Record.
           02  IL-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  IL-InvNo          PIC 9(6).
           02  FILLER            PIC X.
           02  IL-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  IL-ProdName       PIC X(10).
           02  IL-Size           PIC A.
           02  FILLER            PIC X.
           02  IL-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  IL-LineTotal      PIC 9(7)V99.

       FD  CredHist-File.
       01  CredHist-Record.
           02  CH-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  CH-CustNo         PIC 9(5).
           02  FILLER            PIC X.
           02  CH-ProdName       PIC X(10).
           02  CH-Size           PIC A.
           02  CH-Qty            PIC 9(3).
           02  FILLER            PIC X.
           02  CH-Amount         PIC 9(7)V99.

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

       FD  CommHist-File.
       01  CommHist-Record.
           02  MH-InvNo          PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  MH-RepNo          PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  MH-Month          PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  MH-Comm           PIC 9(7)V99.
           02  FILLER            PIC X      VALUE SPACE.
      *> 'P' 지급, 'C' 환수됨, 'R' 환수 뒤 복원
           02  MH-Status         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  MH-Clawed         PIC 9(7)V99.

       FD  CommLast-File.
       01  CommLast-Record.
           02  CL-LastMonth      PIC 9(6).

       FD  Stmt-File.
       01  Stmt-Line             PIC X(100).

       FD  Pay-File.
       01  Pay-Record.
      *> 'D' 사원 한 줄, 'T' 끝 줄(건수와 합계)
           02  PY-Type           PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           02  PY-EmpNo          PIC X(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  PY-RepNo          PIC X(3).
           02  FILLER            PIC X      VALUE SPACE.
           02  PY-Month          PIC 9(6).
           02  FILLER            PIC X      VALUE SPACE.
           02  PY-Amount         PIC S9(8)V99
                                 SIGN LEADING SEPARATE.

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Cust-Status       PIC XX.
       77  Rep-Status        PIC XX.
       77  Prod-Status       PIC XX.
       77  ProdCost-Status   PIC XX.
       77  InvLine-Status    PIC XX.
       77  CredHist-Status   PIC XX.
       77  ArOpen-Status     PIC XX.
       77  CommHist-Status   PIC XX.
       77  CommLast-Status   PIC XX.
       77  Stmt-Status       PIC XX.
       77  Pay-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.

      *> ----- 처리일과 대상 월 -----
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Run-Month-X       PIC X(6)    VALUE SPACES.
       77  Run-Month         PIC 9(6)    VALUE 0.
       77  Last-Month        PIC 9(6)    VALUE 0.
      *> 수수료 이력 보존 - 24개월 지난 행은 턴다
       77  Keep-Months       PIC 99      VALUE 24.
       77  Purge-Month       PIC 9(6)    VALUE 0.
       77  Work-YY           PIC 9(4)    VALUE 0.
       77  Work-MM           PIC 99      VALUE 0.
       77  Work-Mons         PIC 9(6)    VALUE 0.
      *> 환수 기준 - 청구일로부터 90일
       77  Claw-Days         PIC 9(3)    VALUE 90.
       77  Age-Days          PIC 9(5)    VALUE 0.

      *> ----- 고객 담당 사원 -----
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Rep        PIC X(3).

      *> ----- 영업 사원과 월 누계 -----
       77  Rep-Count         PIC 9(3)    VALUE 0.
       01  Rep-Table.
           02  Rep-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Rep-Count
                         INDEXED BY RPx.
               03  RT-RepNo      PIC X(3).
               03  RT-Name       PIC X(20).
               03  RT-EmpNo      PIC X(6).
               03  RT-DefPct     PIC 99V99.
               03  RT-Rate OCCURS 5 TIMES.
                   04  RT-Group  PIC X(3).
                   04  RT-Pct    PIC 99V99.
               03  RT-Sales      PIC 9(9)V99.
               03  RT-Earned     PIC 9(8)V99.
               03  RT-RetComm    PIC 9(8)V99.
               03  RT-Claw       PIC 9(8)V99.
               03  RT-Reinst     PIC 9(8)V99.
               03  RT-Net        PIC S9(8)V99.
               03  RT-Lines      PIC 9(5).

      *> ----- 상품군과 원가 -----
       77  Prod-Count        PIC 9(3)    VALUE 0.
       01  Prod-Table.
           02  Prod-Entry OCCURS 0 TO 150 TIMES
                          DEPENDING ON Prod-Count
                          INDEXED BY PGx.
               03  PG-ProdName   PIC X(10).
               03  PG-Group      PIC X(3).
       77  Cost-Count        PIC 9(3)    VALUE 0.
       01  Cost-Table.
           02  Cost-Entry OCCURS 0 TO 450 TIMES
                          DEPENDING ON Cost-Count
                          INDEXED BY COx.
               03  CO-ProdName   PIC X(10).
               03  CO-Size       PIC A.
               03  CO-Cost       PIC 9(5)V99.

      *> ----- 미결 청구 (환수 판정) -----
       77  Ar-Count          PIC 9(3)    VALUE 0.
       01  Ar-Table.
           02  Ar-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON Ar-Count
                        INDEXED BY ARx.
               03  AR-InvNo      PIC 9(6).
               03  AR-Date       PIC 9(8).
               03  AR-Orig       PIC 9(8)V99.
               03  AR-Open       PIC 9(8)V99.

      *> ----- 이번 달 청구서별 수수료 -----
       77  Inv-Count         PIC 9(4)    VALUE 0.
       01  Inv-Table.
           02  Inv-Entry OCCURS 0 TO 3000 TIMES
                         DEPENDING ON Inv-Count
                         INDEXED BY IVx.
               03  IV-InvNo      PIC 9(6).
               03  IV-CustNo     PIC 9(5).
               03  IV-Rep        PIC X(3).
               03  IV-Date       PIC 9(8).
               03  IV-Sales      PIC 9(8)V99.
               03  IV-Margin     PIC S9(8)V99.
               03  IV-Comm       PIC S9(7)V99.
               03  IV-NoCost     PIC X.

      *> ----- 이번 달 반품 -----
       77  Ret-Count         PIC 9(4)    VALUE 0.
       01  Ret-Table.
           02  Ret-Entry OCCURS 0 TO 1000 TIMES
                         DEPENDING ON Ret-Count
                         INDEXED BY RNx.
               03  RN-CustNo     PIC 9(5).
               03  RN-Rep        PIC X(3).
               03  RN-ProdName   PIC X(10).
               03  RN-Size       PIC A.
               03  RN-Amount     PIC 9(7)V99.
               03  RN-Margin     PIC S9(7)V99.
               03  RN-Comm       PIC 9(7)V99.
               03  RN-NoCost     PIC X.

      *> ----- 수수료 이력 (파일 그대로) -----
      *> HT-Act - 'N' 이번 달 새 행, 'C' 이번에 환수,
      *>          'R' 이번에 복원, 'D' 보존 기한 지나 버림
       77  Hist-Count        PIC 9(4)    VALUE 0.
       01  Hist-Table.
           02  Hist-Entry OCCURS 0 TO 6000 TIMES
                          DEPENDING ON Hist-Count
                          INDEXED BY HTx.
               03  HT-InvNo      PIC 9(6).
               03  HT-RepNo      PIC X(3).
               03  HT-Month      PIC 9(6).
               03  HT-Comm       PIC 9(7)V99.
               03  HT-Status     PIC X.
               03  HT-Clawed     PIC 9(7)V99.
               03  HT-Act        PIC X.
               03  HT-Age        PIC 9(5).
               03  HT-ArOpen     PIC 9(8)V99.

      *> ----- 한 줄의 계산 -----
       77  Found-Cust        PIC X       VALUE 'N'.
       77  Found-Rep         PIC X       VALUE 'N'.
       77  Found-Cost        PIC X       VALUE 'N'.
       77  Found-Ar          PIC X       VALUE 'N'.
       77  Work-Rep          PIC X(3)    VALUE SPACES.
       77  Work-Group        PIC X(3)    VALUE SPACES.
       77  Work-Pct          PIC 99V99   VALUE 0.
       77  Unit-Cost         PIC 9(5)V99 VALUE 0.
       77  Line-Cost         PIC 9(9)V99 VALUE 0.
       77  Line-Margin       PIC S9(9)V99 VALUE 0.
       77  Line-Comm         PIC S9(7)V99 VALUE 0.
       77  Claw-Amt          PIC 9(7)V99 VALUE 0.
       77  Jx                PIC 9       VALUE 0.

      *> ----- 합계와 건수 -----
       77  Line-Ctr          PIC 9(6)    VALUE 0.
       77  House-Ctr         PIC 9(6)    VALUE 0.
       77  NoCost-Ctr        PIC 9(5)    VALUE 0.
       77  Dup-Ctr           PIC 9(5)    VALUE 0.
       77  Ret-Ctr           PIC 9(5)    VALUE 0.
       77  Claw-Ctr          PIC 9(5)    VALUE 0.
       77  Reinst-Ctr        PIC 9(5)    VALUE 0.
       77  Purge-Ctr         PIC 9(5)    VALUE 0.
       77  Pay-Ctr           PIC 9(5)    VALUE 0.
       77  Pay-Total         PIC S9(9)V99 VALUE 0.
       77  Over-Flag         PIC X       VALUE 'N'.

      *> ----- 명세서 인쇄 편집 -----
       01  Inv-Line.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-InvNo          PIC 9(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-Date           PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-Sales          PIC $$,$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-Margin         PIC --,---,--9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-Comm           PIC $$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IN-Note           PIC X(12).
       01  Ret-Line.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-ProdName       PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  RL-Size           PIC A.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Amount         PIC $$,$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Margin         PIC --,---,--9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Comm           PIC $$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RL-Note           PIC X(12).
       01  Claw-Line.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-InvNo          PIC 9(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Month          PIC 9(6).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Age            PIC ZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Open           PIC $$,$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Comm           PIC $$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Amount         PIC $$$$,$$9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CW-Note           PIC X(8).
       01  Stmt-Amt-Line.
           02  FILLER            PIC X(4)   VALUE SPACES.
           02  SA-Caption        PIC X(30).
           02  SA-Amount         PIC ---,---,--9.99.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "COMMRUN"        TO AL-Program
           MOVE "COMMRUN 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM GetMonth-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM LoadReps-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM LoadCust-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM LoadProd-P
           PERFORM LoadCost-P
           PERFORM LoadAr-P
           PERFORM LoadHist-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM LoadInvLines-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM PostInvoices-P
           PERFORM LoadCredits-P
           PERFORM Clawback-P
           PERFORM Statements-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM PayExtract-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM SaveHist-P
           IF RETURN-CODE >= 8
               GO TO Keut-P
           END-IF
           PERFORM SaveLast-P
           IF NoCost-Ctr > 0 OR Dup-Ctr > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "수수료 대상 월 " Run-Month
                   " 청구 줄 " Line-Ctr " 직거래 " House-Ctr
           DISPLAY "반품 " Ret-Ctr " 환수 " Claw-Ctr
                   " 복원 " Reinst-Ctr " 지급 " Pay-Ctr " 명"
           IF NoCost-Ctr > 0
               DISPLAY "** 원가 없는 줄 " NoCost-Ctr
                       " 건 - 마진 0으로 처리"
           END-IF
           IF Dup-Ctr > 0
               DISPLAY "** 이미 수수료를 준 청구서 줄 "
                       Dup-Ctr " 건 - 건너뜀"
           END-IF
           MOVE SPACES TO AL-Event
           STRING "수수료 "    DELIMITED BY SIZE
                  Run-Month    DELIMITED BY SIZE
                  " 지급 "     DELIMITED BY SIZE
                  Pay-Ctr      DELIMITED BY SIZE
                  "명"         DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetMonth-P.
          *> 인자 YYYYMM이 있으면 그 달, 없으면 처리
          *> 기준일의 달. 이미 처리한 달은 다시 돌지 않는다
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Run-Month-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Run-Month-X
           END-ACCEPT
           IF Run-Month-X IS NUMERIC
              AND Run-Month-X(5:2) >= '01'
              AND Run-Month-X(5:2) <= '12'
               MOVE Run-Month-X TO Run-Month
           ELSE
               MOVE Proc-Date(1:6) TO Run-Month
           END-IF
           OPEN INPUT CommLast-File
           IF CommLast-Status = '00'
               READ CommLast-File
                   AT END CONTINUE
                   NOT AT END
                       IF CL-LastMonth IS NUMERIC
                           MOVE CL-LastMonth TO Last-Month
                       END-IF
               END-READ
               CLOSE CommLast-File
           END-IF
           IF Run-Month <= Last-Month
               DISPLAY "** 이미 처리한 달 : " Run-Month
                       " (마지막 " Last-Month ")"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
          *> 보존 기한 = 대상 월에서 보존 개월 수만큼 앞
           MOVE Run-Month(1:4) TO Work-YY
           MOVE Run-Month(5:2) TO Work-MM
           COMPUTE Work-Mons = Work-YY * 12 + Work-MM - 1
                             - Keep-Months
           COMPUTE Work-YY = Work-Mons / 12
           COMPUTE Work-MM = Work-Mons - Work-YY * 12 + 1
           COMPUTE Purge-Month = Work-YY * 100 + Work-MM.

       LoadReps-P.
           OPEN INPUT SalesRep-File
           IF Rep-Status NOT = '00'
               DISPLAY "영업 사원 원부 없음 - 수수료 불가"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ SalesRep-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Rep-Count < 100
                          AND SP-RepNo NOT = SPACES
                           PERFORM StowRep-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SalesRep-File.

       StowRep-P.
           ADD 1 TO Rep-Count
           SET RPx TO Rep-Count
           MOVE SP-RepNo TO RT-RepNo(RPx)
           MOVE SP-Name  TO RT-Name(RPx)
           MOVE SP-EmpNo TO RT-EmpNo(RPx)
           MOVE 0        TO RT-DefPct(RPx)
           IF SP-DefPct IS NUMERIC
               MOVE SP-DefPct TO RT-DefPct(RPx)
           END-IF
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
               MOVE SP-Group(Jx) TO RT-Group(RPx, Jx)
               MOVE 0 TO RT-Pct(RPx, Jx)
               IF SP-Pct(Jx) IS NUMERIC
                   MOVE SP-Pct(Jx) TO RT-Pct(RPx, Jx)
               END-IF
           END-PERFORM
           MOVE 0 TO RT-Sales(RPx) RT-Earned(RPx) RT-RetComm(RPx)
                     RT-Claw(RPx) RT-Reinst(RPx) RT-Net(RPx)
                     RT-Lines(RPx).

       LoadCust-P.
          *> 담당 사원이 있는 고객만 싣는다 - 나머지는
          *> 직거래다
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "고객 마스터 없음 - 수수료 불가"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Cust-Count < 2000
                          AND CM-CustNo IS NUMERIC
                          AND CM-SalesRep NOT = SPACES
                           ADD 1 TO Cust-Count
                           SET CUx TO Cust-Count
                           MOVE CM-CustNo   TO CT-CustNo(CUx)
                           MOVE CM-SalesRep TO CT-Rep(CUx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadProd-P.
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               DISPLAY "** 상품 마스터 없음 - "
                       "모두 기본 요율"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Prod-Count < 150
                           ADD 1 TO Prod-Count
                           SET PGx TO Prod-Count
                           MOVE PM-ProdName TO PG-ProdName(PGx)
                           MOVE PM-Group    TO PG-Group(PGx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Product-File.

       LoadCost-P.
           OPEN INPUT ProdCost-File
           IF ProdCost-Status NOT = '00'
               DISPLAY "** 원가 파일 없음 - 마진 0"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ProdCost-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Cost-Count < 450
                          AND PC-Cost IS NUMERIC
                           ADD 1 TO Cost-Count
                           SET COx TO Cost-Count
                           MOVE PC-ProdName TO CO-ProdName(COx)
                           MOVE PC-Size     TO CO-Size(COx)
                           MOVE PC-Cost     TO CO-Cost(COx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProdCost-File.

       LoadAr-P.
           OPEN INPUT ArOpen-File
           IF ArOpen-Status NOT = '00'
               DISPLAY "** 미결 청구 파일 없음 - 환수 생략"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ArOpen-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Ar-Count < 500
                          AND AO-Open IS NUMERIC
                          AND AO-Date IS NUMERIC
                           ADD 1 TO Ar-Count
                           SET ARx TO Ar-Count
                           MOVE AO-InvNo TO AR-InvNo(ARx)
                           MOVE AO-Date  TO AR-Date(ARx)
                           MOVE AO-Orig  TO AR-Orig(ARx)
                           MOVE AO-Open  TO AR-Open(ARx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArOpen-File.

       LoadHist-P.
          *> 이력을 통째로 싣는다 - 다 싣지 못하면 되쓸 수
          *> 없으므로 아무것도 하지 않는다
           OPEN INPUT CommHist-File
           IF CommHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ CommHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Hist-Count < 6000
                           ADD 1 TO Hist-Count
                           SET HTx TO Hist-Count
                           MOVE MH-InvNo   TO HT-InvNo(HTx)
                           MOVE MH-RepNo   TO HT-RepNo(HTx)
                           MOVE MH-Month   TO HT-Month(HTx)
                           MOVE MH-Comm    TO HT-Comm(HTx)
                           MOVE MH-Status  TO HT-Status(HTx)
                           MOVE MH-Clawed  TO HT-Clawed(HTx)
                           MOVE SPACE      TO HT-Act(HTx)
                           MOVE 0 TO HT-Age(HTx) HT-ArOpen(HTx)
                       ELSE
                           DISPLAY "** 수수료 이력 표 "
                                   "한도(6000) 초과"
                           MOVE 8 TO RETURN-CODE
                           MOVE 'Y' TO In-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CommHist-File.

       LoadInvLines-P.
           OPEN INPUT InvLine-File
           IF InvLine-Status NOT = '00'
               DISPLAY "** 청구 줄 이력 없음 - "
                       "청구분 수수료 0"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ InvLine-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF IL-Date IS NUMERIC
                          AND IL-Date(1:6) = Run-Month
                           PERFORM InvLineOne-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE InvLine-File
           IF Over-Flag = 'Y'
               DISPLAY "** 청구서 표 한도(3000) 초과 - "
                       "처리 중단"
               MOVE 8 TO RETURN-CODE
           END-IF.

       InvLineOne-P.
          *> 청구 줄 하나 - BILLING이 청구서 줄을 이어 쓰므로
          *> 같은 청구서는 표의 마지막 행에 모인다
           ADD 1 TO Line-Ctr
           MOVE IL-CustNo TO CM-CustNo
           PERFORM FindCust-P
           IF Found-Cust = 'N'
               ADD 1 TO House-Ctr
               EXIT PARAGRAPH
           END-IF
           PERFORM FindRep-P
           IF Found-Rep = 'N'
               ADD 1 TO House-Ctr
               EXIT PARAGRAPH
           END-IF
           IF Inv-Count = 0
              OR IV-InvNo(Inv-Count) NOT = IL-InvNo
               PERFORM NewInvoice-P
               IF Over-Flag = 'Y' OR Found-Cust = 'D'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE IL-ProdName TO PM-ProdName
           MOVE IL-Size     TO PC-Size
           PERFORM FindCost-P
           PERFORM FindRate-P
           IF Found-Cost = 'Y'
               COMPUTE Line-Cost = Unit-Cost * IL-Qty
               COMPUTE Line-Margin = IL-LineTotal - Line-Cost
           ELSE
               ADD 1 TO NoCost-Ctr
               MOVE 'Y' TO IV-NoCost(Inv-Count)
               MOVE 0 TO Line-Margin
           END-IF
           COMPUTE Line-Comm ROUNDED =
               Line-Margin * Work-Pct / 100
           ADD IL-LineTotal TO IV-Sales(Inv-Count)
           ADD Line-Margin  TO IV-Margin(Inv-Count)
           ADD Line-Comm    TO IV-Comm(Inv-Count)
           ADD 1 TO RT-Lines(RPx).

       NewInvoice-P.
          *> 이미 수수료를 준 청구서(이력에 있음)는 다시
          *> 주지 않는다 - Found-Cust를 'D'로 돌려 알린다
           PERFORM VARYING HTx FROM 1 BY 1
                   UNTIL HTx > Hist-Count
               IF HT-InvNo(HTx) = IL-InvNo
                   ADD 1 TO Dup-Ctr
                   MOVE 'D' TO Found-Cust
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Found-Cust = 'D'
               EXIT PARAGRAPH
           END-IF
           IF Inv-Count >= 3000
               MOVE 'Y' TO Over-Flag
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Inv-Count
           SET IVx TO Inv-Count
           MOVE IL-InvNo  TO IV-InvNo(IVx)
           MOVE IL-CustNo TO IV-CustNo(IVx)
           MOVE Work-Rep  TO IV-Rep(IVx)
           MOVE IL-Date   TO IV-Date(IVx)
           MOVE 0 TO IV-Sales(IVx) IV-Margin(IVx) IV-Comm(IVx)
           MOVE 'N' TO IV-NoCost(IVx).

       FindCust-P.
          *> CM-CustNo의 담당 사원을 Work-Rep에 둔다
           MOVE 'N' TO Found-Cust
           MOVE SPACES TO Work-Rep
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = CM-CustNo
                       MOVE 'Y' TO Found-Cust
                       MOVE CT-Rep(CUx) TO Work-Rep
               END-SEARCH
           END-IF.

       FindRep-P.
          *> Work-Rep의 사원 행에 RPx를 둔다
           MOVE 'N' TO Found-Rep
           IF Rep-Count > 0
               SET RPx TO 1
               SEARCH Rep-Entry
                   AT END CONTINUE
                   WHEN RT-RepNo(RPx) = Work-Rep
                       MOVE 'Y' TO Found-Rep
               END-SEARCH
           END-IF.

       FindCost-P.
          *> PM-ProdName/PC-Size의 단위 원가
           MOVE 'N' TO Found-Cost
           MOVE 0 TO Unit-Cost
           IF Cost-Count > 0
               SET COx TO 1
               SEARCH Cost-Entry
                   AT END CONTINUE
                   WHEN CO-ProdName(COx) = PM-ProdName
                        AND CO-Size(COx) = PC-Size
                       MOVE 'Y' TO Found-Cost
                       MOVE CO-Cost(COx) TO Unit-Cost
               END-SEARCH
           END-IF.

       FindRate-P.
          *> PM-ProdName의 상품군에 대한 RPx 사원의 요율 -
          *> 상품군 칸에 없으면 기본 요율
           MOVE SPACES TO Work-Group
           IF Prod-Count > 0
               SET PGx TO 1
               SEARCH Prod-Entry
                   AT END CONTINUE
                   WHEN PG-ProdName(PGx) = PM-ProdName
                       MOVE PG-Group(PGx) TO Work-Group
               END-SEARCH
           END-IF
           MOVE RT-DefPct(RPx) TO Work-Pct
           IF Work-Group NOT = SPACES
               PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
                   IF RT-Group(RPx, Jx) = Work-Group
                       MOVE RT-Pct(RPx, Jx) TO Work-Pct
                   END-IF
               END-PERFORM
           END-IF.

       PostInvoices-P.
          *> 청구서별 수수료를 사원 누계와 이력에 올린다.
          *> 원가 아래로 판 청구서의 수수료는 0이다
           PERFORM VARYING IVx FROM 1 BY 1 UNTIL IVx > Inv-Count
               IF IV-Comm(IVx) < 0
                   MOVE 0 TO IV-Comm(IVx)
               END-IF
               MOVE IV-Rep(IVx) TO Work-Rep
               PERFORM FindRep-P
               ADD IV-Sales(IVx) TO RT-Sales(RPx)
               ADD IV-Comm(IVx)  TO RT-Earned(RPx)
               IF Hist-Count < 6000
                   ADD 1 TO Hist-Count
                   SET HTx TO Hist-Count
                   MOVE IV-InvNo(IVx) TO HT-InvNo(HTx)
                   MOVE IV-Rep(IVx)   TO HT-RepNo(HTx)
                   MOVE Run-Month     TO HT-Month(HTx)
                   MOVE IV-Comm(IVx)  TO HT-Comm(HTx)
                   MOVE 'P'           TO HT-Status(HTx)
                   MOVE 0             TO HT-Clawed(HTx)
                   MOVE 'N'           TO HT-Act(HTx)
                   MOVE 0 TO HT-Age(HTx) HT-ArOpen(HTx)
               ELSE
                   DISPLAY "** 수수료 이력 표 한도 - 청구서 "
                           IV-InvNo(IVx) " 환수 대상 아님"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

       LoadCredits-P.
          *> 대상 월에 반영된 반품 - 담당 사원의 수수료에서
          *> 마진분 수수료를 되돌린다
           OPEN INPUT CredHist-File
           IF CredHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ CredHist-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF CH-Date IS NUMERIC
                          AND CH-Date(1:6) = Run-Month
                          AND CH-Amount IS NUMERIC
                           PERFORM CreditOne-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CredHist-File.

       CreditOne-P.
           MOVE CH-CustNo TO CM-CustNo
           PERFORM FindCust-P
           IF Found-Cust = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindRep-P
           IF Found-Rep = 'N'
               EXIT PARAGRAPH
           END-IF
           IF Ret-Count >= 1000
               DISPLAY "** 반품 표 한도(1000) - 고객 " CH-CustNo
                       " 반품 수수료 차감 빠짐"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Ret-Count
           ADD 1 TO Ret-Ctr
           SET RNx TO Ret-Count
           MOVE CH-CustNo   TO RN-CustNo(RNx)
           MOVE Work-Rep    TO RN-Rep(RNx)
           MOVE CH-ProdName TO RN-ProdName(RNx)
           MOVE CH-Size     TO RN-Size(RNx)
           MOVE CH-Amount   TO RN-Amount(RNx)
           MOVE 'N'         TO RN-NoCost(RNx)
           MOVE CH-ProdName TO PM-ProdName
           MOVE CH-Size     TO PC-Size
           PERFORM FindCost-P
           PERFORM FindRate-P
           MOVE 0 TO Line-Margin
           IF Found-Cost = 'Y' AND CH-Qty IS NUMERIC
               COMPUTE Line-Cost = Unit-Cost * CH-Qty
               COMPUTE Line-Margin = CH-Amount - Line-Cost
           ELSE
               MOVE 'Y' TO RN-NoCost(RNx)
           END-IF
           MOVE Line-Margin TO RN-Margin(RNx)
           MOVE 0 TO RN-Comm(RNx)
           IF Line-Margin > 0
               COMPUTE RN-Comm(RNx) ROUNDED =
                   Line-Margin * Work-Pct / 100
           END-IF
           ADD RN-Comm(RNx) TO RT-RetComm(RPx).

       Clawback-P.
          *> 지난 달들의 지급 행 가운데 청구일로부터 90일이
          *> 지나도록 미수금이 남은 청구는 미수 비율만큼
          *> 환수하고, 환수한 청구가 완납되면 복원한다
           PERFORM VARYING HTx FROM 1 BY 1 UNTIL HTx > Hist-Count
               IF HT-Act(HTx) = SPACE
                   IF HT-Month(HTx) < Purge-Month
                       MOVE 'D' TO HT-Act(HTx)
                       ADD 1 TO Purge-Ctr
                   ELSE
                       PERFORM ClawOne-P
                   END-IF
               END-IF
           END-PERFORM.

       ClawOne-P.
           IF HT-Status(HTx) NOT = 'P'
              AND HT-Status(HTx) NOT = 'C'
               EXIT PARAGRAPH
           END-IF
           MOVE HT-RepNo(HTx) TO Work-Rep
           PERFORM FindRep-P
           IF Found-Rep = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Found-Ar
           IF Ar-Count > 0
               SET ARx TO 1
               SEARCH Ar-Entry
                   AT END CONTINUE
                   WHEN AR-InvNo(ARx) = HT-InvNo(HTx)
                       MOVE 'Y' TO Found-Ar
               END-SEARCH
           END-IF
           IF Found-Ar = 'N'
               EXIT PARAGRAPH
           END-IF
           IF HT-Status(HTx) = 'C'
               IF AR-Open(ARx) = 0
                   MOVE 'R' TO HT-Status(HTx)
                   MOVE 'R' TO HT-Act(HTx)
                   MOVE 0   TO HT-ArOpen(HTx)
                   ADD HT-Clawed(HTx) TO RT-Reinst(RPx)
                   ADD 1 TO Reinst-Ctr
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF AR-Open(ARx) = 0 OR HT-Comm(HTx) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE Age-Days =
               FUNCTION INTEGER-OF-DATE(Proc-Date)
             - FUNCTION INTEGER-OF-DATE(AR-Date(ARx))
           IF Age-Days <= Claw-Days
               EXIT PARAGRAPH
           END-IF
           IF AR-Orig(ARx) > AR-Open(ARx)
               COMPUTE Claw-Amt ROUNDED =
                   HT-Comm(HTx) * AR-Open(ARx) / AR-Orig(ARx)
           ELSE
               MOVE HT-Comm(HTx) TO Claw-Amt
           END-IF
           MOVE 'C'            TO HT-Status(HTx)
           MOVE 'C'            TO HT-Act(HTx)
           MOVE Claw-Amt       TO HT-Clawed(HTx)
           MOVE Age-Days       TO HT-Age(HTx)
           MOVE AR-Open(ARx)   TO HT-ArOpen(HTx)
           ADD Claw-Amt TO RT-Claw(RPx)
           ADD 1 TO Claw-Ctr.

       Statements-P.
          *> 이번 달 움직임이 있는 사원마다 명세서 한 장
           OPEN OUTPUT Stmt-File
           IF Stmt-Status NOT = '00'
               DISPLAY "** 명세서 파일 열기 실패 : "
                       Stmt-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RPx FROM 1 BY 1 UNTIL RPx > Rep-Count
               COMPUTE RT-Net(RPx) = RT-Earned(RPx)
                   - RT-RetComm(RPx) - RT-Claw(RPx)
                   + RT-Reinst(RPx)
               IF RT-Lines(RPx) > 0 OR RT-RetComm(RPx) > 0
                  OR RT-Claw(RPx) > 0 OR RT-Reinst(RPx) > 0
                   PERFORM StmtOne-P
               END-IF
           END-PERFORM
           CLOSE Stmt-File.

       StmtOne-P.
           MOVE "=== 영업 수수료 명세서 ===" TO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "영업 사원 "    DELIMITED BY SIZE
                  RT-RepNo(RPx)   DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  RT-Name(RPx)    DELIMITED BY SIZE
                  "  사번 "       DELIMITED BY SIZE
                  RT-EmpNo(RPx)   DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "대상 월 "      DELIMITED BY SIZE
                  Run-Month       DELIMITED BY SIZE
                  "   발행일 "    DELIMITED BY SIZE
                  Proc-Date       DELIMITED BY SIZE
                  INTO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           WRITE Stmt-Line
           MOVE SPACES TO Stmt-Line
           STRING "  청구서  고객   청구일"
                  DELIMITED BY SIZE
                  "                매출"
                  DELIMITED BY SIZE
                  "           마진        수수료"
                  DELIMITED BY SIZE
               INTO Stmt-Line
           WRITE Stmt-Line
           PERFORM VARYING IVx FROM 1 BY 1 UNTIL IVx > Inv-Count
               IF IV-Rep(IVx) = RT-RepNo(RPx)
                   PERFORM StmtInv-P
               END-IF
           END-PERFORM
           IF RT-RetComm(RPx) > 0
               MOVE SPACES TO Stmt-Line
               WRITE Stmt-Line
               MOVE SPACES TO Stmt-Line
               STRING "  반품   고객   상품"
                      DELIMITED BY SIZE
                      "              대변 금액"
                      DELIMITED BY SIZE
                      "           마진     수수료 차감"
                      DELIMITED BY SIZE
                   INTO Stmt-Line
               WRITE Stmt-Line
               PERFORM VARYING RNx FROM 1 BY 1
                       UNTIL RNx > Ret-Count
                   IF RN-Rep(RNx) = RT-RepNo(RPx)
                      AND RN-Comm(RNx) > 0
                       PERFORM StmtRet-P
                   END-IF
               END-PERFORM
           END-IF
           IF RT-Claw(RPx) > 0 OR RT-Reinst(RPx) > 0
               MOVE SPACES TO Stmt-Line
               WRITE Stmt-Line
               MOVE SPACES TO Stmt-Line
               STRING "  청구서  지급월   경과일"
                      DELIMITED BY SIZE
                      "         미수금     지급 수수료"
                      DELIMITED BY SIZE
                      "      환수/복원"
                      DELIMITED BY SIZE
                   INTO Stmt-Line
               WRITE Stmt-Line
               PERFORM VARYING HTx FROM 1 BY 1
                       UNTIL HTx > Hist-Count
                   IF HT-RepNo(HTx) = RT-RepNo(RPx)
                      AND (HT-Act(HTx) = 'C' OR HT-Act(HTx) = 'R')
                       PERFORM StmtClaw-P
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO Stmt-Line
           WRITE Stmt-Line
           MOVE "청구분 매출"       TO SA-Caption
           MOVE RT-Sales(RPx)       TO SA-Amount
           PERFORM StmtAmt-P
           MOVE "청구분 수수료"     TO SA-Caption
           MOVE RT-Earned(RPx)      TO SA-Amount
           PERFORM StmtAmt-P
           MOVE "반품 차감"         TO SA-Caption
           COMPUTE SA-Amount = 0 - RT-RetComm(RPx)
           PERFORM StmtAmt-P
           MOVE "미수 환수(90일)"   TO SA-Caption
           COMPUTE SA-Amount = 0 - RT-Claw(RPx)
           PERFORM StmtAmt-P
           MOVE "환수 복원"         TO SA-Caption
           MOVE RT-Reinst(RPx)      TO SA-Amount
           PERFORM StmtAmt-P
           MOVE "이번 달 지급액"    TO SA-Caption
           MOVE RT-Net(RPx)         TO SA-Amount
           PERFORM StmtAmt-P
           IF RT-Net(RPx) < 0
               MOVE SPACES TO Stmt-Line
               STRING "    지급액이 음수 - 급여에서 "
                      DELIMITED BY SIZE
                      "공제합니다."
                      DELIMITED BY SIZE
                   INTO Stmt-Line
               WRITE Stmt-Line
           END-IF
           MOVE ALL "-" TO Stmt-Line
           WRITE Stmt-Line.

       StmtInv-P.
           MOVE IV-InvNo(IVx)  TO IN-InvNo
           MOVE IV-CustNo(IVx) TO IN-CustNo
           MOVE IV-Date(IVx)   TO IN-Date
           MOVE IV-Sales(IVx)  TO IN-Sales
           MOVE IV-Margin(IVx) TO IN-Margin
           MOVE IV-Comm(IVx)   TO IN-Comm
           MOVE SPACES TO IN-Note
           IF IV-NoCost(IVx) = 'Y'
               MOVE "원가없음" TO IN-Note
           END-IF
           MOVE Inv-Line TO Stmt-Line
           WRITE Stmt-Line.

       StmtRet-P.
           MOVE RN-CustNo(RNx)   TO RL-CustNo
           MOVE RN-ProdName(RNx) TO RL-ProdName
           MOVE RN-Size(RNx)     TO RL-Size
           MOVE RN-Amount(RNx)   TO RL-Amount
           MOVE RN-Margin(RNx)   TO RL-Margin
           MOVE RN-Comm(RNx)     TO RL-Comm
           MOVE SPACES TO RL-Note
           IF RN-NoCost(RNx) = 'Y'
               MOVE "원가없음" TO RL-Note
           END-IF
           MOVE Ret-Line TO Stmt-Line
           WRITE Stmt-Line.

       StmtClaw-P.
           MOVE HT-InvNo(HTx)  TO CW-InvNo
           MOVE HT-Month(HTx)  TO CW-Month
           MOVE HT-Age(HTx)    TO CW-Age
           MOVE HT-ArOpen(HTx) TO CW-Open
           MOVE HT-Comm(HTx)   TO CW-Comm
           MOVE HT-Clawed(HTx) TO CW-Amount
           IF HT-Act(HTx) = 'C'
               MOVE "환수" TO CW-Note
           ELSE
               MOVE "복원" TO CW-Note
           END-IF
           MOVE Claw-Line TO Stmt-Line
           WRITE Stmt-Line.

       StmtAmt-P.
           MOVE Stmt-Amt-Line TO Stmt-Line
           WRITE Stmt-Line.

       PayExtract-P.
          *> 급여 반출 - 지급액이 0 아닌 사원 한 줄씩과 끝 줄
           OPEN OUTPUT Pay-File
           IF Pay-Status NOT = '00'
               DISPLAY "** 급여 반출 파일 열기 실패 : "
                       Pay-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING RPx FROM 1 BY 1 UNTIL RPx > Rep-Count
               IF RT-Net(RPx) NOT = 0
                   MOVE SPACES TO Pay-Record
                   MOVE 'D'            TO PY-Type
                   MOVE RT-EmpNo(RPx)  TO PY-EmpNo
                   MOVE RT-RepNo(RPx)  TO PY-RepNo
                   MOVE Run-Month      TO PY-Month
                   MOVE RT-Net(RPx)    TO PY-Amount
                   WRITE Pay-Record
                   ADD 1 TO Pay-Ctr
                   ADD RT-Net(RPx) TO Pay-Total
               END-IF
           END-PERFORM
           MOVE SPACES TO Pay-Record
           MOVE 'T'       TO PY-Type
           MOVE Pay-Ctr   TO PY-EmpNo
           MOVE Run-Month TO PY-Month
           MOVE Pay-Total TO PY-Amount
           WRITE Pay-Record
           CLOSE Pay-File.

       SaveHist-P.
           OPEN OUTPUT CommHist-File
           IF CommHist-Status NOT = '00'
               DISPLAY "** 수수료 이력 되쓰기 실패 : "
                       CommHist-Status
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING HTx FROM 1 BY 1 UNTIL HTx > Hist-Count
               IF HT-Act(HTx) NOT = 'D'
                   MOVE SPACES TO CommHist-Record
                   MOVE HT-InvNo(HTx)   TO MH-InvNo
                   MOVE HT-RepNo(HTx)   TO MH-RepNo
                   MOVE HT-Month(HTx)   TO MH-Month
                   MOVE HT-Comm(HTx)    TO MH-Comm
                   MOVE HT-Status(HTx)  TO MH-Status
                   MOVE HT-Clawed(HTx)  TO MH-Clawed
                   WRITE CommHist-Record
               END-IF
           END-PERFORM
           CLOSE CommHist-File.

       SaveLast-P.
           OPEN OUTPUT CommLast-File
           IF CommLast-Status = '00'
               MOVE Run-Month TO CL-LastMonth
               WRITE CommLast-Record
               CLOSE CommLast-File
           END-IF.

       Keut-P.
           MOVE "COMMRUN 종료"   TO AL-Event
           PERFORM LogAudit-P
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

       END PROGRAM COMMRUN.
