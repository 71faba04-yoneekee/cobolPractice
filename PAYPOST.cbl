       REMARKS. 입금 거래(PAYMENTS.DAT)를 상환 스케줄
                원장(LEDGER.DAT)의 회차에 소인하고 미납
                회차를 구간별 연체 보고서로 만든다.
                대손 상각 대장(CHGOFF.DAT)에 오른 계좌의
                입금은 옛 스케줄에 소인하지 않고 상각채권
                회수로 거래 기록(RECV)에 남기며, 회수 분개
                배치를 GLEXTR가 만든 GLPOST.DAT 끝에
                덧붙인다. 입금은 연체 이자 미수 잔액
                (PENALTY.DAT)부터 채우고, 남은 돈을 회차마다
                이자, 원금 순으로 채운다. 적금('S') 계좌의
                못 넣은 월 납입은 연체가 아니라 납입 부족
                으로 보고서 끝에 따로 보이고 연체 추출
                파일에는 싣지 않는다. 휴면 예금 계좌의 입금은
                해제가 반영될 때까지 보류('Z')로 묵힌다.
                회차를 다 메우고 남은 입금과 해지 계좌(색인
                원부 상태 'C')의 입금은 보류 대신 고객 과납
                예수금(CUSTCRED.DAT)으로 남기고 예수금 분개를
                붙인다. 상계 대기('H') 예수금은 입금으로 다시
                소인한다. 환불은 REFUND가 한다. 의심 입금은
                앞서 PAYSCRN이 검토 대장으로 빼 둔다.
                소인한 입금 건수 간격(PAYCKCFG.DAT, 기본
                50)마다 재시작 지점(PAYCKPT1/2.DAT를
                번갈아)을 남긴다. 거래 기록과 분개는 작업
                파일에 모았다가 끝의 반영 단계에서 공용
                파일(ACCTJRNL.DAT, GLPOST.DAT)에 한꺼번에
                덧붙이고 보류/예수금/연체 이자 파일도 그때
                되쓴다. 중간에 끊긴 뒤 다시 부르면(야간
                배치의 실패 단계 재실행 포함) 마지막
                지점부터 저절로 잇는다. 그새 입금 파일이나
                원장이 바뀌었으면 지점을 버리고 처음부터
                돈다. 반영 도중 끊긴 실행은 다음 밤 처리
                전에 다시 불러 반영을 마쳐야 한다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           *> 이번 실행의 거래 기록 모음 - 반영 단계에서
           *> 공용 계좌 거래 기록(ACCTJRNL.DAT) 끝에 옮긴다
           SELECT Jrnl-File ASSIGN TO "PAYJRNL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Jrnl-Status.
           *> 미결 보류 - 회차와 안 맞은 입금의 임시 거처
           SELECT SuspRes-File ASSIGN TO "SUSPRES.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspRes-Status.
           *> 대손 상각 대장과 회수 분개 파일
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 회수/예수금 분개 배치 모음 - 반영 단계에서
           *> GLEXTR가 만든 GLPOST.DAT 끝에 옮긴다
           SELECT GL-File ASSIGN TO "PAYGL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 연체 이자 미수 잔액 (PENASSES가 쌓는다)
           SELECT Pen-File ASSIGN TO "PENALTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pen-Status.
           *> 계좌 마스터 - 적금 계좌를 가려낸다
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           *> 색인 원부 - 대응 원장 없는 입금이 해지 계좌
           *> 것인지 가린다 (읽기만 한다)
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           *> 고객 과납 예수금 - REFUND가 환불한다
           SELECT Cred-File ASSIGN TO "CUSTCRED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cred-Status.
           *> 재시작 지점 - 두 벌을 번갈아 써서 쓰다 끊긴
           *> 벌이 있어도 다른 벌로 잇는다
           SELECT Ckpt-File ASSIGN TO Ckpt-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ckpt-Status.
           *> 재시작 지점 간격 설정 (한 줄, 입금 건수)
           SELECT CkCfg-File ASSIGN TO "PAYCKCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CkCfg-Status.
           *> 행 세기, 자르기, 덧붙이기에 쓰는 범용 파일
           SELECT Src-File ASSIGN TO Src-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Src-Status.
           SELECT Tgt-File ASSIGN TO Tgt-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Tgt-Status.

       DATA DIVISION.
       FILE SECTION.
           02  FILLER            PIC X.
           02  SU-Amount         PIC 9(5)V9.
           02  FILLER            PIC X.
           *> 'U'=대응 계좌 없음 'P'=잔여(옛 과납 보류 -
           *> 재시도에서 남으면 과납 예수금으로 옮긴다)
           *> 'K'=검증 숫자 오류 'Z'=휴면 예금 계좌
           02  SU-Reason         PIC X.

       FD  SuspCfg-File.
       FD  SuspRes-File.
       01  SuspRes-Line          PIC X(70).

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Pen-File.
       COPY "PENREC.cbl".

       FD  Acct-File.
       COPY "ACCTFD.cbl".

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

       FD  Cred-File.
       COPY "CUSTCRED.cbl".

       FD  Ckpt-File.
       01  Ckpt-Record.
           *> H 머리, P 입금, S 보류, K 예수금, E 연체 이자,
           *> W 납입 부족, V 회수, Z 꼬리
           02  CK-Type           PIC X.
           02  CK-Data           PIC X(239).

       FD  CkCfg-File.
       01  CkCfg-Record.
           02  CC-Every          PIC 9(4).

       FD  Src-File.
       01  Src-Line              PIC X(200).

       FD  Tgt-File.
       01  Tgt-Line              PIC X(200).

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
                           INDEXED BY SCx.
               03  ST-Period     PIC 999.
               03  ST-Hab        PIC 9(5)V9.
               03  ST-Ija        PIC 9(4)V9.
               03  ST-DueDate    PIC 9(8).

       77  Prev-AcctNo       PIC X(10)   VALUE SPACES.
       77  Work-AcctNo       PIC X(10)   VALUE SPACES.
       77  Pay-Remain        PIC 9(8)V99 VALUE 0.
      *> 거래 기록용 잔여 예정액 - 회차 예정액(Hab) 합계
      *> 에서 소인한 입금을 차감해 간다
       77  Acct-Due          PIC 9(8)V9  VALUE 0.
      *> (재시도 보류 행은 원래 SU-Date를 들고 온다)
       77  Min-PayDate       PIC 9(8)    VALUE 99999999.
       77  Unpaid-Amt        PIC 9(5)V9  VALUE 0.
      *> 미납액 중 이자 몫 - 회차 안에서는 이자를 먼저
      *> 채우므로 원금보다 늦게 남는다
       77  Unpaid-Ija        PIC 9(4)V9  VALUE 0.
       77  Last-Period       PIC 999     VALUE 0.
      *> 원장의 납기일과 처리일의 차이(일수)로
      *> 당기/30/60/90 구간을 가른다 - 납기일 없는 옛
       77  Ck-AcctNo         PIC X(10)   VALUE SPACES.
       77  BadChk-Ctr        PIC 9(5)    VALUE 0.

      *> ----- 상각채권 회수 작업영역 -----
      *> 상각 대장의 계좌번호와 이번 실행의 회수 입금 -
      *> 회수는 회차에 소인하지 않고 따로 분개한다
       77  ChgOff-Status     PIC XX.
       77  GL-Status         PIC XX.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Woff-Hit          PIC X       VALUE 'N'.
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).
       77  Recov-Count       PIC 9(3)    VALUE 0.
       01  Recov-Table.
           02  Recov-Entry OCCURS 0 TO 200 TIMES
                           DEPENDING ON Recov-Count
                           INDEXED BY RVx.
               03  RV-AcctNo     PIC X(10).
               03  RV-Date       PIC 9(8).
               03  RV-Amount     PIC 9(5)V9.
       77  Tot-Recov         PIC 9(9)V9  VALUE 0.
      *> 회수 분개 계정 - 현금/상각채권 추심이익
       77  Acct-Cash         PIC X(4)    VALUE '1010'.
       77  Acct-Recovery     PIC X(4)    VALUE '4190'.
       01  Header-Line.
           02  FILLER            PIC X      VALUE 'H'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X      VALUE 'L'.
      *> 출처 표시 - GLAPPLY 배치 열쇠의 한 부분
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'PAYPST'.
       01  GL-Detail.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Period         PIC 999    VALUE 0.
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-GLCode         PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-DrCr           PIC X(2).
           02  FILLER            PIC X      VALUE SPACE.
           02  GD-Amount         PIC 9(7)V99.
       01  Trailer-Line.
           02  FILLER            PIC X      VALUE 'T'.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-Count          PIC 9(7).
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X      VALUE SPACE.
           02  GT-AcctHash       PIC 9(12).
       77  Rec-Count         PIC 9(7)    VALUE 0.
       77  Amt-Hash          PIC 9(11)V99 VALUE 0.
       77  Acct-Hash         PIC 9(12)   VALUE 0.
       77  Acct-Num          PIC 9(10)   VALUE 0.

      *> ----- 연체 이자 미수 작업영역 -----
      *> 입금은 연체 이자 잔액부터 채운다 - 채운 몫은
      *> PENP로 거래 기록에 남고 잔액 파일을 되쓴다
       77  Pen-Status        PIC XX.
       77  Pen-Eof           PIC X       VALUE 'N'.
       77  Pen-Loaded        PIC X       VALUE 'N'.
       77  Pen-Changed       PIC X       VALUE 'N'.
       77  Pen-Ix            PIC 9(4)    VALUE 0.
       77  Pen-Left          PIC 9(7)V99 VALUE 0.
       77  Pen-Take          PIC 9(7)V99 VALUE 0.
       77  Pay-Net           PIC 9(5)V99 VALUE 0.
       77  Pen-Count         PIC 9(4)    VALUE 0.
       01  Pen-Table.
           02  Pen-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Pen-Count
                         INDEXED BY PEx.
               03  PE-AcctNo     PIC X(10).
               03  PE-Balance    PIC 9(7)V99.
               03  PE-LastDate   PIC 9(8).
               03  PE-Assessed   PIC 9(7)V99.
               03  PE-Paid       PIC 9(7)V99.

      *> ----- 적금 납입 부족 작업영역 -----
      *> 적금 계좌의 못 넣은 납입은 연체 구간에 넣지
      *> 않고 납기가 지난 회차만 부족 명세로 모은다
       77  Acct-Status       PIC XX.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  Sav-Hit           PIC X       VALUE 'N'.
       77  Sav-Count         PIC 9(4)    VALUE 0.
       01  Sav-Table.
           02  Sav-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Sav-Count
                         INDEXED BY SVx.
               03  SV-AcctNo     PIC X(10).
      *> 휴면 예금 계좌 - 해제 반영 전까지 입금을 보류
      *> ('Z')로 묵힌다
       77  Dorm-Hit          PIC X       VALUE 'N'.
       77  Dorm-Count        PIC 9(4)    VALUE 0.
       01  Dorm-Table.
           02  Dorm-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Dorm-Count
                          INDEXED BY DMx.
               03  DM-AcctNo     PIC X(10).
      *> 계좌별 고객 번호 - 과납 예수금 행에 싣는다
       77  Cust-No           PIC 9(5)    VALUE 0.
       77  AcCust-Count      PIC 9(4)    VALUE 0.
       01  AcCust-Table.
           02  AcCust-Entry OCCURS 0 TO 3000 TIMES
                            DEPENDING ON AcCust-Count
                            INDEXED BY AKx.
               03  AK-AcctNo     PIC X(10).
               03  AK-CustNo     PIC 9(5).
       77  Short-Count       PIC 9(3)    VALUE 0.
       01  Short-Table.
           02  Short-Entry OCCURS 0 TO 500 TIMES
                           DEPENDING ON Short-Count
                           INDEXED BY SHx.
               03  SH-AcctNo     PIC X(10).
               03  SH-Period     PIC 999.
               03  SH-Amount     PIC 9(5)V9.
               03  SH-DueDate    PIC 9(8).
       77  Tot-Short         PIC 9(9)V9  VALUE 0.

      *> ----- 고객 과납 예수금 작업영역 -----
      *> 지난 예수금 행과 이번 실행의 새 행을 한 표에
      *> 모은다. KT-Kind 'N' 새로 생김, 'K' 그대로 이월,
      *> 'A' 상계 대기분을 입금으로 다시 소인(되쓸 때
      *> 빠진다)
       77  AcctIdx-Status    PIC XX.
       77  Idx-Open          PIC X       VALUE 'N'.
       77  Cred-Status       PIC XX.
       77  Cred-Eof          PIC X       VALUE 'N'.
       77  Cred-Loaded       PIC X       VALUE 'Y'.
       77  Cred-Amt          PIC 9(7)V9  VALUE 0.
       77  Cred-Reason       PIC X       VALUE SPACE.
       77  CredNew-Ctr       PIC 9(4)    VALUE 0.
       77  CredApp-Ctr       PIC 9(4)    VALUE 0.
       77  Tot-CredNew       PIC 9(9)V9  VALUE 0.
       77  Tot-CredApp       PIC 9(9)V9  VALUE 0.
       77  Cred-Count        PIC 9(4)    VALUE 0.
       01  Cred-Table.
           02  Cred-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Cred-Count
                          INDEXED BY KTx.
               03  KT-AcctNo     PIC X(10).
               03  KT-CustNo     PIC 9(5).
               03  KT-Date       PIC 9(8).
               03  KT-Amount     PIC 9(7)V9.
               03  KT-Reason     PIC X.
               03  KT-Status     PIC X.
               03  KT-Kind       PIC X.
      *> 예수금 분개 계정 - 고객 과납 예수금(부채)
       77  Acct-CustCred     PIC X(4)    VALUE '2170'.

      *> ----- 연체 구간별 합계 -----
       77  Tot-Current       PIC 9(9)V9  VALUE 0.
       77  Tot-30            PIC 9(9)V9  VALUE 0.
       77  Accts-Arrears     PIC 9(5)    VALUE 0.
       77  Acct-Has-Arrears  PIC X       VALUE 'N'.

      *> ----- 재시작 지점 작업영역 -----
      *> 지점은 표와 누계를 통째로 담는다 - 재시작은 입금,
      *> 보류, 예수금, 연체 이자 파일을 다시 읽지 않고
      *> 지점에서 되살린 뒤 그때까지 읽은 원장 행을
      *> 건너뛴다. 단계 L 원장 도는 중, P 원장을 다 돎,
      *> C 공용 파일 반영 중
       77  Ckpt-Status       PIC XX.
       77  CkCfg-Status      PIC XX.
       77  Src-Status        PIC XX.
       77  Tgt-Status        PIC XX.
       77  Ckpt-Name         PIC X(14)   VALUE 'PAYCKPT2.DAT'.
       77  Src-Name          PIC X(14)   VALUE SPACES.
       77  Tgt-Name          PIC X(14)   VALUE SPACES.
       77  Ckpt-Eof          PIC X       VALUE 'N'.
       77  Src-Eof           PIC X       VALUE 'N'.
       77  Tgt-Eof           PIC X       VALUE 'N'.
       77  Ckpt-Resume       PIC X       VALUE 'N'.
       77  Ckpt-Every        PIC 9(4)    VALUE 50.
       77  Ckpt-Pays         PIC 9(4)    VALUE 0.
       77  Ckpt-Seq          PIC 9(5)    VALUE 0.
       77  Ckpt-Rows         PIC 9(5)    VALUE 0.
       77  Scan-Seq          PIC 9(5)    VALUE 0.
       77  Scan-Rows         PIC 9(5)    VALUE 0.
       77  Scan-Ok           PIC X       VALUE 'N'.
       77  Best-Seq          PIC 9(5)    VALUE 0.
       77  Best-Name         PIC X(14)   VALUE SPACES.
       77  Ledg-Read         PIC 9(7)    VALUE 0.
       77  Jrnl-Rows         PIC 9(7)    VALUE 0.
       77  Arr-Rows          PIC 9(5)    VALUE 0.
       77  Ext-Rows          PIC 9(5)    VALUE 0.
      *> 입금 파일의 행 수와 금액 합 - 재시작 때 같은
      *> 입금 파일인지 가린다
       77  PayIn-Rows        PIC 9(5)    VALUE 0.
       77  PayIn-Hash        PIC 9(9)V9  VALUE 0.
       77  Line-Ctr          PIC 9(9)    VALUE 0.
       77  Keep-Rows         PIC 9(9)    VALUE 0.
       77  Skip-Rows         PIC 9(9)    VALUE 0.
       77  Same-Rows         PIC 9(9)    VALUE 0.
       77  Stale-Why         PIC X(20)   VALUE SPACES.
      *> 지점 관련 경고 - 뒤의 CALL이 RETURN-CODE를 덮으므로
      *> 따로 두었다가 끝에서 올린다
       77  Ckpt-RC           PIC 99      VALUE 0.
       01  Ckpt-Head.
           02  CH-Stage          PIC X.
           02  CH-Seq            PIC 9(5).
           02  CH-RunDate        PIC 9(8).
           02  CH-IdxMode        PIC X.
           02  CH-LedgRows       PIC 9(7).
           02  CH-LastAcct       PIC X(10).
           02  CH-PayRows        PIC 9(5).
           02  CH-PayHash        PIC 9(9)V9.
           02  CH-JrnlRows       PIC 9(7).
           02  CH-ArrRows        PIC 9(5).
           02  CH-ExtRows        PIC 9(5).
      *> 반영 직전 공용 파일의 행 수 (단계 C)
           02  CH-JBase          PIC 9(9).
           02  CH-GBase          PIC 9(9).
           02  CH-TotCur         PIC 9(9)V9.
           02  CH-Tot30          PIC 9(9)V9.
           02  CH-Tot60          PIC 9(9)V9.
           02  CH-Tot90          PIC 9(9)V9.
           02  CH-ArrAccts       PIC 9(5).
           02  CH-TotShort       PIC 9(9)V9.
           02  CH-CredNew        PIC 9(4).
           02  CH-TotCredNew     PIC 9(9)V9.
           02  CH-CredApp        PIC 9(4).
           02  CH-TotCredApp     PIC 9(9)V9.
           02  CH-TotRecov       PIC 9(9)V9.
           02  CH-Flush          PIC 9(4).
           02  CH-BadChk         PIC 9(5).
           02  CH-PenLoaded      PIC X.
           02  CH-PenChanged     PIC X.
           02  CH-CredLoaded     PIC X.
       01  Ckpt-Tail.
           02  CT-Seq            PIC 9(5).
           02  CT-Rows           PIC 9(5).

      *> ----- 보고서 인쇄 편집 항목 -----
       01  Detail-Line.
           02  DL-AcctNo         PIC X(10).
           02  DL-Unpaid         PIC ZZ,ZZ9.9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  DL-Bucket         PIC X(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  DL-UnpIja         PIC Z,ZZ9.9.
       01  Total-Line.
           02  TL-Caption        PIC X(14).
           02  TL-Amount         PIC ZZZ,ZZZ,ZZ9.9.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Run-Date
           COMPUTE Run-Int = FUNCTION INTEGER-OF-DATE(Run-Date)
          *> 남은 재시작 지점이 있으면 거기서 잇는다
           PERFORM LoadCkCfg-P
           PERFORM FindCkpt-P
           PERFORM LoadChgOff-P
           PERFORM LoadSavings-P
           IF Ckpt-Resume = 'Y'
               PERFORM RestoreCkpt-P
              *> 반영 도중 끊겼으면 반영만 마저 한다
               IF CH-Stage = 'C'
                   PERFORM Commit-P
                   GO TO Keut-P
               END-IF
           ELSE
               PERFORM LoadPenalty-P
               PERFORM CountPay-P
               PERFORM LoadPayments-P
               PERFORM LoadSuspense-P
               PERFORM LoadCredits-P
           END-IF
          *> 색인이 있으면 키 순서로 읽고, 없으면 전처럼
          *> 순차본을 처음부터 훑는다
           OPEN INPUT LedgIdx-File
                   GO TO Keut-P
               END-IF
           END-IF
           IF Ckpt-Resume = 'Y'
               PERFORM Resume-P
           ELSE
               PERFORM OpenReport-P
           END-IF
           IF Arrears-Status NOT = '00'
               PERFORM CloseLedger-P
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM ReadLedger-P UNTIL Ledger-Eof = 'Y'
           IF Prev-AcctNo NOT = SPACES
               PERFORM ProcessAcct-P
           END-IF
          *> 원장을 다 돌았다 - 끊기면 보고서 끝부분부터
          *> 다시 한다
           MOVE 'P' TO CH-Stage
           MOVE Ledg-Read TO CH-LedgRows
           IF Prev-AcctNo NOT = SPACES
               MOVE Prev-AcctNo TO CH-LastAcct
           END-IF
           PERFORM SaveCkpt-P
           PERFORM WriteTotals-P
           IF Short-Count > 0
               PERFORM ShortSection-P
           END-IF
           PERFORM ListUnmatched-P
           PERFORM SuspSection-P
           IF CredNew-Ctr > 0 OR CredApp-Ctr > 0
               PERFORM CredSection-P
               PERFORM PostCredit-P
           END-IF
           IF Recov-Count > 0
               PERFORM RecovSection-P
               PERFORM PostRecov-P
           END-IF
           PERFORM CloseLedger-P
           CLOSE Arrears-File
           IF ArrExt-Status = '00'
               CLOSE ArrExt-File
           END-IF
          *> 공용 파일을 건드리기 직전 - 반영 전 행 수를
          *> 지점에 남겨 끊긴 반영을 이을 수 있게 한다
           MOVE 'C' TO CH-Stage
           MOVE 'ACCTJRNL.DAT' TO Tgt-Name
           PERFORM CountRows-P
           MOVE Line-Ctr TO CH-JBase
           MOVE 'GLPOST.DAT' TO Tgt-Name
           PERFORM CountRows-P
           MOVE Line-Ctr TO CH-GBase
           PERFORM SaveCkpt-P
           PERFORM Commit-P
           GO TO Keut-P.

       LoadChgOff-P.
          *> 상각 대장의 계좌번호를 싣는다 - 대장이
          *> 없으면 회수 처리 없이 전처럼 돈다
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

       FindWoff-P.
          *> Work-AcctNo가 상각 계좌인가
           MOVE 'N' TO Woff-Hit
           IF Woff-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET WOx TO 1
           SEARCH Woff-Entry
               AT END CONTINUE
               WHEN WO-AcctNo(WOx) = Work-AcctNo
                   MOVE 'Y' TO Woff-Hit
           END-SEARCH.

       StowRecov-P.
          *> 상각 계좌 입금 한 건을 회수로 담는다
           IF Recov-Count < 200
               ADD 1 TO Recov-Count
               MOVE Work-AcctNo   TO RV-AcctNo(Recov-Count)
               MOVE Susp-OrigDate TO RV-Date(Recov-Count)
               MOVE Susp-Amt      TO RV-Amount(Recov-Count)
               ADD Susp-Amt TO Tot-Recov
           ELSE
               DISPLAY "** 회수 표 한도(200) 초과 - 보류로"
               MOVE 'U' TO Susp-Reason
               PERFORM StowSusp-P
           END-IF.

       LoadSavings-P.
          *> 계좌 마스터의 적금 계좌번호와 휴면 계좌번호를
          *> 싣는다 - 마스터가 없으면 모든 계좌를 전처럼
          *> 대출로 본다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
                       IF AcCust-Count < 3000
                           ADD 1 TO AcCust-Count
                           MOVE AC-AcctNo
                               TO AK-AcctNo(AcCust-Count)
                           MOVE AC-CustNo
                               TO AK-CustNo(AcCust-Count)
                       END-IF
                       IF AC-Dormant = 'Y'
                           IF Dorm-Count < 2000
                               ADD 1 TO Dorm-Count
                               MOVE AC-AcctNo
                                   TO DM-AcctNo(Dorm-Count)
                           ELSE
                               DISPLAY "** 휴면 표 한도 초과"
                           END-IF
                       END-IF
                       IF AC-Type = 'S'
                           IF Sav-Count < 2000
                               ADD 1 TO Sav-Count
                               MOVE AC-AcctNo
                                   TO SV-AcctNo(Sav-Count)
                           ELSE
                               DISPLAY "** 적금 표 한도 초과"
                               MOVE 'Y' TO Acct-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Acct-File.

       FindSav-P.
          *> Work-AcctNo가 적금 계좌인가
           MOVE 'N' TO Sav-Hit
           IF Sav-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET SVx TO 1
           SEARCH Sav-Entry
               AT END CONTINUE
               WHEN SV-AcctNo(SVx) = Work-AcctNo
                   MOVE 'Y' TO Sav-Hit
           END-SEARCH.

       FindDorm-P.
          *> Work-AcctNo가 휴면 계좌인가
           MOVE 'N' TO Dorm-Hit
           IF Dorm-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET DMx TO 1
           SEARCH Dorm-Entry
               AT END CONTINUE
               WHEN DM-AcctNo(DMx) = Work-AcctNo
                   MOVE 'Y' TO Dorm-Hit
           END-SEARCH.

       StowShort-P.
          *> 납기가 지난 적금 회차의 모자란 납입만 담는다 -
          *> 아직 납기 전인 회차는 부족이 아니다
           IF ST-DueDate(Px) = 0 OR ST-DueDate(Px) > Run-Date
               EXIT PARAGRAPH
           END-IF
           IF Short-Count < 500
               ADD 1 TO Short-Count
               MOVE Work-AcctNo    TO SH-AcctNo(Short-Count)
               MOVE ST-Period(Px)  TO SH-Period(Short-Count)
               MOVE Unpaid-Amt     TO SH-Amount(Short-Count)
               MOVE ST-DueDate(Px) TO SH-DueDate(Short-Count)
               ADD Unpaid-Amt TO Tot-Short
           ELSE
               DISPLAY "** 납입 부족 표 한도(500) 초과"
           END-IF.

       ShortSection-P.
          *> 연체 합계 뒤에 적금 납입 부족을 따로 싣는다
           MOVE SPACES TO Arrears-Line
           WRITE Arrears-Line
           MOVE "---- 적금 납입 부족 ----" TO Arrears-Line
           WRITE Arrears-Line
           PERFORM VARYING SHx FROM 1 BY 1
                   UNTIL SHx > Short-Count
               MOVE SPACES TO Arrears-Line
               STRING SH-AcctNo(SHx)  DELIMITED BY SIZE
                      " 회차 "        DELIMITED BY SIZE
                      SH-Period(SHx)  DELIMITED BY SIZE
                      " 부족 "        DELIMITED BY SIZE
                      SH-Amount(SHx)  DELIMITED BY SIZE
                      " 납기 "        DELIMITED BY SIZE
                      SH-DueDate(SHx) DELIMITED BY SIZE
                      INTO Arrears-Line
               WRITE Arrears-Line
           END-PERFORM
           MOVE "부족 합계   :" TO TL-Caption
           MOVE Tot-Short       TO TL-Amount
           MOVE Total-Line      TO Arrears-Line
           WRITE Arrears-Line.

       LoadPenalty-P.
          *> 연체 이자 잔액 전체 - 파일이 없으면 채울
          *> 잔액도 없다
           OPEN INPUT Pen-File
           IF Pen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Pen-Loaded
           PERFORM UNTIL Pen-Eof = 'Y'
               READ Pen-File
                   AT END MOVE 'Y' TO Pen-Eof
                   NOT AT END
                       IF Pen-Count < 2000
                           ADD 1 TO Pen-Count
                           MOVE PN-AcctNo   TO PE-AcctNo(Pen-Count)
                           MOVE PN-Balance  TO PE-Balance(Pen-Count)
                           MOVE PN-LastDate TO PE-LastDate(Pen-Count)
                           MOVE PN-Assessed TO PE-Assessed(Pen-Count)
                           MOVE PN-Paid     TO PE-Paid(Pen-Count)
                       ELSE
                          *> 다 싣지 못하면 되쓰지 않는다
                           DISPLAY "** 연체 이자 표 한도 초과"
                           MOVE 'N' TO Pen-Loaded
                           MOVE 'Y' TO Pen-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pen-File.

       FindPen-P.
          *> 계좌의 연체 이자 잔액을 Pen-Left로 잡는다
           MOVE 0 TO Pen-Ix Pen-Left
           IF Pen-Loaded NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           SET PEx TO 1
           SEARCH Pen-Entry
               AT END CONTINUE
               WHEN PE-AcctNo(PEx) = Work-AcctNo
                   SET Pen-Ix TO PEx
                   IF PE-Balance(PEx) IS NUMERIC
                       MOVE PE-Balance(PEx) TO Pen-Left
                   END-IF
           END-SEARCH.

       SavePenalty-P.
          *> 채운 잔액을 반영해 파일 전체를 되쓴다
           OPEN OUTPUT Pen-File
           IF Pen-Status NOT = '00'
               DISPLAY "** 연체 이자 파일 되쓰기 실패 : "
                       Pen-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING PEx FROM 1 BY 1
                   UNTIL PEx > Pen-Count
               MOVE SPACES TO Penalty-Record
               MOVE PE-AcctNo(PEx)   TO PN-AcctNo
               MOVE PE-Balance(PEx)  TO PN-Balance
               MOVE PE-LastDate(PEx) TO PN-LastDate
               MOVE PE-Assessed(PEx) TO PN-Assessed
               MOVE PE-Paid(PEx)     TO PN-Paid
               WRITE Penalty-Record
           END-PERFORM
           CLOSE Pen-File.

       LoadPayments-P.
          *> 입금 거래를 테이블로 적재 - LoadExtraPay-P와
          *> 같은 방식으로 표 한도(200) 초과 행은 버린다
               PERFORM StowSusp-P
               EXIT PARAGRAPH
           END-IF
          *> 상각 계좌 입금은 옛 스케줄 대신 회수로
           MOVE PY-AcctNo TO Work-AcctNo
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               MOVE PY-Amount TO Susp-Amt
               MOVE PY-Date   TO Susp-OrigDate
               PERFORM StowRecov-P
               EXIT PARAGRAPH
           END-IF
          *> 휴면 계좌 입금은 해제될 때까지 보류
           PERFORM FindDorm-P
           IF Dorm-Hit = 'Y'
               DISPLAY "** 휴면 계좌 입금 보류 : " PY-AcctNo
               MOVE PY-Amount TO Susp-Amt
               MOVE PY-Date   TO Susp-OrigDate
               MOVE 'Z'       TO Susp-Reason
               PERFORM StowSusp-P
               EXIT PARAGRAPH
           END-IF
           IF Pay-Count >= 200
               DISPLAY "** PAYMENTS.DAT 표 한도(200) 초과"
               DISPLAY "** 이후 행 무시"
               READ Ledger-File
                   AT END MOVE 'Y' TO Ledger-Eof
               END-READ
           END-IF
           IF Ledger-Eof NOT = 'Y'
               ADD 1 TO Ledg-Read
           END-IF.

       LoadSuspense-P.
               PERFORM StowSusp-P
               EXIT PARAGRAPH
           END-IF
          *> 상각 전에 보류된 입금도 이제는 회수다
           MOVE SU-AcctNo TO Work-AcctNo
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               MOVE SU-Amount TO Susp-Amt
               MOVE SU-Date   TO Susp-OrigDate
               PERFORM StowRecov-P
               EXIT PARAGRAPH
           END-IF
          *> 아직 휴면이면 다시 보류 - 해제가 반영된 뒤의
          *> 실행에서 소인된다
           PERFORM FindDorm-P
           IF Dorm-Hit = 'Y'
               MOVE SU-Amount TO Susp-Amt
               MOVE SU-Date   TO Susp-OrigDate
               MOVE 'Z'       TO Susp-Reason
               PERFORM StowSusp-P
               EXIT PARAGRAPH
           END-IF
          *> 보류 건을 입금처럼 다시 소인 대상에 올린다
           IF Pay-Count < 200
               ADD 1 TO Pay-Count
                   IF LG-AcctNo NOT = Prev-AcctNo
                       IF Prev-AcctNo NOT = SPACES
                           PERFORM ProcessAcct-P
                           PERFORM CkptAcct-P
                       END-IF
                       MOVE LG-AcctNo TO Prev-AcctNo
                       MOVE 0 TO Acct-Rows
                       ADD 1 TO Acct-Rows
                       MOVE LG-Period TO ST-Period(Acct-Rows)
                       MOVE LG-Hab    TO ST-Hab(Acct-Rows)
                       MOVE LG-Ija    TO ST-Ija(Acct-Rows)
                       IF LG-DueDate IS NUMERIC
                           MOVE LG-DueDate
                               TO ST-DueDate(Acct-Rows)
          *> 계좌의 입금 합계를 오랜 회차부터 소인하고
          *> 다 메우지 못한 회차를 연체로 보고한다
           MOVE Prev-AcctNo TO Work-AcctNo
          *> 상각 계좌는 다음 밤 WONRI가 원장에서 뺄
          *> 때까지 행이 남는다 - 연체로 보고하지 않는다
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FindSav-P
           MOVE 0 TO Pay-Remain
          *> 거래 기록의 전/후 잔액은 계좌의 잔여
          *> 예정액(회차 Hab 합계)으로 본다
           MOVE 0 TO Acct-Due
           MOVE 99999999 TO Min-PayDate
           PERFORM FindPen-P
           PERFORM VARYING Px FROM 1 BY 1 UNTIL Px > Acct-Rows
               ADD ST-Hab(Px) TO Acct-Due
           END-PERFORM
           PERFORM VARYING PYx FROM 1 BY 1 UNTIL PYx > Pay-Count
               IF PT-AcctNo(PYx) = Work-AcctNo
                   MOVE 'Y' TO PT-Matched(PYx)
                   ADD 1 TO Ckpt-Pays
                   IF PT-Date(PYx) > 0
                      AND PT-Date(PYx) < Min-PayDate
                       MOVE PT-Date(PYx) TO Min-PayDate
           IF Acct-Has-Arrears = 'Y'
               ADD 1 TO Accts-Arrears
           END-IF
          *> 회차를 다 메우고 남은 입금은 고객 과납
          *> 예수금('X')으로 남긴다 - 완납 계좌에 들어온
          *> 입금도 여기로 온다. 날짜는 가장 이른 입금일
           IF Pay-Remain > 0
               MOVE Pay-Remain TO Cred-Amt
               IF Min-PayDate < 99999999
                   MOVE Min-PayDate TO Susp-OrigDate
               ELSE
                   MOVE Run-Date TO Susp-OrigDate
               END-IF
               MOVE 'X'        TO Cred-Reason
               PERFORM FindCust-P
               PERFORM StowCredit-P
           END-IF.

       AgePeriod-P.
               SUBTRACT ST-Hab(Px) FROM Pay-Remain
           ELSE
               COMPUTE Unpaid-Amt = ST-Hab(Px) - Pay-Remain
              *> 적금은 연체 구간 없이 납입 부족으로만 남긴다
               IF Sav-Hit = 'Y'
                   MOVE 0 TO Pay-Remain
                   PERFORM StowShort-P
                   EXIT PARAGRAPH
               END-IF
              *> 모자란 입금은 이자부터 채운다
               IF Pay-Remain >= ST-Ija(Px)
                   MOVE 0 TO Unpaid-Ija
               ELSE
                   COMPUTE Unpaid-Ija = ST-Ija(Px) - Pay-Remain
               END-IF
               MOVE 0 TO Pay-Remain
               MOVE 'Y' TO Acct-Has-Arrears
              *> 납기일이 있으면 처리일과의 날수
           MOVE Work-AcctNo   TO DL-AcctNo
           MOVE ST-Period(Px) TO DL-Period
           MOVE Unpaid-Amt    TO DL-Unpaid
           MOVE Unpaid-Ija    TO DL-UnpIja
           EVALUATE TRUE
               WHEN Overdue-Ctr >= 3
                   MOVE "90일+"  TO DL-Bucket
           END-EVALUATE
           MOVE Detail-Line TO Arrears-Line
           WRITE Arrears-Line
           ADD 1 TO Arr-Rows
          *> 같은 내용을 독촉장 단계가 읽을 추출 행으로
           IF ArrExt-Status = '00'
               MOVE SPACES TO ArrExt-Record
               END-IF
               MOVE ST-DueDate(Px) TO AX-DueDate
               WRITE ArrExt-Record
               ADD 1 TO Ext-Rows
           END-IF.

       WriteHeading-P.
           MOVE "=== 연 체 보 고 서 ===" TO Arrears-Line
           WRITE Arrears-Line
           MOVE SPACES TO Arrears-Line
           STRING "계좌번호     회차  미납액    구간"
                  "        이자" DELIMITED BY SIZE
               INTO Arrears-Line
           WRITE Arrears-Line
           MOVE 2 TO Arr-Rows.

       WriteTotals-P.
           MOVE SPACES TO Arrears-Line
       ListUnmatched-P.
          *> 원장에 대응 계좌 없는 입금을 따로 보이고,
          *> 버리는 대신 보류로 넘겨 다음 실행이 다시
          *> 시도한다 - 해지 계좌의 입금은 보류 대신
          *> 과납 예수금('C')으로 돌려줄 돈으로 남긴다
           PERFORM VARYING PYx FROM 1 BY 1 UNTIL PYx > Pay-Count
               IF PT-Matched(PYx) = 'N'
                   MOVE PT-AcctNo(PYx) TO Work-AcctNo
                   MOVE PT-Date(PYx)   TO Susp-OrigDate
                   PERFORM FindClosed-P
                   MOVE SPACES TO Arrears-Line
                   IF Cred-Reason = 'C'
                       STRING "** 해지 계좌 입금 - 예수금 : "
                              DELIMITED BY SIZE
                              PT-AcctNo(PYx) DELIMITED BY SIZE
                              INTO Arrears-Line
                       WRITE Arrears-Line
                       MOVE PT-Amount(PYx) TO Cred-Amt
                       PERFORM StowCredit-P
                   ELSE
                       STRING "** 대응 계좌 없는 입금 : "
                              DELIMITED BY SIZE
                              PT-AcctNo(PYx) DELIMITED BY SIZE
                              INTO Arrears-Line
                       WRITE Arrears-Line
                       MOVE PT-Amount(PYx) TO Susp-Amt
                       MOVE 'U'            TO Susp-Reason
                       PERFORM StowSusp-P
                   END-IF
               END-IF
           END-PERFORM
           IF Idx-Open = 'Y'
               CLOSE AcctIdx-File
               MOVE 'N' TO Idx-Open
           END-IF.

       FindClosed-P.
          *> Work-AcctNo가 색인 원부에서 해지('C')된 계좌면
          *> Cred-Reason을 'C'로, 고객 번호를 Cust-No로
          *> 잡는다 - 원부가 없으면 전처럼 보류로 간다
           MOVE SPACE TO Cred-Reason
           MOVE 0 TO Cust-No
           IF Idx-Open = 'N'
               OPEN INPUT AcctIdx-File
               IF AcctIdx-Status NOT = '00'
                   MOVE 'X' TO Idx-Open
               ELSE
                   MOVE 'Y' TO Idx-Open
               END-IF
           END-IF
           IF Idx-Open NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE Work-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF AI-Status = 'C'
                       MOVE 'C' TO Cred-Reason
                       IF AI-CustNo IS NUMERIC
                           MOVE AI-CustNo TO Cust-No
                       END-IF
                   END-IF
           END-READ.

       FindCust-P.
          *> Work-AcctNo의 고객 번호를 Cust-No로 잡는다
           MOVE 0 TO Cust-No
           IF AcCust-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET AKx TO 1
           SEARCH AcCust-Entry
               AT END CONTINUE
               WHEN AK-AcctNo(AKx) = Work-AcctNo
                   IF AK-CustNo(AKx) IS NUMERIC
                       MOVE AK-CustNo(AKx) TO Cust-No
                   END-IF
           END-SEARCH.

       LoadCredits-P.
          *> 지난 과납 예수금을 싣는다 - 상계 대기('H')
          *> 행은 입금으로 다시 소인 대상에 올리고, 나머지
          *> 미결 행은 되쓸 때 그대로 이월한다
           OPEN INPUT Cred-File
           IF Cred-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cred-Eof = 'Y'
               READ Cred-File
                   AT END MOVE 'Y' TO Cred-Eof
                   NOT AT END
                       IF Cred-Count < 1000
                           ADD 1 TO Cred-Count
                           PERFORM KeepCredit-P
                       ELSE
                          *> 다 싣지 못하면 되쓰지 않는다
                           DISPLAY "** 예수금 표 한도 초과"
                           MOVE 'N' TO Cred-Loaded
                           MOVE 'Y' TO Cred-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cred-File.

       KeepCredit-P.
           SET KTx TO Cred-Count
           MOVE KC-AcctNo TO KT-AcctNo(KTx)
           MOVE KC-CustNo TO KT-CustNo(KTx)
           MOVE KC-Date   TO KT-Date(KTx)
           MOVE KC-Amount TO KT-Amount(KTx)
           MOVE KC-Reason TO KT-Reason(KTx)
           MOVE KC-Status TO KT-Status(KTx)
           MOVE 'K'       TO KT-Kind(KTx)
          *> 상계 대기 예수금은 다음 회차 입금으로 쓴다 -
          *> 5자리 입금 칸을 넘거나 입금 표가 차면 이월
           IF KC-Status NOT = 'H'
              OR KC-Amount > 99999.9
              OR Pay-Count >= 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Pay-Count
           MOVE KC-AcctNo TO PT-AcctNo(Pay-Count)
           MOVE KC-Date   TO PT-Date(Pay-Count)
           MOVE KC-Amount TO PT-Amount(Pay-Count)
           MOVE 'N'       TO PT-Matched(Pay-Count)
           MOVE 'A'       TO KT-Kind(KTx)
           ADD 1 TO CredApp-Ctr
           ADD KC-Amount TO Tot-CredApp.

       StowCredit-P.
          *> 과납 예수금 한 건을 담는다 - Work-AcctNo,
          *> Cust-No, Susp-OrigDate, Cred-Amt, Cred-Reason
           IF Cred-Count < 1000
               ADD 1 TO Cred-Count
               SET KTx TO Cred-Count
               MOVE Work-AcctNo   TO KT-AcctNo(KTx)
               MOVE Cust-No       TO KT-CustNo(KTx)
               MOVE Susp-OrigDate TO KT-Date(KTx)
               MOVE Cred-Amt      TO KT-Amount(KTx)
               MOVE Cred-Reason   TO KT-Reason(KTx)
               MOVE 'O'           TO KT-Status(KTx)
               MOVE 'N'           TO KT-Kind(KTx)
               ADD 1 TO CredNew-Ctr
               ADD Cred-Amt TO Tot-CredNew
           ELSE
              *> 현금이 사라지면 안 되므로 보류로 돌린다
               DISPLAY "** 예수금 표 한도(1000) 초과"
                       " - 보류로"
               MOVE Cred-Amt TO Susp-Amt
               MOVE 'P'      TO Susp-Reason
               PERFORM StowSusp-P
           END-IF.

       CredSection-P.
          *> 연체 보고서 끝에 이번 실행의 예수금 발생과
          *> 상계를 싣는다
           MOVE SPACES TO Arrears-Line
           WRITE Arrears-Line
           MOVE "---- 고객 과납 예수금 ----" TO Arrears-Line
           WRITE Arrears-Line
           PERFORM VARYING KTx FROM 1 BY 1
                   UNTIL KTx > Cred-Count
               IF KT-Kind(KTx) NOT = 'K'
                   MOVE SPACES TO Arrears-Line
                   IF KT-Kind(KTx) = 'N'
                       MOVE "발생" TO Arrears-Line(32:6)
                   ELSE
                       MOVE "상계" TO Arrears-Line(32:6)
                   END-IF
                   STRING KT-AcctNo(KTx) DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          KT-Amount(KTx) DELIMITED BY SIZE
                          " 사유 "       DELIMITED BY SIZE
                          KT-Reason(KTx) DELIMITED BY SIZE
                          INTO Arrears-Line
                   MOVE KT-Date(KTx) TO Arrears-Line(39:8)
                   WRITE Arrears-Line
               END-IF
           END-PERFORM
           MOVE "과납 발생   :" TO TL-Caption
           MOVE Tot-CredNew     TO TL-Amount
           MOVE Total-Line      TO Arrears-Line
           WRITE Arrears-Line
           MOVE "과납 상계   :" TO TL-Caption
           MOVE Tot-CredApp     TO TL-Amount
           MOVE Total-Line      TO Arrears-Line
           WRITE Arrears-Line.

       SaveCredits-P.
          *> 상계에 쓴 행을 빼고 예수금 파일을 되쓴다
           IF Cred-Loaded NOT = 'Y'
               DISPLAY "** 예수금 파일 미되쓰기 - 표 한도"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Cred-File
           IF Cred-Status NOT = '00'
               DISPLAY "** 예수금 파일 되쓰기 실패 : "
                       Cred-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING KTx FROM 1 BY 1
                   UNTIL KTx > Cred-Count
               IF KT-Kind(KTx) NOT = 'A'
                   MOVE SPACES TO Credit-Record
                   MOVE KT-AcctNo(KTx) TO KC-AcctNo
                   MOVE KT-CustNo(KTx) TO KC-CustNo
                   MOVE KT-Date(KTx)   TO KC-Date
                   MOVE KT-Amount(KTx) TO KC-Amount
                   MOVE KT-Reason(KTx) TO KC-Reason
                   MOVE KT-Status(KTx) TO KC-Status
                   WRITE Credit-Record
               END-IF
           END-PERFORM
           CLOSE Cred-File.

       PostCredit-P.
          *> 새 예수금마다 거래 기록(CRDT)을 남기고, 발생
          *> (현금/예수금)과 상계(예수금/현금) 분개를 한
          *> 배치로 분개 모음에 붙인다 (반영 단계에서
          *> GLPOST.DAT 끝으로 옮긴다)
           PERFORM VARYING KTx FROM 1 BY 1
                   UNTIL KTx > Cred-Count
               IF KT-Kind(KTx) = 'N'
                   MOVE SPACES TO Jrnl-Record
                   MOVE KT-AcctNo(KTx) TO AJ-AcctNo
                   MOVE KT-Date(KTx)   TO AJ-Date
                   MOVE 'CRDT'         TO AJ-Event
                   MOVE KT-Amount(KTx) TO AJ-Amount
                   MOVE 0              TO AJ-Before
                   MOVE 0              TO AJ-After
                   PERFORM WriteJrnl-P
               END-IF
           END-PERFORM
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** 분개 파일 열기 실패 : " GL-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Rec-Count Amt-Hash Acct-Hash
           MOVE Run-Date TO GH-Date
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           PERFORM VARYING KTx FROM 1 BY 1
                   UNTIL KTx > Cred-Count
               EVALUATE KT-Kind(KTx)
                   WHEN 'N'
                       MOVE Acct-Cash TO GD-GLCode
                       MOVE 'DR' TO GD-DrCr
                       PERFORM CredDetail-P
                       MOVE Acct-CustCred TO GD-GLCode
                       MOVE 'CR' TO GD-DrCr
                       PERFORM CredDetail-P
                   WHEN 'A'
                       MOVE Acct-CustCred TO GD-GLCode
                       MOVE 'DR' TO GD-DrCr
                       PERFORM CredDetail-P
                       MOVE Acct-Cash TO GD-GLCode
                       MOVE 'CR' TO GD-DrCr
                       PERFORM CredDetail-P
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File
           DISPLAY "과납 예수금 발생 " CredNew-Ctr
                   " 건, 상계 " CredApp-Ctr " 건".

       CredDetail-P.
           MOVE KT-AcctNo(KTx) TO GD-AcctNo
           MOVE KT-Amount(KTx) TO GD-Amount
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD KT-Amount(KTx) TO Amt-Hash
           IF KT-AcctNo(KTx) IS NUMERIC
               MOVE KT-AcctNo(KTx) TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           ADD Acct-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       RecovSection-P.
          *> 연체 보고서 끝에 이번 실행의 회수를 싣는다
           MOVE SPACES TO Arrears-Line
           WRITE Arrears-Line
           MOVE "---- 상각채권 회수 ----" TO Arrears-Line
           WRITE Arrears-Line
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Recov-Count
               MOVE SPACES TO Arrears-Line
               STRING RV-AcctNo(RVx) DELIMITED BY SIZE
                      " "            DELIMITED BY SIZE
                      RV-Amount(RVx) DELIMITED BY SIZE
                      " 입금 "       DELIMITED BY SIZE
                      RV-Date(RVx)   DELIMITED BY SIZE
                      INTO Arrears-Line
               WRITE Arrears-Line
           END-PERFORM
           MOVE "회수 합계   :" TO TL-Caption
           MOVE Tot-Recov       TO TL-Amount
           MOVE Total-Line      TO Arrears-Line
           WRITE Arrears-Line.

       PostRecov-P.
          *> 회수마다 거래 기록(RECV)을 남기고, 현금/추심
          *> 이익 분개를 한 배치로 분개 모음에 붙인다
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Recov-Count
               MOVE SPACES TO Jrnl-Record
               MOVE RV-AcctNo(RVx) TO AJ-AcctNo
               MOVE RV-Date(RVx)   TO AJ-Date
               MOVE 'RECV'         TO AJ-Event
               MOVE RV-Amount(RVx) TO AJ-Amount
               MOVE 0              TO AJ-Before
               MOVE 0              TO AJ-After
               PERFORM WriteJrnl-P
           END-PERFORM
           OPEN EXTEND GL-File
           IF GL-Status NOT = '00'
               OPEN OUTPUT GL-File
           END-IF
           IF GL-Status NOT = '00'
               DISPLAY "** 분개 파일 열기 실패 : " GL-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Rec-Count Amt-Hash Acct-Hash
           MOVE Run-Date TO GH-Date
           MOVE Header-Line TO GL-Line
           WRITE GL-Line
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Recov-Count
               MOVE Acct-Cash TO GD-GLCode
               MOVE 'DR' TO GD-DrCr
               PERFORM RecovDetail-P
               MOVE Acct-Recovery TO GD-GLCode
               MOVE 'CR' TO GD-DrCr
               PERFORM RecovDetail-P
           END-PERFORM
           MOVE Rec-Count TO GT-Count
           MOVE Amt-Hash  TO GT-AmtHash
           MOVE Acct-Hash TO GT-AcctHash
           MOVE Trailer-Line TO GL-Line
           WRITE GL-Line
           CLOSE GL-File
           DISPLAY "상각채권 회수 " Recov-Count " 건".

       RecovDetail-P.
           MOVE RV-AcctNo(RVx) TO GD-AcctNo
           MOVE RV-Amount(RVx) TO GD-Amount
           MOVE GL-Detail TO GL-Line
           WRITE GL-Line
           ADD 1 TO Rec-Count
           ADD RV-Amount(RVx) TO Amt-Hash
          *> 계좌번호 해시 - 번호가 숫자가 아니면 0으로
           IF RV-AcctNo(RVx) IS NUMERIC
               MOVE RV-AcctNo(RVx) TO Acct-Num
           ELSE
               MOVE 0 TO Acct-Num
           END-IF
           ADD Acct-Num TO Acct-Hash
               ON SIZE ERROR
                   DISPLAY "** 계좌 해시 자리수 초과 - 절삭"
           END-ADD.

       JrnlPayment-P.
          *> 소인한 입금 한 건을 공용 거래 기록에 남긴다 -
          *> 연체 이자 잔액이 있으면 그것부터 채워 PENP로
          *> 남기고, 나머지만 회차 소인(PAY)에 넘긴다
           MOVE PT-Amount(PYx) TO Pay-Net
           IF Pen-Left > 0
               IF Pay-Net >= Pen-Left
                   MOVE Pen-Left TO Pen-Take
               ELSE
                   MOVE Pay-Net TO Pen-Take
               END-IF
               MOVE SPACES TO Jrnl-Record
               MOVE Work-AcctNo  TO AJ-AcctNo
               MOVE PT-Date(PYx) TO AJ-Date
               MOVE 'PENP'       TO AJ-Event
               MOVE Pen-Take     TO AJ-Amount
               MOVE Pen-Left     TO AJ-Before
               SUBTRACT Pen-Take FROM Pen-Left
               MOVE Pen-Left     TO AJ-After
               PERFORM WriteJrnl-P
               SUBTRACT Pen-Take FROM Pay-Net
               SET PEx TO Pen-Ix
               MOVE Pen-Left TO PE-Balance(PEx)
               ADD Pen-Take TO PE-Paid(PEx)
                   ON SIZE ERROR CONTINUE
               END-ADD
               MOVE 'Y' TO Pen-Changed
           END-IF
           ADD Pay-Net TO Pay-Remain
           IF Pay-Net = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Jrnl-Record
           MOVE Work-AcctNo    TO AJ-AcctNo
           MOVE PT-Date(PYx)   TO AJ-Date
           MOVE 'PAY'          TO AJ-Event
           MOVE Pay-Net        TO AJ-Amount
           MOVE Acct-Due       TO AJ-Before
           IF Pay-Net >= Acct-Due
               MOVE 0 TO Acct-Due
           ELSE
               SUBTRACT Pay-Net FROM Acct-Due
           END-IF
           MOVE Acct-Due       TO AJ-After
           PERFORM WriteJrnl-P.

       WriteJrnl-P.
          *> 거래 기록을 이번 실행의 모음(PAYJRNL.WRK) 끝에
          *> 덧붙인다 - ACCTJRNL.DAT에는 반영 단계에서 옮긴다
           OPEN EXTEND Jrnl-File
           IF Jrnl-Status NOT = '00'
               OPEN OUTPUT Jrnl-File
           IF Jrnl-Status = '00'
               WRITE Jrnl-Record
               CLOSE Jrnl-File
               ADD 1 TO Jrnl-Rows
           END-IF.

       LoadCkCfg-P.
          *> 재시작 지점 간격(소인한 입금 건수)을 읽는다
           OPEN INPUT CkCfg-File
           IF CkCfg-Status = '00'
               READ CkCfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF CC-Every IS NUMERIC AND CC-Every > 0
                           MOVE CC-Every TO Ckpt-Every
                       END-IF
               END-READ
               CLOSE CkCfg-File
           END-IF.

       CountPay-P.
          *> 입금 파일의 행 수와 금액 합 - 지점에 싣고,
          *> 재시작 때 그새 파일이 바뀌었는지 본다
           MOVE 0 TO PayIn-Rows PayIn-Hash
           MOVE 'N' TO Payment-Eof
           OPEN INPUT Payment-File
           IF Payment-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Payment-Eof = 'Y'
               READ Payment-File
                   AT END MOVE 'Y' TO Payment-Eof
                   NOT AT END
                       ADD 1 TO PayIn-Rows
                       IF PY-Amount IS NUMERIC
                           ADD PY-Amount TO PayIn-Hash
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Payment-File
           MOVE 'N' TO Payment-Eof.

       FindCkpt-P.
          *> 두 벌 가운데 머리와 꼬리가 맞는 최신 벌을
          *> 고른다 - 온전한 벌이 없으면 처음부터 돈다.
          *> 첫 지점은 공용 파일을 건드리기 전에 쓰므로
          *> 처음부터 돌아도 두 번 들어가는 것이 없다
           MOVE 0 TO Best-Seq
           MOVE SPACES TO Best-Name
           MOVE 'PAYCKPT1.DAT' TO Ckpt-Name
           PERFORM ScanCkpt-P
           MOVE 'PAYCKPT2.DAT' TO Ckpt-Name
           PERFORM ScanCkpt-P
           IF Best-Seq = 0
               MOVE 'PAYCKPT2.DAT' TO Ckpt-Name
               EXIT PARAGRAPH
           END-IF
           MOVE Best-Name TO Ckpt-Name
           MOVE Best-Seq TO Ckpt-Seq
           OPEN INPUT Ckpt-File
           READ Ckpt-File
               AT END CONTINUE
               NOT AT END
                   MOVE CK-Data TO Ckpt-Head
           END-READ
           CLOSE Ckpt-File
           MOVE 'Y' TO Ckpt-Resume
           IF CH-Stage NOT = 'C'
               PERFORM CheckCkpt-P
           END-IF.

       ScanCkpt-P.
          *> Ckpt-Name 한 벌이 온전한지 본다
           MOVE 'N' TO Scan-Ok Ckpt-Eof
           MOVE 0 TO Scan-Rows Scan-Seq
           OPEN INPUT Ckpt-File
           IF Ckpt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Ckpt-Eof = 'Y'
               READ Ckpt-File
                   AT END MOVE 'Y' TO Ckpt-Eof
                   NOT AT END
                       ADD 1 TO Scan-Rows
                       EVALUATE TRUE
                           WHEN CK-Type = 'H' AND Scan-Rows = 1
                               MOVE CK-Data TO Ckpt-Head
                               IF CH-Seq IS NUMERIC
                                   MOVE CH-Seq TO Scan-Seq
                               END-IF
                           WHEN CK-Type = 'Z'
                               MOVE CK-Data TO Ckpt-Tail
                               IF Scan-Seq > 0
                                  AND CT-Seq = Scan-Seq
                                  AND CT-Rows = Scan-Rows
                                   MOVE 'Y' TO Scan-Ok
                               END-IF
                               MOVE 'Y' TO Ckpt-Eof
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE Ckpt-File
           IF Scan-Ok = 'Y' AND Scan-Seq > Best-Seq
               MOVE Scan-Seq TO Best-Seq
               MOVE Ckpt-Name TO Best-Name
           END-IF.

       CheckCkpt-P.
          *> 지점이 지금 입력과 같은 실행의 것인지 본다 -
          *> 입금 파일이 바뀌었거나 원장이 다시 만들어졌으면
          *> 지점을 버리고 처음부터 돈다 (반영 전이므로
          *> 공용 파일은 아직 그대로다)
           MOVE SPACES TO Stale-Why
           PERFORM CountPay-P
           IF PayIn-Rows NOT = CH-PayRows
              OR PayIn-Hash NOT = CH-PayHash
               MOVE "입금 파일" TO Stale-Why
           ELSE
               PERFORM CheckPos-P
           END-IF
           IF Stale-Why = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "** 재시작 지점 버림 (" Stale-Why
                   ") - 처음부터"
           MOVE 'N' TO Ckpt-Resume
           PERFORM ClearCkpt-P
           MOVE 4 TO Ckpt-RC
           MOVE "PAYPOST 재시작 지점 버림" TO AL-Event
           PERFORM LogAudit-P.

       CheckPos-P.
          *> 지점까지의 원장 행이 그때와 같은지 본다 -
          *> 같은 방식(색인/순차)으로 같은 행 수를 읽어
          *> 마지막 계좌가 맞아야 한다
           MOVE 'N' TO Ledger-Eof Idx-Mode
           MOVE 0 TO Ledg-Read
           OPEN INPUT LedgIdx-File
           IF LedgIdx-Status = '00'
               MOVE 'Y' TO Idx-Mode
               MOVE LOW-VALUES TO LI-Key
               START LedgIdx-File KEY >= LI-Key
                   INVALID KEY CONTINUE
               END-START
           ELSE
               OPEN INPUT Ledger-File
               IF Ledger-Status NOT = '00'
                   MOVE "원장 없음" TO Stale-Why
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Idx-Mode NOT = CH-IdxMode
               MOVE "원장 읽는 방식" TO Stale-Why
           ELSE
               PERFORM GetLedgRow-P
                   UNTIL Ledg-Read >= CH-LedgRows
                      OR Ledger-Eof = 'Y'
               EVALUATE TRUE
                   WHEN Ledg-Read < CH-LedgRows
                       MOVE "원장 행 수" TO Stale-Why
                   WHEN CH-LedgRows > 0
                        AND LG-AcctNo NOT = CH-LastAcct
                       MOVE "원장 위치" TO Stale-Why
                   WHEN CH-Stage = 'P'
                       PERFORM GetLedgRow-P
                       IF Ledger-Eof NOT = 'Y'
                           MOVE "원장 행 수" TO Stale-Why
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM CloseLedger-P
           MOVE 'N' TO Ledger-Eof Idx-Mode
           MOVE 0 TO Ledg-Read.

       RestoreCkpt-P.
          *> 지점의 표와 누계를 되살린다 - 입금, 보류,
          *> 예수금, 연체 이자 파일은 다시 읽지 않는다
           MOVE 0 TO Pay-Count SuspNew-Count Cred-Count
                     Pen-Count Short-Count Recov-Count
           MOVE 'N' TO Ckpt-Eof
           OPEN INPUT Ckpt-File
           PERFORM UNTIL Ckpt-Eof = 'Y'
               READ Ckpt-File
                   AT END MOVE 'Y' TO Ckpt-Eof
                   NOT AT END
                       PERFORM RestoreRow-P
               END-READ
           END-PERFORM
           CLOSE Ckpt-File
           MOVE CH-RunDate     TO Run-Date
           COMPUTE Run-Int = FUNCTION INTEGER-OF-DATE(Run-Date)
           MOVE CH-PayRows     TO PayIn-Rows
           MOVE CH-PayHash     TO PayIn-Hash
           MOVE CH-JrnlRows    TO Jrnl-Rows
           MOVE CH-ArrRows     TO Arr-Rows
           MOVE CH-ExtRows     TO Ext-Rows
           MOVE CH-TotCur      TO Tot-Current
           MOVE CH-Tot30       TO Tot-30
           MOVE CH-Tot60       TO Tot-60
           MOVE CH-Tot90       TO Tot-90
           MOVE CH-ArrAccts    TO Accts-Arrears
           MOVE CH-TotShort    TO Tot-Short
           MOVE CH-CredNew     TO CredNew-Ctr
           MOVE CH-TotCredNew  TO Tot-CredNew
           MOVE CH-CredApp     TO CredApp-Ctr
           MOVE CH-TotCredApp  TO Tot-CredApp
           MOVE CH-TotRecov    TO Tot-Recov
           MOVE CH-Flush       TO Flush-Ctr
           MOVE CH-BadChk      TO BadChk-Ctr
           MOVE CH-PenLoaded   TO Pen-Loaded
           MOVE CH-PenChanged  TO Pen-Changed
           MOVE CH-CredLoaded  TO Cred-Loaded
           DISPLAY "재시작 - " Ckpt-Name " 단계 " CH-Stage
                   " 원장 " CH-LedgRows " 행 거래 기록 "
                   CH-JrnlRows " 건까지"
           MOVE "PAYPOST 재시작 지점에서 재개" TO AL-Event
           PERFORM LogAudit-P.

       RestoreRow-P.
           EVALUATE CK-Type
               WHEN 'H'
                   MOVE CK-Data TO Ckpt-Head
               WHEN 'P'
                   ADD 1 TO Pay-Count
                   MOVE CK-Data TO Payment-Entry(Pay-Count)
               WHEN 'S'
                   ADD 1 TO SuspNew-Count
                   MOVE CK-Data TO SuspNew-Entry(SuspNew-Count)
               WHEN 'K'
                   ADD 1 TO Cred-Count
                   MOVE CK-Data TO Cred-Entry(Cred-Count)
               WHEN 'E'
                   ADD 1 TO Pen-Count
                   MOVE CK-Data TO Pen-Entry(Pen-Count)
               WHEN 'W'
                   ADD 1 TO Short-Count
                   MOVE CK-Data TO Short-Entry(Short-Count)
               WHEN 'V'
                   ADD 1 TO Recov-Count
                   MOVE CK-Data TO Recov-Entry(Recov-Count)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OpenReport-P.
          *> 처음부터 도는 실행 - 보고서를 새로 열고,
          *> 작업 파일과 지난 지점을 비운 뒤 첫 지점을 쓴다
           OPEN OUTPUT Arrears-File
           IF Arrears-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Arrears-Status
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "** 연체 추출 파일 열기 실패 : "
                       ArrExt-Status
           END-IF
           PERFORM WriteHeading-P
           OPEN OUTPUT Jrnl-File
           CLOSE Jrnl-File
           OPEN OUTPUT GL-File
           CLOSE GL-File
           PERFORM ClearCkpt-P
           MOVE 'L' TO CH-Stage
           MOVE 0 TO CH-LedgRows
           MOVE SPACES TO CH-LastAcct
           PERFORM SaveCkpt-P.

       Resume-P.
          *> 재시작 - 지점 뒤에 쓴 보고서 행과 거래 기록을
          *> 잘라 내고, 지점까지 읽은 원장 행을 건너뛴다
           MOVE 'ARREARS.RPT' TO Tgt-Name
           MOVE CH-ArrRows TO Keep-Rows
           PERFORM TrimRows-P
           MOVE 'ARREARS.DAT' TO Tgt-Name
           MOVE CH-ExtRows TO Keep-Rows
           PERFORM TrimRows-P
           MOVE 'PAYJRNL.WRK' TO Tgt-Name
           MOVE CH-JrnlRows TO Keep-Rows
           PERFORM TrimRows-P
          *> 분개 모음은 원장을 다 돈 뒤에야 쓰므로 비운다
           OPEN OUTPUT GL-File
           CLOSE GL-File
           OPEN EXTEND Arrears-File
           IF Arrears-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Arrears-Status
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND ArrExt-File
           IF ArrExt-Status NOT = '00'
               DISPLAY "** 연체 추출 파일 열기 실패 : "
                       ArrExt-Status
           END-IF
           IF CH-Stage = 'P'
               MOVE CH-LedgRows TO Ledg-Read
               MOVE 'Y' TO Ledger-Eof
           ELSE
               PERFORM GetLedgRow-P
                   UNTIL Ledg-Read >= CH-LedgRows
                      OR Ledger-Eof = 'Y'
           END-IF.

       CkptAcct-P.
          *> 계좌 하나를 끝낼 때마다 - 간격만큼 입금을
          *> 소인했으면 지점을 남긴다. 지금 읽은 행은 다음
          *> 계좌의 첫 행이므로 그 앞까지가 끝난 행이다
           IF Ckpt-Pays < Ckpt-Every
               EXIT PARAGRAPH
           END-IF
           MOVE 'L' TO CH-Stage
           COMPUTE CH-LedgRows = Ledg-Read - 1
           MOVE Prev-AcctNo TO CH-LastAcct
           PERFORM SaveCkpt-P
           MOVE 0 TO Ckpt-Pays.

       SaveCkpt-P.
          *> 지금 상태를 다른 벌에 통째로 쓴다 - 꼬리 행까지
          *> 다 써야 온전한 지점이 되므로, 쓰다 끊겨도 앞
          *> 벌이 남는다. 단계/원장 위치는 부르는 쪽이 채운다
           IF Ckpt-Name = 'PAYCKPT1.DAT'
               MOVE 'PAYCKPT2.DAT' TO Ckpt-Name
           ELSE
               MOVE 'PAYCKPT1.DAT' TO Ckpt-Name
           END-IF
           ADD 1 TO Ckpt-Seq
           MOVE Ckpt-Seq       TO CH-Seq
           MOVE Run-Date       TO CH-RunDate
           MOVE Idx-Mode       TO CH-IdxMode
           MOVE PayIn-Rows     TO CH-PayRows
           MOVE PayIn-Hash     TO CH-PayHash
           MOVE Jrnl-Rows      TO CH-JrnlRows
           MOVE Arr-Rows       TO CH-ArrRows
           MOVE Ext-Rows       TO CH-ExtRows
           MOVE Tot-Current    TO CH-TotCur
           MOVE Tot-30         TO CH-Tot30
           MOVE Tot-60         TO CH-Tot60
           MOVE Tot-90         TO CH-Tot90
           MOVE Accts-Arrears  TO CH-ArrAccts
           MOVE Tot-Short      TO CH-TotShort
           MOVE CredNew-Ctr    TO CH-CredNew
           MOVE Tot-CredNew    TO CH-TotCredNew
           MOVE CredApp-Ctr    TO CH-CredApp
           MOVE Tot-CredApp    TO CH-TotCredApp
           MOVE Tot-Recov      TO CH-TotRecov
           MOVE Flush-Ctr      TO CH-Flush
           MOVE BadChk-Ctr     TO CH-BadChk
           MOVE Pen-Loaded     TO CH-PenLoaded
           MOVE Pen-Changed    TO CH-PenChanged
           MOVE Cred-Loaded    TO CH-CredLoaded
           IF CH-Stage NOT = 'C'
               MOVE 0 TO CH-JBase CH-GBase
           END-IF
           OPEN OUTPUT Ckpt-File
           IF Ckpt-Status NOT = '00'
               DISPLAY "** 재시작 지점 기록 실패 : "
                       Ckpt-Status
               MOVE 4 TO Ckpt-RC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Ckpt-Rows
           MOVE 'H' TO CK-Type
           MOVE Ckpt-Head TO CK-Data
           PERFORM PutCkpt-P
           PERFORM VARYING PYx FROM 1 BY 1 UNTIL PYx > Pay-Count
               MOVE 'P' TO CK-Type
               MOVE Payment-Entry(PYx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           PERFORM VARYING SUx FROM 1 BY 1
                   UNTIL SUx > SuspNew-Count
               MOVE 'S' TO CK-Type
               MOVE SuspNew-Entry(SUx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           PERFORM VARYING KTx FROM 1 BY 1 UNTIL KTx > Cred-Count
               MOVE 'K' TO CK-Type
               MOVE Cred-Entry(KTx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           PERFORM VARYING PEx FROM 1 BY 1 UNTIL PEx > Pen-Count
               MOVE 'E' TO CK-Type
               MOVE Pen-Entry(PEx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           PERFORM VARYING SHx FROM 1 BY 1
                   UNTIL SHx > Short-Count
               MOVE 'W' TO CK-Type
               MOVE Short-Entry(SHx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           PERFORM VARYING RVx FROM 1 BY 1
                   UNTIL RVx > Recov-Count
               MOVE 'V' TO CK-Type
               MOVE Recov-Entry(RVx) TO CK-Data
               PERFORM PutCkpt-P
           END-PERFORM
           ADD 1 TO Ckpt-Rows
           MOVE Ckpt-Seq  TO CT-Seq
           MOVE Ckpt-Rows TO CT-Rows
           MOVE 'Z' TO CK-Type
           MOVE Ckpt-Tail TO CK-Data
           WRITE Ckpt-Record
           CLOSE Ckpt-File.

       PutCkpt-P.
           WRITE Ckpt-Record
           ADD 1 TO Ckpt-Rows.

       ClearCkpt-P.
          *> 두 벌을 모두 비운다 - 다음 실행은 처음부터
           MOVE 'PAYCKPT1.DAT' TO Ckpt-Name
           OPEN OUTPUT Ckpt-File
           IF Ckpt-Status = '00'
               CLOSE Ckpt-File
           END-IF
           MOVE 'PAYCKPT2.DAT' TO Ckpt-Name
           OPEN OUTPUT Ckpt-File
           IF Ckpt-Status = '00'
               CLOSE Ckpt-File
           END-IF
           MOVE 0 TO Ckpt-Seq.

       Commit-P.
          *> 모은 결과를 공용 파일에 반영한다 - 되쓰기는
          *> 몇 번 해도 같고, 덧붙이기는 이미 붙은 행을
          *> 건너뛰므로 반영 도중 끊긴 뒤 다시 해도 두 번
          *> 들어가지 않는다
           PERFORM SaveSuspense-P
           IF CredNew-Ctr > 0 OR CredApp-Ctr > 0
               PERFORM SaveCredits-P
           END-IF
           IF Pen-Changed = 'Y'
               PERFORM SavePenalty-P
           END-IF
           MOVE 'PAYJRNL.WRK'  TO Src-Name
           MOVE 'ACCTJRNL.DAT' TO Tgt-Name
           MOVE CH-JBase       TO Skip-Rows
           PERFORM AppendRows-P
           MOVE 'PAYGL.WRK'    TO Src-Name
           MOVE 'GLPOST.DAT'   TO Tgt-Name
           MOVE CH-GBase       TO Skip-Rows
           PERFORM AppendRows-P
           PERFORM ClearCkpt-P.

       CountRows-P.
          *> Tgt-Name의 행 수를 Line-Ctr로 센다
           MOVE 0 TO Line-Ctr
           MOVE 'N' TO Tgt-Eof
           OPEN INPUT Tgt-File
           IF Tgt-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Tgt-Eof = 'Y'
               READ Tgt-File
                   AT END MOVE 'Y' TO Tgt-Eof
                   NOT AT END ADD 1 TO Line-Ctr
               END-READ
           END-PERFORM
           CLOSE Tgt-File.

       TrimRows-P.
          *> Tgt-Name을 앞 Keep-Rows 행만 남기고 자른다 -
          *> 작업 사본(PAYCKPT.WRK)에 옮겼다가 되쓴다
           MOVE 'PAYCKPT.WRK' TO Src-Name
           OPEN OUTPUT Src-File
           MOVE 0 TO Line-Ctr
           MOVE 'N' TO Tgt-Eof
           OPEN INPUT Tgt-File
           IF Tgt-Status = '00'
               PERFORM UNTIL Tgt-Eof = 'Y'
                          OR Line-Ctr >= Keep-Rows
                   READ Tgt-File
                       AT END MOVE 'Y' TO Tgt-Eof
                       NOT AT END
                           ADD 1 TO Line-Ctr
                           MOVE Tgt-Line TO Src-Line
                           WRITE Src-Line
                   END-READ
               END-PERFORM
               CLOSE Tgt-File
           END-IF
           CLOSE Src-File
           IF Line-Ctr < Keep-Rows
               DISPLAY "** 재시작 - 지점보다 짧은 파일 : "
                       Tgt-Name
               MOVE 4 TO Ckpt-RC
           END-IF
           MOVE 'N' TO Src-Eof
           OPEN INPUT Src-File
           OPEN OUTPUT Tgt-File
           PERFORM UNTIL Src-Eof = 'Y'
               READ Src-File
                   AT END MOVE 'Y' TO Src-Eof
                   NOT AT END
                       MOVE Src-Line TO Tgt-Line
                       WRITE Tgt-Line
               END-READ
           END-PERFORM
           CLOSE Src-File
           CLOSE Tgt-File.

       AppendRows-P.
          *> Src-Name의 행을 Tgt-Name 끝에 덧붙인다 -
          *> Skip-Rows 행 뒤에 이미 같은 행이 붙어 있으면
          *> (반영 도중 끊긴 실행) 그만큼 건너뛴다
           MOVE 0 TO Same-Rows
           MOVE 'N' TO Src-Eof Tgt-Eof
           OPEN INPUT Src-File
           IF Src-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Tgt-File
           IF Tgt-Status = '00'
               MOVE 0 TO Line-Ctr
               PERFORM UNTIL Tgt-Eof = 'Y'
                          OR Line-Ctr >= Skip-Rows
                   READ Tgt-File
                       AT END MOVE 'Y' TO Tgt-Eof
                       NOT AT END ADD 1 TO Line-Ctr
                   END-READ
               END-PERFORM
               PERFORM UNTIL Tgt-Eof = 'Y' OR Src-Eof = 'Y'
                   READ Tgt-File
                       AT END MOVE 'Y' TO Tgt-Eof
                   END-READ
                   IF Tgt-Eof NOT = 'Y'
                       READ Src-File
                           AT END MOVE 'Y' TO Src-Eof
                       END-READ
                       IF Src-Eof NOT = 'Y'
                           IF Src-Line = Tgt-Line
                               ADD 1 TO Same-Rows
                           ELSE
                               MOVE 'Y' TO Tgt-Eof
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE Tgt-File
           END-IF
           CLOSE Src-File
           OPEN EXTEND Tgt-File
           IF Tgt-Status NOT = '00'
               OPEN OUTPUT Tgt-File
           END-IF
           IF Tgt-Status NOT = '00'
               DISPLAY "** 반영 파일 열기 실패 : " Tgt-Name
                       " " Tgt-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Src-Eof
           MOVE 0 TO Line-Ctr
           OPEN INPUT Src-File
           PERFORM UNTIL Src-Eof = 'Y'
               READ Src-File
                   AT END MOVE 'Y' TO Src-Eof
                   NOT AT END
                       ADD 1 TO Line-Ctr
                       IF Line-Ctr > Same-Rows
                           MOVE Src-Line TO Tgt-Line
                           WRITE Tgt-Line
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Src-File
           CLOSE Tgt-File
           IF Same-Rows > 0
               DISPLAY "반영 재개 - 이미 붙은 " Same-Rows
                       " 행 건너뜀 : " Tgt-Name
           END-IF.

       Keut-P.
           IF RETURN-CODE < Ckpt-RC
               MOVE Ckpt-RC TO RETURN-CODE
           END-IF
           MOVE "PAYPOST 종료"   TO AL-Event
           PERFORM LogAudit-P
          *> 야간 배치 드라이버가 CALL로 실행할 때도
