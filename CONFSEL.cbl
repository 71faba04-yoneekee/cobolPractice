       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFSEL.
       AUTHOR. YONEE.
       REMARKS. 연말 감사 잔액 확인서 표본 추출과 발송.
                계좌 내려쓰기본(ACCOUNTS.DAT)에서 기준일
                (1번 인자, 빈칸이면 처리 연도 전년 말일)
                잔액이 기준 금액 이상인 계좌는 모두, 나머지
                에서는 지점마다 정해진 수를 무작위로 골라
                (CONFCFG.DAT - 같은 씨앗이면 같은 표본이
                다시 나온다) 고객마다 확인서 한 통을
                CONFLET.RPT로 찍는다. 잔액은 원장 이력
                (LEDGHIST.DAT)에서 기준일 이하 가장 늦은
                도장의 스케줄로 재현하고, 주소는 고객
                마스터(CUSTMAST.DAT)에서 가져온다. 보낸
                확인서는 발송 대장(CONFREG.DAT)과 계좌
                명세(CONFDTL.DAT)에 남기며 회신은
                CONFRESP가 적는다. 한 연도는 한 번만
                발송한다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Hist-File ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-Status.
           *> 표본 정책 - 기준 금액, 지점별 무작위 수, 씨앗
           SELECT Cfg-File ASSIGN TO "CONFCFG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cfg-Status.
           SELECT Reg-File ASSIGN TO "CONFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           SELECT Dtl-File ASSIGN TO "CONFDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dtl-Status.
           SELECT Letter-File ASSIGN TO "CONFLET.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Letter-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  Hist-File.
       01  Hist-Record.
           02  LH-Stamp          PIC 9(8).
           02  FILLER            PIC X.
           02  LH-Row            PIC X(80).

       FD  Cfg-File.
       01  Cfg-Record.
           02  CG-Thresh         PIC 9(7).
           02  FILLER            PIC X.
           02  CG-PerBr          PIC 999.
           02  FILLER            PIC X.
           02  CG-Seed           PIC 9(6).

       FD  Reg-File.
       COPY "CONFREG.cbl".

       FD  Dtl-File.
       COPY "CONFDTL.cbl".

       FD  Letter-File.
       01  Letter-Line           PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Account-Status    PIC XX.
       77  Cust-Status       PIC XX.
       77  Hist-Status       PIC XX.
       77  Cfg-Status        PIC XX.
       77  Reg-Status        PIC XX.
       77  Dtl-Status        PIC XX.
       77  Letter-Status     PIC XX.
       77  Account-Eof       PIC X       VALUE 'N'.
       77  Cust-Eof          PIC X       VALUE 'N'.
       77  Hist-Eof          PIC X       VALUE 'N'.
       77  Reg-Eof           PIC X       VALUE 'N'.

      *> 원장 이력 한 행을 원장 레코드로 풀어 읽는다
       COPY "LEDGERFD.cbl"
           REPLACING ==Ledger-Record== BY ==Work-Record==.

      *> ----- 정책 -----
       77  Thresh-Amt        PIC 9(7)    VALUE 50000.
       77  Per-Branch        PIC 999     VALUE 5.
       77  Seed              PIC 9(6)    VALUE 0.
       77  Rand-Work         PIC 9(11)   VALUE 0.
       77  Rand-Quot         PIC 9(6)    VALUE 0.

      *> ----- 기준일 -----
       77  Ye-Date-X         PIC X(8)    VALUE SPACES.
       77  Ye-Date           PIC 9(8)    VALUE 0.
       77  Ye-Year           PIC 9(4)    VALUE 0.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 계좌 테이블 -----
      *> CA-Pick - 'N' 미선정, 'T' 기준 초과, 'R' 무작위,
      *> 'C' 같은 고객의 확인서에 함께 실림
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Table.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY ACx ACy.
               03  CA-AcctNo     PIC X(10).
               03  CA-CustNo     PIC 9(5).
               03  CA-Type       PIC X.
               03  CA-Branch     PIC X(3).
               03  CA-Stamp      PIC 9(8).
               03  CA-Bal        PIC 9(7).
               03  CA-Key        PIC 9(6).
               03  CA-Pick       PIC X.

      *> ----- 지점 목록 -----
       77  Br-Count          PIC 9(3)    VALUE 0.
       01  Br-Table.
           02  Br-Entry OCCURS 0 TO 200 TIMES
                        DEPENDING ON Br-Count
                        INDEXED BY BRx.
               03  BR-Code       PIC X(3).

      *> ----- 고객 주소 테이블 -----
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Table.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CUx.
               03  CT-CustNo     PIC 9(5).
               03  CT-Name       PIC X(30).
               03  CT-Addr       PIC X(30).
               03  CT-Postal     PIC X(6).

      *> ----- 작업영역 -----
       77  Pick-Ix           PIC 9(4)    VALUE 0.
       77  Pick-Key          PIC 9(6)    VALUE 0.
       77  Pick-Ctr          PIC 999     VALUE 0.
       77  Cover-CustNo      PIC 9(5)    VALUE 0.
       77  Work-Name         PIC X(30)   VALUE SPACES.
       77  Work-Addr         PIC X(30)   VALUE SPACES.
       77  Work-Postal       PIC X(6)    VALUE SPACES.
       77  Let-Seq           PIC 9(5)    VALUE 0.
       77  Let-Accts         PIC 99      VALUE 0.
       77  Let-Total         PIC 9(9)    VALUE 0.
       77  Thresh-Ctr        PIC 9(5)    VALUE 0.
       77  Rand-Ctr          PIC 9(5)    VALUE 0.
       77  NoHist-Ctr        PIC 9(5)    VALUE 0.
       77  NoAddr-Ctr        PIC 9(5)    VALUE 0.

      *> ----- 확인서 편집 -----
       01  Let-Col.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  FILLER            PIC X(12)   VALUE "계좌번호".
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  FILLER            PIC X(6)    VALUE "구분".
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  FILLER            PIC X(13)   VALUE "      잔액".
       01  Let-Dtl.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  LD-AcctNo         PIC X(10).
           02  FILLER            PIC X(4)    VALUE SPACES.
           02  LD-Type           PIC X(6).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  LD-Bal            PIC ZZ,ZZZ,ZZ9.
       01  Let-Tot.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  FILLER            PIC X(20)   VALUE "합계".
           02  LT-Bal            PIC ZZZ,ZZZ,ZZ9.
       01  Let-Ref.
           02  FILLER            PIC X(15)   VALUE "확인번호 : ".
           02  LR-Year           PIC 9(4).
           02  FILLER            PIC X       VALUE "-".
           02  LR-Seq            PIC 9(5).
           02  FILLER            PIC X(15)
               VALUE "   기준일 : ".
           02  LR-Date           PIC 9(8).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CONFSEL"        TO AL-Program
           MOVE "CONFSEL 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
          *> 기준일 - 인자가 없으면 처리 연도의 전년 말일
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Ye-Date-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Ye-Date-X
           END-ACCEPT
           IF Ye-Date-X = SPACES
               COMPUTE Ye-Year = Proc-Date / 10000
               SUBTRACT 1 FROM Ye-Year
               COMPUTE Ye-Date = Ye-Year * 10000 + 1231
           ELSE
               IF FUNCTION TEST-NUMVAL(Ye-Date-X) NOT = 0
                   DISPLAY "사용법 : CONFSEL [기준일]"
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(Ye-Date-X) TO Ye-Date
           END-IF
           COMPUTE Ye-Year = Ye-Date / 10000
          *> 씨앗이 없으면 기준일로 - 다시 돌려도 같은 표본
           COMPUTE Rand-Work = Ye-Date
           DIVIDE Rand-Work BY 259200
               GIVING Rand-Quot REMAINDER Seed
           PERFORM GetConfig-P
           PERFORM CheckYear-P
           IF RETURN-CODE NOT = 0
               GO TO Keut-P
           END-IF
           PERFORM LoadAccounts-P
           IF Acct-Count = 0
               DISPLAY "** 기준일 계좌 없음 - 발송 생략"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM ScanHist-P
           PERFORM PickThresh-P
           PERFORM PickRandom-P
           PERFORM LoadCusts-P
           PERFORM WriteLetters-P
           DISPLAY "기준일 " Ye-Date " 확인서 " Let-Seq " 통"
           DISPLAY "  기준 초과 " Thresh-Ctr " / 무작위 "
                   Rand-Ctr
           IF NoHist-Ctr > 0
               DISPLAY "  이력 없어 제외한 계좌 " NoHist-Ctr
           END-IF
           IF NoAddr-Ctr > 0
               DISPLAY "** 주소 없는 고객 " NoAddr-Ctr " 명"
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AL-Event
           STRING "확인서발송 " DELIMITED BY SIZE
                  Ye-Year       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Let-Seq       DELIMITED BY SIZE
                  "통"          DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       GetConfig-P.
          *> 표본 정책 - 없거나 0이면 기본값
           OPEN INPUT Cfg-File
           IF Cfg-Status = '00'
               READ Cfg-File
                   AT END CONTINUE
                   NOT AT END
                       IF CG-Thresh IS NUMERIC
                          AND CG-Thresh > 0
                           MOVE CG-Thresh TO Thresh-Amt
                       END-IF
                       IF CG-PerBr IS NUMERIC
                           MOVE CG-PerBr TO Per-Branch
                       END-IF
                       IF CG-Seed IS NUMERIC
                          AND CG-Seed > 0
                           COMPUTE Rand-Work = CG-Seed
                           DIVIDE Rand-Work BY 259200
                               GIVING Rand-Quot REMAINDER Seed
                       END-IF
               END-READ
               CLOSE Cfg-File
           END-IF.

       CheckYear-P.
          *> 같은 연도를 두 번 보내지 않는다 - 회신
          *> 추적이 확인 번호로 엮여 있다
           OPEN INPUT Reg-File
           IF Reg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Reg-Eof = 'Y'
               READ Reg-File
                   AT END MOVE 'Y' TO Reg-Eof
                   NOT AT END
                       IF CN-Year = Ye-Year
                           MOVE 'Y' TO Reg-Eof
                           DISPLAY "** " Ye-Year
                                   " 연도 확인서는 이미"
                                   " 발송함"
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File.

       LoadAccounts-P.
          *> 기준일에 이미 있던 계좌만 싣는다
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               DISPLAY "** 계좌 파일 없음 : " Account-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Account-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO Account-Eof
                   NOT AT END
                       IF AC-OrigDate IS NUMERIC
                          AND AC-OrigDate <= Ye-Date
                           PERFORM StowAcct-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       StowAcct-P.
           IF Acct-Count NOT < 2000
               DISPLAY "** 계좌 표 한도(2000) 초과 : " AC-AcctNo
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Acct-Count
           SET ACx TO Acct-Count
           MOVE AC-AcctNo   TO CA-AcctNo(ACx)
           MOVE AC-CustNo   TO CA-CustNo(ACx)
           MOVE AC-Type     TO CA-Type(ACx)
           MOVE AC-Branch   TO CA-Branch(ACx)
           IF AC-Branch = SPACES
               MOVE '000' TO CA-Branch(ACx)
           END-IF
           MOVE 0   TO CA-Stamp(ACx)
           MOVE 0   TO CA-Bal(ACx)
           MOVE 'N' TO CA-Pick(ACx)
          *> 무작위 열쇠는 적재 순서대로 매긴다
           COMPUTE Rand-Work = Seed * 7141 + 54773
           DIVIDE Rand-Work BY 259200
               GIVING Rand-Quot REMAINDER Seed
           MOVE Seed TO CA-Key(ACx).

       ScanHist-P.
          *> 원장 이력 한 번 읽기 - 계좌마다 기준일 이하
          *> 가장 늦은 도장의 스케줄에서, 첫 회차 원금을
          *> 시작으로 기준일까지 지난 마지막 회차의 기말
          *> 잔액을 잡는다 (도장은 오름차순으로 쌓인다)
           OPEN INPUT Hist-File
           IF Hist-Status NOT = '00'
               DISPLAY "** 원장 이력 없음 : " Hist-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hist-Eof = 'Y'
               READ Hist-File
                   AT END MOVE 'Y' TO Hist-Eof
                   NOT AT END
                       IF LH-Stamp IS NUMERIC
                          AND LH-Stamp <= Ye-Date
                           PERFORM TakeHist-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hist-File.

       TakeHist-P.
           MOVE LH-Row TO Work-Record
           SET ACx TO 1
           SEARCH Acct-Entry
               AT END EXIT PARAGRAPH
               WHEN CA-AcctNo(ACx) = LG-AcctNo
                   CONTINUE
           END-SEARCH
           IF LH-Stamp < CA-Stamp(ACx)
               EXIT PARAGRAPH
           END-IF
           IF LH-Stamp > CA-Stamp(ACx)
               MOVE LH-Stamp TO CA-Stamp(ACx)
               MOVE 0 TO CA-Bal(ACx)
               IF LG-WonGeum IS NUMERIC
                   MOVE LG-WonGeum TO CA-Bal(ACx)
               END-IF
           END-IF
           IF LG-DueDate IS NUMERIC
              AND LG-DueDate <= Ye-Date
              AND LG-Closing IS NUMERIC
               MOVE LG-Closing TO CA-Bal(ACx)
           END-IF.

       PickThresh-P.
          *> 기준 금액 이상은 모두 표본 - 이력이 없는
          *> 계좌는 잔액을 재현할 수 없으므로 뺀다
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Stamp(ACx) = 0
                   MOVE 'X' TO CA-Pick(ACx)
                   ADD 1 TO NoHist-Ctr
               END-IF
           END-PERFORM
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Pick(ACx) = 'N'
                  AND CA-Bal(ACx) NOT < Thresh-Amt
                   MOVE 'T' TO CA-Pick(ACx)
                   ADD 1 TO Thresh-Ctr
                   PERFORM CoverCust-P
               END-IF
           END-PERFORM.

       CoverCust-P.
          *> 한 고객은 확인서 한 통 - 같은 고객의 다른
          *> 계좌는 그 확인서에 함께 실리므로 표본에서
          *> 뺀다
           MOVE CA-CustNo(ACx) TO Cover-CustNo
           PERFORM VARYING ACy FROM 1 BY 1
                   UNTIL ACy > Acct-Count
               IF CA-Pick(ACy) = 'N'
                  AND CA-CustNo(ACy) = Cover-CustNo
                   MOVE 'C' TO CA-Pick(ACy)
               END-IF
           END-PERFORM.

       PickRandom-P.
          *> 남은 계좌에서 지점마다 열쇠가 작은 순으로
          *> 정해진 수만큼 고른다
           IF Per-Branch = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Pick(ACx) = 'N'
                   PERFORM AddBranch-P
               END-IF
           END-PERFORM
           PERFORM VARYING BRx FROM 1 BY 1
                   UNTIL BRx > Br-Count
               MOVE 0 TO Pick-Ctr
               MOVE 1 TO Pick-Ix
               PERFORM PickOne-P
                   UNTIL Pick-Ctr NOT < Per-Branch
                      OR Pick-Ix = 0
           END-PERFORM.

       AddBranch-P.
           IF Br-Count > 0
               SET BRx TO 1
               SEARCH Br-Entry
                   AT END CONTINUE
                   WHEN BR-Code(BRx) = CA-Branch(ACx)
                       EXIT PARAGRAPH
               END-SEARCH
           END-IF
           IF Br-Count < 200
               ADD 1 TO Br-Count
               MOVE CA-Branch(ACx) TO BR-Code(Br-Count)
           END-IF.

       PickOne-P.
           MOVE 0 TO Pick-Ix
           MOVE 999999 TO Pick-Key
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Pick(ACx) = 'N'
                  AND CA-Branch(ACx) = BR-Code(BRx)
                  AND CA-Key(ACx) < Pick-Key
                   MOVE CA-Key(ACx) TO Pick-Key
                   SET Pick-Ix TO ACx
               END-IF
           END-PERFORM
           IF Pick-Ix > 0
               SET ACx TO Pick-Ix
               MOVE 'R' TO CA-Pick(ACx)
               ADD 1 TO Rand-Ctr
               ADD 1 TO Pick-Ctr
               PERFORM CoverCust-P
           END-IF.

       LoadCusts-P.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               DISPLAY "고객 마스터 없음 - 주소 미인쇄"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cust-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO Cust-Eof
                   NOT AT END
                       IF Cust-Count < 2000
                           ADD 1 TO Cust-Count
                           SET CUx TO Cust-Count
                           MOVE CM-CustNo TO CT-CustNo(CUx)
                           MOVE SPACES TO CT-Name(CUx)
                           STRING CM-FName DELIMITED BY '  '
                                  " "      DELIMITED BY SIZE
                                  CM-LName DELIMITED BY '  '
                                  INTO CT-Name(CUx)
                           MOVE CM-Addr   TO CT-Addr(CUx)
                           MOVE CM-Postal TO CT-Postal(CUx)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       FindCust-P.
           MOVE SPACES TO Work-Name Work-Addr Work-Postal
           IF Cust-Count > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = CA-CustNo(ACx)
                       MOVE CT-Name(CUx)   TO Work-Name
                       MOVE CT-Addr(CUx)   TO Work-Addr
                       MOVE CT-Postal(CUx) TO Work-Postal
               END-SEARCH
           END-IF
           IF Work-Name = SPACES
               MOVE "(고객 미확인)" TO Work-Name
           END-IF
           IF Work-Addr = SPACES
               ADD 1 TO NoAddr-Ctr
           END-IF.

       WriteLetters-P.
          *> 표본 계좌마다(고객마다) 확인서 한 통
           OPEN OUTPUT Letter-File
           IF Letter-Status NOT = '00'
               DISPLAY "** 확인서 파일 열기 실패 : "
                       Letter-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND Reg-File
           IF Reg-Status NOT = '00'
               OPEN OUTPUT Reg-File
           END-IF
           OPEN EXTEND Dtl-File
           IF Dtl-Status NOT = '00'
               OPEN OUTPUT Dtl-File
           END-IF
           PERFORM VARYING ACx FROM 1 BY 1
                   UNTIL ACx > Acct-Count
               IF CA-Pick(ACx) = 'T' OR CA-Pick(ACx) = 'R'
                   PERFORM WriteLetter-P
               END-IF
           END-PERFORM
           CLOSE Letter-File
           IF Reg-Status = '00'
               CLOSE Reg-File
           END-IF
           IF Dtl-Status = '00'
               CLOSE Dtl-File
           END-IF.

       WriteLetter-P.
           ADD 1 TO Let-Seq
           PERFORM FindCust-P
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE "======= 잔 액 확 인 서 =======" TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "받는 분 : " DELIMITED BY SIZE
                  Work-Name     DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           STRING "주소    : " DELIMITED BY SIZE
                  Work-Addr     DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  Work-Postal   DELIMITED BY SIZE
                  INTO Letter-Line
           WRITE Letter-Line
           MOVE Ye-Year TO LR-Year
           MOVE Let-Seq TO LR-Seq
           MOVE Ye-Date TO LR-Date
           MOVE Let-Ref TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE Let-Col TO Letter-Line
           WRITE Letter-Line
           MOVE 0 TO Let-Accts
           MOVE 0 TO Let-Total
          *> 고객의 기준일 계좌를 모두 싣는다
           PERFORM VARYING ACy FROM 1 BY 1
                   UNTIL ACy > Acct-Count
               IF CA-CustNo(ACy) = CA-CustNo(ACx)
                  AND CA-Stamp(ACy) > 0
                   PERFORM WriteDtl-P
               END-IF
           END-PERFORM
           MOVE Let-Total TO LT-Bal
           MOVE Let-Tot TO Letter-Line
           WRITE Letter-Line
           MOVE SPACES TO Letter-Line
           WRITE Letter-Line
           MOVE "위 기준일 잔액이 귀하의 기록과"
               TO Letter-Line
           WRITE Letter-Line
           MOVE "맞는지 확인하시고, 다르면 아시는"
               TO Letter-Line
           WRITE Letter-Line
           MOVE "잔액과 사유를 적어 감사인에게"
               TO Letter-Line
           WRITE Letter-Line
           MOVE "직접 회신하여 주십시오."
               TO Letter-Line
           WRITE Letter-Line
           MOVE "===============================" TO Letter-Line
           WRITE Letter-Line
           PERFORM WriteReg-P.

       WriteDtl-P.
           ADD 1 TO Let-Accts
           ADD CA-Bal(ACy) TO Let-Total
           MOVE CA-AcctNo(ACy) TO LD-AcctNo
           EVALUATE CA-Type(ACy)
               WHEN 'D'   MOVE "예금" TO LD-Type
               WHEN 'S'   MOVE "적금" TO LD-Type
               WHEN OTHER MOVE "대출" TO LD-Type
           END-EVALUATE
           MOVE CA-Bal(ACy) TO LD-Bal
           MOVE Let-Dtl TO Letter-Line
           WRITE Letter-Line
           IF Dtl-Status = '00'
               MOVE SPACES TO ConfDtl-Record
               MOVE Ye-Year        TO CE-Year
               MOVE Let-Seq        TO CE-Seq
               MOVE CA-AcctNo(ACy) TO CE-AcctNo
               MOVE CA-Type(ACy)   TO CE-Type
               MOVE CA-Branch(ACy) TO CE-Branch
               MOVE CA-Bal(ACy)    TO CE-Bal
               WRITE ConfDtl-Record
           END-IF.

       WriteReg-P.
          *> 발송 대장 - 회신 대기('S')로 시작한다
           IF Reg-Status = '00'
               MOVE SPACES TO Conf-Record
               MOVE Ye-Year        TO CN-Year
               MOVE Let-Seq        TO CN-Seq
               MOVE CA-CustNo(ACx) TO CN-CustNo
               MOVE CA-Branch(ACx) TO CN-Branch
               MOVE CA-Pick(ACx)   TO CN-Reason
               MOVE Let-Accts      TO CN-Accts
               MOVE Let-Total      TO CN-Book
               MOVE Proc-Date      TO CN-SentDate
               MOVE 'S'            TO CN-Status
               MOVE 0              TO CN-RespDate
               MOVE 0              TO CN-Claim
               WRITE Conf-Record
           END-IF.

       Keut-P.
           MOVE "CONFSEL 종료"   TO AL-Event
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
