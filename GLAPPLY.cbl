       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLAPPLY.
       AUTHOR. YONEE.
       REMARKS. GL 잔액 반영. GLPOST.DAT와 조정 분개 GLADJ.DAT
                의 배치(H/D/T)를 GLPROOF와 같은 방법(차대 일치,
                꼬리 건수/금액 해시)으로 다시 증빙하고, 맞는
                배치만 계정 코드와 기간(배치 머리 날짜의 년월)
                별 잔액 마스터(GLBAL.DAT)에 반영한다. 반영한
                배치는 배치 대장(GLBATREG.DAT)에 올려 같은
                파일로 다시 돌려도 두 번 반영하지 않고, 반영한
                명세는 거래 내역(GLACT.DAT)에 덧붙인다. 이미
                마감한 기간(GLPER.DAT)으로 날짜가 찍힌 배치와
                증빙이 안 맞는 배치는 반영하지 않고 GLAPPLY.RPT
                에 거부로 찍으며 운영 경보와 RETURN-CODE 8을
                남긴다. 지난 기간에 늦게 들어온 배치는 그 뒤
                열린 기간들의 기초/기말 잔액까지 밀어 준다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> RATEFIX가 내리는 이자 차액 조정 분개
           SELECT Adj-File ASSIGN TO "GLADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Adj-Status.
           SELECT Bal-File ASSIGN TO "GLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           SELECT Per-File ASSIGN TO "GLPER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Per-Status.
           SELECT Reg-File ASSIGN TO "GLBATREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           SELECT Act-File ASSIGN TO "GLACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Act-Status.
           *> 이번 실행에 반영한 명세 - 마스터와 대장을 다
           *> 쓴 뒤에야 GLACT.DAT 끝에 옮긴다
           SELECT ActNew-File ASSIGN TO "GLACT.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActNew-Status.
           SELECT Rpt-File ASSIGN TO "GLAPPLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Adj-File.
       01  Adj-Line              PIC X(60).

       FD  Bal-File.
       COPY "GLBALREC.cbl".

       FD  Per-File.
       COPY "GLPERCTL.cbl".

       FD  Reg-File.
       COPY "GLBATREG.cbl".

       FD  Act-File.
       COPY "GLACTREC.cbl".

       FD  ActNew-File.
       01  ActNew-Line           PIC X(60).

       FD  Rpt-File.
       01  Rpt-Line              PIC X(100).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  GL-Status         PIC XX.
       77  Adj-Status        PIC XX.
       77  Bal-Status        PIC XX.
       77  Per-Status        PIC XX.
       77  Reg-Status        PIC XX.
       77  Act-Status        PIC XX.
       77  ActNew-Status     PIC XX.
       77  Rpt-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Bal-Eof           PIC X       VALUE 'N'.
       77  Reg-Eof           PIC X       VALUE 'N'.

      *> ----- 처리 날짜 (BIZDATE) -----
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 마지막 마감 기간 -----
       77  Last-Closed       PIC 9(6)    VALUE 0.

      *> ----- 배치 머리/명세/꼬리 재배치 (GLEXTR 규약) -----
       77  In-Line           PIC X(60)   VALUE SPACES.
       77  Cur-Source        PIC X       VALUE SPACE.
       01  GL-Header.
           02  GH-Type           PIC X.
           02  FILLER            PIC X.
           02  GH-Date           PIC 9(8).
           02  GH-Date-R REDEFINES GH-Date.
               03  GH-YyMm       PIC 9(6).
               03  GH-Dd         PIC 99.
           02  FILLER            PIC X.
           02  GH-Mode           PIC X.
      *> 출처 표시와 배치 참조 - 쓰는 프로그램이 배치마다
      *> 다르게 찍는다 (GLEXTR 옛 배치는 빈칸)
           02  FILLER            PIC X.
           02  GH-Tag            PIC X(6).
           02  FILLER            PIC X.
           02  GH-Ref            PIC X(16).
       01  GL-Detail.
           02  GD-Type           PIC X.
           02  FILLER            PIC X.
           02  GD-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           02  GD-Period         PIC 999.
           02  FILLER            PIC X.
           02  GD-GLCode         PIC X(4).
           02  FILLER            PIC X.
           02  GD-DrCr           PIC X(2).
           02  FILLER            PIC X.
           02  GD-Amount         PIC 9(7)V99.
       01  GL-Trailer.
           02  GT-Type           PIC X.
           02  FILLER            PIC X.
           02  GT-Count          PIC 9(7).
           02  FILLER            PIC X.
           02  GT-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X.
           02  GT-AcctHash       PIC 9(12).

      *> ----- 배치 하나 모아 두기 -----
       77  In-Batch          PIC X       VALUE 'N'.
       77  Bat-Dr            PIC 9(11)V99 VALUE 0.
       77  Bat-Cr            PIC 9(11)V99 VALUE 0.
       77  Bat-Count         PIC 9(7)    VALUE 0.
       77  Bat-Amt           PIC 9(11)V99 VALUE 0.
       77  Bat-Period        PIC 9(6)    VALUE 0.
      *> 'P' 반영, 'D' 이미 반영, 'R' 마감 기간, 'B' 증빙
      *> 불일치, 'O' 표 한도 초과
       77  Bat-Result        PIC X       VALUE SPACE.
       77  Det-Count         PIC 9(5)    VALUE 0.
       01  Det-Table.
           02  Det-Entry OCCURS 0 TO 20000 TIMES
                         DEPENDING ON Det-Count.
               03  DT-Line       PIC X(60).
       77  Dx                PIC 9(5)    VALUE 0.
       77  Det-Over          PIC X       VALUE 'N'.

      *> ----- 배치 대장 (반영한 배치) -----
       77  Reg-Count         PIC 9(4)    VALUE 0.
       01  Reg-Table.
           02  Reg-Entry OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Reg-Count
                         INDEXED BY RGx.
               03  RG-Key        PIC X(30).
               03  RG-Ext        PIC X(34).
      *> 'Y'면 계좌 해시/참조가 없던 옛 대장 행 - 앞 열쇠만
      *> 맞아도 같은 배치로 본다
               03  RG-Old        PIC X.
       01  Work-Key.
           02  WK-Source         PIC X.
           02  WK-Date           PIC 9(8).
           02  WK-Mode           PIC X.
           02  WK-Count          PIC 9(7).
           02  WK-AmtHash        PIC 9(11)V99.
       01  Work-Ext.
           02  WK-AcctHash       PIC 9(12).
           02  WK-Tag            PIC X(6).
           02  WK-Ref            PIC X(16).
       77  Reg-First         PIC 9(4)    VALUE 0.

      *> ----- 잔액 마스터 (계정 코드, 기간 순) -----
       77  Bal-Count         PIC 9(4)    VALUE 0.
       01  Bal-Table.
           02  Bal-Entry OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Bal-Count.
               03  BT-Key.
                   04  BT-GLCode     PIC X(4).
                   04  BT-Period     PIC 9(6).
               03  BT-Open       PIC S9(11)V99.
               03  BT-Dr         PIC 9(11)V99.
               03  BT-Cr         PIC 9(11)V99.
               03  BT-Close      PIC S9(11)V99.
               03  BT-Status     PIC X.
       01  Want-Key.
           02  WT-GLCode         PIC X(4).
           02  WT-Period         PIC 9(6).
       77  Bx                PIC 9(4)    VALUE 0.
       77  Jx                PIC 9(4)    VALUE 0.
       77  Ins-Pos           PIC 9(4)    VALUE 0.
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Delta-Amt         PIC S9(11)V99 VALUE 0.

      *> ----- 집계 -----
       77  Bat-Seen          PIC 9(4)    VALUE 0.
       77  Post-Ctr          PIC 9(4)    VALUE 0.
       77  Dup-Ctr           PIC 9(4)    VALUE 0.
       77  Closed-Ctr        PIC 9(4)    VALUE 0.
       77  Bad-Ctr           PIC 9(4)    VALUE 0.
       77  Line-Ctr          PIC 9(7)    VALUE 0.
       77  Refuse-Ctr        PIC 9(4)    VALUE 0.

      *> ----- 보고서 편집 -----
       01  Rpt-Row.
           02  RW-Source         PIC X(6).
           02  RW-Date           PIC 9(8).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RW-Mode           PIC X.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RW-Count          PIC Z,ZZZ,ZZ9.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RW-Dr             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  RW-Result         PIC X(30).
       01  Rpt-Count.
           02  RC-Label          PIC X(30).
           02  RC-Count          PIC ZZ,ZZ9.

      *> ----- 운영 경보 (OPALERT) -----
       77  Alert-Prog        PIC X(10)   VALUE 'GLAPPLY'.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "GLAPPLY"        TO AL-Program
           MOVE "GLAPPLY 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM LoadPer-P
           PERFORM LoadReg-P
           PERFORM LoadBal-P
           OPEN OUTPUT ActNew-File
           IF ActNew-Status NOT = '00'
               DISPLAY "** 작업 파일 열기 실패 : " ActNew-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               CLOSE ActNew-File
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== GL 잔액 반영 " DELIMITED BY SIZE
                  Proc-Date   DELIMITED BY SIZE
                  " (마감 기간 " DELIMITED BY SIZE
                  Last-Closed DELIMITED BY SIZE
                  "까지) ==="  DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "출처  배치일    모드    건수"
                                 DELIMITED BY SIZE
                  "           차변 합계  결과" DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           MOVE 'P' TO Cur-Source
           PERFORM ScanPost-P
           MOVE 'A' TO Cur-Source
           PERFORM ScanAdj-P
           CLOSE ActNew-File
           IF Bat-Seen = 0
               MOVE "  (반영할 배치 없음)" TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           PERFORM WriteSummary-P
           CLOSE Rpt-File
          *> 마스터, 대장, 거래 내역 순으로 쓴다 - 대장에
          *> 오르지 않은 배치는 다음 실행이 다시 반영한다
           IF Post-Ctr > 0
               PERFORM SaveBal-P
               IF RETURN-CODE = 16
                   GO TO Keut-P
               END-IF
               PERFORM SaveReg-P
               IF RETURN-CODE = 16
                   GO TO Keut-P
               END-IF
               PERFORM MoveAct-P
           END-IF
           DISPLAY "GL 배치 " Bat-Seen " - 반영 " Post-Ctr
                   " / 이미 반영 " Dup-Ctr
                   " / 거부 " Refuse-Ctr
           MOVE SPACES TO AL-Event
           STRING "GL반영 " DELIMITED BY SIZE
                  Post-Ctr    DELIMITED BY SIZE
                  " 거부 "     DELIMITED BY SIZE
                  Refuse-Ctr  DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           IF Refuse-Ctr > 0
               MOVE 8 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "GL 배치 반영 거부 " DELIMITED BY SIZE
                      Refuse-Ctr  DELIMITED BY SIZE
                      " 건"       DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                                    Alert-Text
               MOVE 8 TO RETURN-CODE
           END-IF
           GO TO Keut-P.

       LoadPer-P.
           OPEN INPUT Per-File
           IF Per-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ Per-File
               AT END CONTINUE
               NOT AT END
                   IF GP-LastClosed IS NUMERIC
                       MOVE GP-LastClosed TO Last-Closed
                   END-IF
           END-READ
           CLOSE Per-File.

       LoadReg-P.
           OPEN INPUT Reg-File
           IF Reg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Reg-Eof = 'Y'
               READ Reg-File
                   AT END MOVE 'Y' TO Reg-Eof
                   NOT AT END
                       IF Reg-Count < 5000
                           ADD 1 TO Reg-Count
                           MOVE GR-Source  TO WK-Source
                           MOVE GR-Date    TO WK-Date
                           MOVE GR-Mode    TO WK-Mode
                           MOVE GR-Count   TO WK-Count
                           MOVE GR-AmtHash TO WK-AmtHash
                           MOVE Work-Key TO RG-Key(Reg-Count)
                           IF GR-AcctHash IS NUMERIC
                               MOVE GR-AcctHash TO WK-AcctHash
                               MOVE GR-Tag     TO WK-Tag
                               MOVE GR-Ref     TO WK-Ref
                               MOVE Work-Ext TO RG-Ext(Reg-Count)
                               MOVE 'N' TO RG-Old(Reg-Count)
                           ELSE
                               MOVE SPACES TO RG-Ext(Reg-Count)
                               MOVE 'Y' TO RG-Old(Reg-Count)
                           END-IF
                       ELSE
                           DISPLAY "** 배치 대장 표 한도(5000)"
                                   " 초과 - 반영 중단"
                           CLOSE Reg-File
                           MOVE 16 TO RETURN-CODE
                           GO TO Keut-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File
           MOVE Reg-Count TO Reg-First.

       LoadBal-P.
          *> 마스터는 계정 코드, 기간 순으로 쓰여 있다
           OPEN INPUT Bal-File
           IF Bal-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Bal-Eof = 'Y'
               READ Bal-File
                   AT END MOVE 'Y' TO Bal-Eof
                   NOT AT END
                       IF Bal-Count < 5000
                           ADD 1 TO Bal-Count
                           MOVE GB-GLCode TO BT-GLCode(Bal-Count)
                           MOVE GB-Period TO BT-Period(Bal-Count)
                           MOVE GB-Open   TO BT-Open(Bal-Count)
                           MOVE GB-Dr     TO BT-Dr(Bal-Count)
                           MOVE GB-Cr     TO BT-Cr(Bal-Count)
                           MOVE GB-Close  TO BT-Close(Bal-Count)
                           MOVE GB-Status TO BT-Status(Bal-Count)
                       ELSE
                           DISPLAY "** 잔액 표 한도(5000) 초과"
                                   " - 반영 중단"
                           CLOSE Bal-File
                           MOVE 16 TO RETURN-CODE
                           GO TO Keut-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Bal-File.

       ScanPost-P.
           OPEN INPUT GL-File
           IF GL-Status NOT = '00'
               DISPLAY "분개 파일(GLPOST.DAT) 없음"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ GL-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE GL-Line TO In-Line
                       PERFORM TakeLine-P
               END-READ
           END-PERFORM
           CLOSE GL-File
           PERFORM EndFile-P.

       ScanAdj-P.
           OPEN INPUT Adj-File
           IF Adj-Status NOT = '00'
               DISPLAY "조정 분개 파일(GLADJ.DAT) 없음"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Adj-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE Adj-Line TO In-Line
                       PERFORM TakeLine-P
               END-READ
           END-PERFORM
           CLOSE Adj-File
           PERFORM EndFile-P.

       EndFile-P.
          *> 꼬리 없이 끝난 배치는 반영하지 않는다
           IF In-Batch = 'Y'
               MOVE 'B' TO Bat-Result
               PERFORM ReportBatch-P
               MOVE 'N' TO In-Batch
           END-IF.

       TakeLine-P.
           EVALUATE In-Line(1:1)
               WHEN 'H' PERFORM OpenBatch-P
               WHEN 'D' PERFORM AddDetail-P
               WHEN 'T' PERFORM CloseBatch-P
               WHEN OTHER CONTINUE
           END-EVALUATE.

       OpenBatch-P.
           IF In-Batch = 'Y'
               MOVE 'B' TO Bat-Result
               PERFORM ReportBatch-P
           END-IF
           MOVE In-Line TO GL-Header
           MOVE 'Y' TO In-Batch
           MOVE 'N' TO Det-Over
           MOVE 0 TO Bat-Dr Bat-Cr Bat-Count Bat-Amt Det-Count.

       AddDetail-P.
           IF In-Batch NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Line TO GL-Detail
           ADD 1 TO Bat-Count
           ADD GD-Amount TO Bat-Amt
           IF GD-DrCr = 'DR'
               ADD GD-Amount TO Bat-Dr
           ELSE
               ADD GD-Amount TO Bat-Cr
           END-IF
           IF Det-Count < 20000
               ADD 1 TO Det-Count
               MOVE In-Line TO DT-Line(Det-Count)
           ELSE
               MOVE 'Y' TO Det-Over
           END-IF.

       CloseBatch-P.
          *> GLPROOF와 같은 증빙 - 차대 일치, 꼬리 건수와
          *> 금액 해시. 하나라도 어긋나면 반영하지 않는다
           IF In-Batch NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Line TO GL-Trailer
           MOVE 'N' TO In-Batch
           MOVE 'P' TO Bat-Result
           IF Bat-Dr NOT = Bat-Cr
              OR GT-Count NOT NUMERIC
              OR GT-Count NOT = Bat-Count
              OR GT-AmtHash NOT NUMERIC
              OR GT-AmtHash NOT = Bat-Amt
              OR GH-Date NOT NUMERIC
               MOVE 'B' TO Bat-Result
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
           MOVE GH-YyMm TO Bat-Period
           IF Bat-Period(5:2) < '01' OR Bat-Period(5:2) > '12'
               MOVE 'B' TO Bat-Result
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
           IF Det-Over = 'Y'
               MOVE 'O' TO Bat-Result
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
          *> 같은 출처, 머리(날짜, 모드, 출처 표시, 배치
          *> 참조), 건수, 금액 해시, 계좌 해시의 배치는 한 번만 -
          *> 금액이 같은 다른 배치가 겹치지 않게 한다
           MOVE Cur-Source TO WK-Source
           MOVE GH-Date    TO WK-Date
           MOVE GH-Mode    TO WK-Mode
           MOVE Bat-Count  TO WK-Count
           MOVE Bat-Amt    TO WK-AmtHash
           IF GT-AcctHash IS NUMERIC
               MOVE GT-AcctHash TO WK-AcctHash
           ELSE
               MOVE 0 TO WK-AcctHash
           END-IF
           MOVE GH-Tag     TO WK-Tag
           MOVE GH-Ref     TO WK-Ref
           IF Reg-Count > 0
               SET RGx TO 1
               SEARCH Reg-Entry
                   AT END CONTINUE
                   WHEN RG-Key(RGx) = Work-Key
                        AND (RG-Ext(RGx) = Work-Ext
                             OR RG-Old(RGx) = 'Y')
                       MOVE 'D' TO Bat-Result
               END-SEARCH
           END-IF
           IF Bat-Result = 'D'
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
           IF Bat-Period NOT > Last-Closed
               MOVE 'R' TO Bat-Result
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
           IF Reg-Count >= 5000
               MOVE 'O' TO Bat-Result
               PERFORM ReportBatch-P
               EXIT PARAGRAPH
           END-IF
           PERFORM ApplyDetail-P VARYING Dx FROM 1 BY 1
                   UNTIL Dx > Det-Count OR Bat-Result = 'O'
           IF Bat-Result = 'O'
              *> 잔액 표가 넘치면 반쯤 반영된 표를 쓰지 않도록
              *> 이번 실행은 아무것도 저장하지 않는다
               PERFORM ReportBatch-P
               CLOSE ActNew-File
               CLOSE Rpt-File
               DISPLAY "** 잔액 표 한도(5000) 초과"
                       " - 반영 중단"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           ADD 1 TO Reg-Count
           MOVE Work-Key TO RG-Key(Reg-Count)
           MOVE Work-Ext TO RG-Ext(Reg-Count)
           MOVE 'N' TO RG-Old(Reg-Count)
           PERFORM ReportBatch-P.

       ApplyDetail-P.
           MOVE DT-Line(Dx) TO GL-Detail
           MOVE GD-GLCode  TO WT-GLCode
           MOVE Bat-Period TO WT-Period
           PERFORM FindBal-P
           IF Slot-Ok NOT = 'Y'
               MOVE 'O' TO Bat-Result
               EXIT PARAGRAPH
           END-IF
           IF GD-DrCr = 'DR'
               ADD GD-Amount TO BT-Dr(Bx)
               MOVE GD-Amount TO Delta-Amt
           ELSE
               ADD GD-Amount TO BT-Cr(Bx)
               COMPUTE Delta-Amt = 0 - GD-Amount
           END-IF
           ADD Delta-Amt TO BT-Close(Bx)
          *> 뒤 기간이 이미 열려 있으면 기초/기말을 같이 민다
           COMPUTE Jx = Bx + 1
           PERFORM UNTIL Jx > Bal-Count
                   OR BT-GLCode(Jx) NOT = WT-GLCode
               ADD Delta-Amt TO BT-Open(Jx)
               ADD Delta-Amt TO BT-Close(Jx)
               ADD 1 TO Jx
           END-PERFORM
           MOVE SPACES TO GLAct-Record
           MOVE Bat-Period TO GA-Period
           MOVE GD-GLCode  TO GA-GLCode
           MOVE Cur-Source TO GA-Source
           MOVE GH-Date    TO GA-BatDate
           MOVE GH-Mode    TO GA-BatMode
           MOVE GD-AcctNo  TO GA-AcctNo
           MOVE GD-Period  TO GA-LPeriod
           MOVE GD-DrCr    TO GA-DrCr
           MOVE GD-Amount  TO GA-Amount
           MOVE GLAct-Record TO ActNew-Line
           WRITE ActNew-Line
           ADD 1 TO Line-Ctr.

       FindBal-P.
          *> 계정+기간 줄을 찾고, 없으면 순서 자리에 끼운다 -
          *> 새 줄의 기초는 같은 계정 바로 앞 기간의 기말
           MOVE 'N' TO Slot-Ok
           MOVE 0 TO Ins-Pos
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count OR Ins-Pos > 0
               IF BT-Key(Bx) NOT < Want-Key
                   MOVE Bx TO Ins-Pos
               END-IF
           END-PERFORM
           IF Ins-Pos > 0
               IF BT-Key(Ins-Pos) = Want-Key
                   MOVE Ins-Pos TO Bx
                   MOVE 'Y' TO Slot-Ok
                   EXIT PARAGRAPH
               END-IF
           ELSE
               COMPUTE Ins-Pos = Bal-Count + 1
           END-IF
           IF Bal-Count >= 5000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Bal-Count
           PERFORM VARYING Jx FROM Bal-Count BY -1
                   UNTIL Jx NOT > Ins-Pos
               MOVE Bal-Entry(Jx - 1) TO Bal-Entry(Jx)
           END-PERFORM
           MOVE Ins-Pos TO Bx
           MOVE WT-GLCode TO BT-GLCode(Bx)
           MOVE WT-Period TO BT-Period(Bx)
           MOVE 0 TO BT-Open(Bx) BT-Dr(Bx) BT-Cr(Bx)
           MOVE 'O' TO BT-Status(Bx)
           IF Bx > 1
               IF BT-GLCode(Bx - 1) = WT-GLCode
                   MOVE BT-Close(Bx - 1) TO BT-Open(Bx)
               END-IF
           END-IF
           MOVE BT-Open(Bx) TO BT-Close(Bx)
           MOVE 'Y' TO Slot-Ok.

       ReportBatch-P.
           ADD 1 TO Bat-Seen
           MOVE SPACES TO Rpt-Row
           IF Cur-Source = 'P'
               MOVE "POST" TO RW-Source
           ELSE
               MOVE "ADJ" TO RW-Source
           END-IF
           IF GH-Date IS NUMERIC
               MOVE GH-Date TO RW-Date
           ELSE
               MOVE 0 TO RW-Date
           END-IF
           MOVE GH-Mode  TO RW-Mode
           MOVE Bat-Count TO RW-Count
           MOVE Bat-Dr   TO RW-Dr
           EVALUATE Bat-Result
               WHEN 'P'
                   MOVE "반영" TO RW-Result
                   ADD 1 TO Post-Ctr
               WHEN 'D'
                   MOVE "이미 반영 - 건너뜀" TO RW-Result
                   ADD 1 TO Dup-Ctr
               WHEN 'R'
                   MOVE "** 거부 - 마감된 기간" TO RW-Result
                   ADD 1 TO Closed-Ctr
                   ADD 1 TO Refuse-Ctr
               WHEN 'O'
                   MOVE "** 거부 - 표 한도 초과" TO RW-Result
                   ADD 1 TO Refuse-Ctr
               WHEN OTHER
                   MOVE "** 거부 - 증빙 불일치" TO RW-Result
                   ADD 1 TO Bad-Ctr
                   ADD 1 TO Refuse-Ctr
           END-EVALUATE
           MOVE Rpt-Row TO Rpt-Line
           WRITE Rpt-Line.

       WriteSummary-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[요약]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "배치 수" TO RC-Label
           MOVE Bat-Seen TO RC-Count
           PERFORM WriteCount-P
           MOVE "반영" TO RC-Label
           MOVE Post-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "  반영한 명세 줄" TO RC-Label
           MOVE Line-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "이미 반영 (건너뜀)" TO RC-Label
           MOVE Dup-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "거부 - 마감된 기간" TO RC-Label
           MOVE Closed-Ctr TO RC-Count
           PERFORM WriteCount-P
           MOVE "거부 - 증빙 불일치" TO RC-Label
           MOVE Bad-Ctr TO RC-Count
           PERFORM WriteCount-P.

       WriteCount-P.
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line.

       SaveBal-P.
           OPEN OUTPUT Bal-File
           IF Bal-Status NOT = '00'
               DISPLAY "** 잔액 마스터 쓰기 실패 : " Bal-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Bal-Count
               MOVE SPACES TO GLBal-Record
               MOVE BT-GLCode(Bx) TO GB-GLCode
               MOVE BT-Period(Bx) TO GB-Period
               MOVE BT-Open(Bx)   TO GB-Open
               MOVE BT-Dr(Bx)     TO GB-Dr
               MOVE BT-Cr(Bx)     TO GB-Cr
               MOVE BT-Close(Bx)  TO GB-Close
               MOVE BT-Status(Bx) TO GB-Status
               WRITE GLBal-Record
           END-PERFORM
           CLOSE Bal-File.

       SaveReg-P.
          *> 이번에 반영한 배치만 대장 끝에 덧붙인다
           OPEN EXTEND Reg-File
           IF Reg-Status NOT = '00'
               OPEN OUTPUT Reg-File
           END-IF
           IF Reg-Status NOT = '00'
               DISPLAY "** 배치 대장 쓰기 실패 : " Reg-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE Jx = Reg-First + 1
           PERFORM VARYING RGx FROM Jx BY 1
                   UNTIL RGx > Reg-Count
               MOVE RG-Key(RGx) TO Work-Key
               MOVE RG-Ext(RGx) TO Work-Ext
               MOVE SPACES TO Reg-Record
               MOVE WK-Source  TO GR-Source
               MOVE WK-Date    TO GR-Date
               MOVE WK-Mode    TO GR-Mode
               MOVE WK-Count   TO GR-Count
               MOVE WK-AmtHash TO GR-AmtHash
               MOVE WK-Date(1:6) TO GR-Period
               MOVE Proc-Date  TO GR-PostDate
               MOVE WK-AcctHash TO GR-AcctHash
               MOVE WK-Tag     TO GR-Tag
               MOVE WK-Ref     TO GR-Ref
               WRITE Reg-Record
           END-PERFORM
           CLOSE Reg-File.

       MoveAct-P.
           OPEN INPUT ActNew-File
           IF ActNew-Status NOT = '00'
               DISPLAY "** 작업 파일 다시 열기 실패 : "
                       ActNew-Status
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND Act-File
           IF Act-Status NOT = '00'
               OPEN OUTPUT Act-File
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ActNew-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE ActNew-Line TO GLAct-Record
                       WRITE GLAct-Record
               END-READ
           END-PERFORM
           CLOSE ActNew-File
           CLOSE Act-File.

       Keut-P.
           MOVE "GLAPPLY 종료"   TO AL-Event
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
