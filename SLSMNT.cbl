       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLSMNT.
       AUTHOR. YONEE.
      *> 영업 사원 마스터 유지보수 - VENDMNT와 같은 방식
      *> 으로 영업 사원 원부(SLSMAST.DAT - 사원 코드, 이름,
      *> 급여 사번, 기본 수수료율, 상품군별 수수료율 5칸,
      *> 재직 여부)를 표로 띄워 등록/정정/요율/퇴직/목록을
      *> 받고 고정 배치로 되쓴다. 수수료율은 마진(매출 -
      *> 원가)에 대한 %이며 상품군 칸에 없는 상품군은
      *> 기본 요율을 쓴다. CUSTMNT가 고객의 담당 사원을
      *> 이 원부와 맞추고, 월 수수료 계산(COMMRUN)이
      *> 요율을 읽는다. 변경마다 AUDIT.DAT에 남긴다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SalesRep-File ASSIGN TO "SLSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rep-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
      *> 배치 창 잠금 - 야간 체인이 도는 동안에는
      *> 마스터를 건드리지 않고 깨끗이 물러난다
           SELECT Lock-File ASSIGN TO "BATCHLK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Lock-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  SalesRep-File.
       01  SalesRep-Record.
           02 SP-RepNo      PIC X(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 SP-Name       PIC X(20).
           02 FILLER        PIC X      VALUE SPACE.
      *> 급여 사번 - 급여 반출(COMMPAY.DAT)에 싣는다
           02 SP-EmpNo      PIC X(6).
           02 FILLER        PIC X      VALUE SPACE.
      *> 기본 수수료율(마진의 %)
           02 SP-DefPct     PIC 99V99.
           02 FILLER        PIC X      VALUE SPACE.
      *> 'A' = 재직, 'D' = 퇴직
           02 SP-Active     PIC X.
           02 FILLER        PIC X      VALUE SPACE.
      *> 상품군별 수수료율 - 빈 칸은 상품군이 빈칸
           02 SP-Rate OCCURS 5 TIMES.
               03 SP-Group  PIC X(3).
               03 SP-Pct    PIC 99V99.

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       FD  Lock-File.
       01  Lock-Record           PIC X(14).

       WORKING-STORAGE SECTION.
       77 Lock-Status  PIC XX.
       77 Lock-Held    PIC X VALUE 'N'.
       77 Audit-Status PIC XX.
       77 Rep-Status   PIC XX.
       77 Rep-Eof      PIC X VALUE 'N'.

      *> 영업 사원 테이블
       77 Num-Reps     PIC 9(3) VALUE 0.
       01 RepTable.
           02 Rep-Entry OCCURS 0 TO 100 TIMES
                        DEPENDING ON Num-Reps
                        INDEXED BY RPx.
               03 RT-RepNo  PIC X(3).
               03 RT-Name   PIC X(20).
               03 RT-EmpNo  PIC X(6).
               03 RT-DefPct PIC 99V99.
               03 RT-Active PIC X.
               03 RT-Rate OCCURS 5 TIMES.
                   04 RT-Group PIC X(3).
                   04 RT-Pct   PIC 99V99.

      *> 콘솔 입력 작업영역
       77 Menu-Choice  PIC X VALUE SPACE.
       77 Done-Flag    PIC X VALUE 'N'.
       77 In-RepNo     PIC X(3).
       77 In-Name      PIC X(20).
       77 In-EmpNo     PIC X(6).
       77 In-Pct-X     PIC X(6).
       77 In-Pct       PIC 99V99 VALUE 0.
       77 In-Group     PIC X(3).
       77 Found-Rep    PIC X VALUE 'N'.
       77 Found-Ix     PIC 9(3) VALUE 0.
       77 Valid-Flag   PIC X VALUE 'Y'.
       77 Chg-Count    PIC 9(4) VALUE 0.
       77 Ix           PIC 9(3) VALUE 0.
       77 Jx           PIC 9 VALUE 0.
       77 Slot-Ix      PIC 9 VALUE 0.
       77 Free-Ix      PIC 9 VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM CheckLock
           IF Lock-Held = 'Y'
               DISPLAY "** 야간 배치 실행 중 - 종료 후"
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "SLSMNT"         TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "SLSMNT"         TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "SLSMNT 시작"    TO AL-Event
           PERFORM LogAudit
           PERFORM LoadReps.
           PERFORM MenuLoop UNTIL Done-Flag = 'Y'.
           IF Chg-Count > 0
               PERFORM SaveReps
           END-IF
           MOVE "SLSMNT 종료"    TO AL-Event
           PERFORM LogAudit
           GOBACK.

       LoadReps.
           OPEN INPUT SalesRep-File
           IF Rep-Status = '00'
               PERFORM UNTIL Rep-Eof = 'Y'
                   READ SalesRep-File
                       AT END MOVE 'Y' TO Rep-Eof
                       NOT AT END
                           IF Num-Reps < 100
                               ADD 1 TO Num-Reps
                               PERFORM StowRep
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SalesRep-File
           END-IF.

       StowRep.
           MOVE SP-RepNo  TO RT-RepNo(Num-Reps)
           MOVE SP-Name   TO RT-Name(Num-Reps)
           MOVE SP-EmpNo  TO RT-EmpNo(Num-Reps)
           MOVE 0         TO RT-DefPct(Num-Reps)
           IF SP-DefPct IS NUMERIC
               MOVE SP-DefPct TO RT-DefPct(Num-Reps)
           END-IF
           MOVE SP-Active TO RT-Active(Num-Reps)
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
               MOVE SP-Group(Jx) TO RT-Group(Num-Reps, Jx)
               MOVE 0 TO RT-Pct(Num-Reps, Jx)
               IF SP-Pct(Jx) IS NUMERIC
                   MOVE SP-Pct(Jx) TO RT-Pct(Num-Reps, Jx)
               END-IF
           END-PERFORM.

       MenuLoop.
           DISPLAY " " UPON TTY
           DISPLAY "A=ADD M=AMEND R=RATES D=DEACTIVATE L=LIST"
               " X=END" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddRep
               WHEN 'M' WHEN 'm' PERFORM AmendRep
               WHEN 'R' WHEN 'r' PERFORM RateRep
               WHEN 'D' WHEN 'd' PERFORM DeactRep
               WHEN 'L' WHEN 'l' PERFORM ListReps
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       FindRep.
           MOVE 'N' TO Found-Rep
           MOVE 0 TO Found-Ix
           IF Num-Reps > 0
               SET RPx TO 1
               SEARCH Rep-Entry
                   AT END CONTINUE
                   WHEN RT-RepNo(RPx) = In-RepNo
                       MOVE 'Y' TO Found-Rep
                       SET Found-Ix TO RPx
               END-SEARCH
           END-IF.

       GetPct.
      *> 수수료율은 마진의 %, 0 - 99.99
           MOVE 'Y' TO Valid-Flag
           ACCEPT In-Pct-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Pct-X) = 0
               IF FUNCTION NUMVAL(In-Pct-X) < 100
                  AND FUNCTION NUMVAL(In-Pct-X) >= 0
                   MOVE FUNCTION NUMVAL(In-Pct-X) TO In-Pct
               ELSE
                   DISPLAY "** RATE MUST BE 0 - 99.99" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           ELSE
               DISPLAY "** RATE NOT NUMERIC" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       GetFields.
           MOVE 'Y' TO Valid-Flag
           DISPLAY "Salesperson name ?" UPON TTY
           ACCEPT In-Name FROM TTY
           IF In-Name = SPACES
               DISPLAY "** NAME REQUIRED" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Payroll employee no ?" UPON TTY
           ACCEPT In-EmpNo FROM TTY
           IF In-EmpNo = SPACES
               DISPLAY "** EMPLOYEE NO REQUIRED" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Default commission % of margin ?" UPON TTY
           PERFORM GetPct.

       AddRep.
           IF Num-Reps >= 100
               DISPLAY "** TABLE FULL (100)" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Salesperson code ?" UPON TTY
           ACCEPT In-RepNo FROM TTY
           PERFORM FindRep
           IF Found-Rep = 'Y'
               DISPLAY "** DUPLICATE SALESPERSON" UPON TTY
               EXIT PARAGRAPH
           END-IF
           IF In-RepNo = SPACES
               DISPLAY "** SALESPERSON CODE REQUIRED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetFields
           IF Valid-Flag = 'Y'
               ADD 1 TO Num-Reps
               MOVE SPACES    TO Rep-Entry(Num-Reps)
               MOVE In-RepNo  TO RT-RepNo(Num-Reps)
               MOVE In-Name   TO RT-Name(Num-Reps)
               MOVE In-EmpNo  TO RT-EmpNo(Num-Reps)
               MOVE In-Pct    TO RT-DefPct(Num-Reps)
               MOVE 'A'       TO RT-Active(Num-Reps)
               PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
                   MOVE 0 TO RT-Pct(Num-Reps, Jx)
               END-PERFORM
               ADD 1 TO Chg-Count
               PERFORM AuditChange
               DISPLAY "ADDED" UPON TTY
           END-IF.

       AmendRep.
           DISPLAY "Salesperson code ?" UPON TTY
           ACCEPT In-RepNo FROM TTY
           PERFORM FindRep
           IF Found-Rep = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetFields
           IF Valid-Flag = 'Y'
               MOVE In-Name  TO RT-Name(Found-Ix)
               MOVE In-EmpNo TO RT-EmpNo(Found-Ix)
               MOVE In-Pct   TO RT-DefPct(Found-Ix)
               ADD 1 TO Chg-Count
               PERFORM AuditChange
               DISPLAY "AMENDED" UPON TTY
           END-IF.

       RateRep.
      *> 상품군 요율 한 칸 - 있는 상품군은 바꾸고, 없으면
      *> 빈 칸에 넣는다. 요율 0이면 칸을 비워 기본 요율로
      *> 돌아간다
           DISPLAY "Salesperson code ?" UPON TTY
           ACCEPT In-RepNo FROM TTY
           PERFORM FindRep
           IF Found-Rep = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Product group ?" UPON TTY
           ACCEPT In-Group FROM TTY
           IF In-Group = SPACES
               DISPLAY "** GROUP REQUIRED" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Commission % of margin (0=remove) ?" UPON TTY
           PERFORM GetPct
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Slot-Ix Free-Ix
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
               IF RT-Group(Found-Ix, Jx) = In-Group
                   MOVE Jx TO Slot-Ix
               END-IF
               IF RT-Group(Found-Ix, Jx) = SPACES
                  AND Free-Ix = 0
                   MOVE Jx TO Free-Ix
               END-IF
           END-PERFORM
           IF In-Pct = 0
               IF Slot-Ix = 0
                   DISPLAY "** NO RATE FOR THAT GROUP" UPON TTY
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO RT-Group(Found-Ix, Slot-Ix)
               MOVE 0      TO RT-Pct(Found-Ix, Slot-Ix)
           ELSE
               IF Slot-Ix = 0
                   IF Free-Ix = 0
                       DISPLAY "** ALL 5 GROUP RATES IN USE"
                           UPON TTY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE Free-Ix TO Slot-Ix
               END-IF
               MOVE In-Group TO RT-Group(Found-Ix, Slot-Ix)
               MOVE In-Pct   TO RT-Pct(Found-Ix, Slot-Ix)
           END-IF
           ADD 1 TO Chg-Count
           PERFORM AuditChange
           DISPLAY "RATE SET" UPON TTY.

       DeactRep.
      *> 퇴직 사원은 남겨 둔다 - 지난 청구의 수수료 환수가
      *> 사원 코드로 원부를 찾는다
           DISPLAY "Salesperson code ?" UPON TTY
           ACCEPT In-RepNo FROM TTY
           PERFORM FindRep
           IF Found-Rep = 'N'
               DISPLAY "** NOT FOUND" UPON TTY
           ELSE
               MOVE 'D' TO RT-Active(Found-Ix)
               ADD 1 TO Chg-Count
               PERFORM AuditChange
               DISPLAY "DEACTIVATED" UPON TTY
           END-IF.

       ListReps.
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Num-Reps
               DISPLAY RT-RepNo(Ix) " " RT-Name(Ix)
                       " " RT-EmpNo(Ix) " " RT-DefPct(Ix)
                       " " RT-Active(Ix) UPON TTY
               PERFORM ListRates
           END-PERFORM.

       ListRates.
           PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
               IF RT-Group(Ix, Jx) NOT = SPACES
                   DISPLAY "    " RT-Group(Ix, Jx) " "
                           RT-Pct(Ix, Jx) UPON TTY
               END-IF
           END-PERFORM.

       AuditChange.
           MOVE SPACES TO AL-Event
           STRING "영업사원변경 " DELIMITED BY SIZE
                  Menu-Choice     DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  In-RepNo        DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit.

       SaveReps.
           OPEN OUTPUT SalesRep-File
           IF Rep-Status NOT = '00'
               DISPLAY "** SLSMAST WRITE-BACK FAILED : "
                       Rep-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Num-Reps
               MOVE SPACES TO SalesRep-Record
               MOVE RT-RepNo(Ix)  TO SP-RepNo
               MOVE RT-Name(Ix)   TO SP-Name
               MOVE RT-EmpNo(Ix)  TO SP-EmpNo
               MOVE RT-DefPct(Ix) TO SP-DefPct
               MOVE RT-Active(Ix) TO SP-Active
               PERFORM VARYING Jx FROM 1 BY 1 UNTIL Jx > 5
                   MOVE RT-Group(Ix, Jx) TO SP-Group(Jx)
                   MOVE RT-Pct(Ix, Jx)   TO SP-Pct(Jx)
               END-PERFORM
               WRITE SalesRep-Record
           END-PERFORM
           CLOSE SalesRep-File.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.


       CheckLock.
      *> 야간 체인이 잠금을 잡고 있으면 물러난다
           OPEN INPUT Lock-File
           IF Lock-Status = '00'
               CLOSE Lock-File
               MOVE 'Y' TO Lock-Held
           END-IF.

       END PROGRAM SLSMNT.
