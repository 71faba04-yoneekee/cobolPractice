                CUSTMAST.DAT는 종료 시 사용 중 고객만으로
                다시 내려쓴다 - 새 필드는 이름 뒤에
                덧붙여 기존 배치가 그대로 읽는다.
                90000번 이후는 수업료 청구(FEEBILL)의 보호자
                고객 번호로 떼어 두어 창구 등록을 막는다.
                담당 영업 사원 코드는 영업 사원 원부(SLSMAST
                .DAT, SLSMNT)에 있는 재직 사원이어야 하고,
                빈칸은 수수료 없는 회사 직거래 고객이다.
                청구 주기는 S(출하마다, 빈칸과 같음), W(매주
                마감 요일 1=월 ... 7=일), M(매월 마감일, 그
                달에 없는 날이면 말일)이며 주기 고객의 출하는
                BILLING이 미청구로 모았다가 CYCLBILL이 마감일에
                한 장으로 청구한다.
                같은 사람이 두 번 등록된 경우 G(병합
                신청)로 물러날 번호와 이어받을 번호를
                승인 대기(PENDCHG.DAT)에 올리고, 다른
                운전원의 승인(CHGAPPRV) 뒤 야간
                CHGAPPLY가 모든 참조를 옮긴다. 병합으로
                물러난 번호를 조회하면 별칭
                (CUSTALIAS.DAT)의 지금 번호를 알려 준다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           *> 담당 영업 사원 확인용
           SELECT SalesRep-File ASSIGN TO "SLSMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rep-Status.
           *> 병합 신청(승인 대기)과 병합 별칭
           SELECT Pend-File ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Pend-Status.
           SELECT Alias-File ASSIGN TO "CUSTALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alias-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02  CI-Terms          PIC 9(3).
           *> 고객 할인율(%)
           02  CI-Disc           PIC 9(2).
           *> 담당 영업 사원(빈칸 = 직거래)
           02  CI-SalesRep       PIC X(3).
           *> 청구 주기(S/빈칸 = 출하마다, W = 주, M = 월)
           *> 와 마감 요일/일
           02  CI-Cycle          PIC X.
           02  CI-CycleDay       PIC 9(2).

       FD  Customer-File.
       01  Customer-Record.
           02  CM-Terms          PIC 9(3).
           *> 고객 할인율(%)
           02  CM-Disc           PIC 9(2).
           *> 담당 영업 사원 - 월 수수료 계산(COMMRUN)용
           02  CM-SalesRep       PIC X(3).
           *> 청구 주기와 마감 요일/일 - BILLING, CYCLBILL용
           02  CM-Cycle          PIC X.
           02  CM-CycleDay       PIC 9(2).

       FD  SalesRep-File.
       01  SalesRep-Record.
           02  SP-RepNo          PIC X(3).
           02  FILLER            PIC X.
           02  SP-Name           PIC X(20).
           02  FILLER            PIC X(13).
           02  SP-Active         PIC X.

       FD  Pend-File.
       COPY "PENDCHG.cbl".

       FD  Alias-File.
       COPY "CUSTALS.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
       77  Audit-Status      PIC XX.
       77  CustIdx-Status    PIC XX.
       77  Cust-Status       PIC XX.
       77  Rep-Status        PIC XX.
       77  Rep-Eof           PIC X       VALUE 'N'.
       77  Found-Rep         PIC X       VALUE 'N'.
       77  Pend-Status       PIC XX.
       77  Pend-Eof          PIC X       VALUE 'N'.
       77  Alias-Status      PIC XX.
       77  Alias-Eof         PIC X       VALUE 'N'.
       77  Alias-Found       PIC X       VALUE 'N'.
       77  Alias-NewNo       PIC 9(5)    VALUE 0.

      *> ----- 콘솔 입력 작업영역 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  In-Terms          PIC 9(3)    VALUE 0.
       77  In-Disc-X         PIC X(2).
       77  In-Disc           PIC 9(2)    VALUE 0.
       77  In-SalesRep       PIC X(3).
       77  In-Cycle          PIC X.
       77  In-CycleDay-X     PIC X(2).
       77  In-CycleDay       PIC 9(2)    VALUE 0.
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Chg-Count         PIC 9(4)    VALUE 0.

      *> ----- 병합 신청 작업영역 -----
       77  Merge-OldNo       PIC 9(5)    VALUE 0.
       77  Merge-OldName     PIC X(31)   VALUE SPACES.
       77  Merge-Dup         PIC X       VALUE 'N'.
       77  Confirm           PIC X       VALUE SPACE.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM CheckLock-P
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "CUSTMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CUSTMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CUSTMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=등록 V=조회 M=정정 C=해지"
               " G=병합신청 X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           IF Menu-Choice NOT = SPACE AND Menu-Choice NOT = 'X'
              AND Menu-Choice NOT = 'x'
               MOVE 'FNC'       TO SG-Op
               MOVE Menu-Choice TO SG-Func
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddCust-P
               WHEN 'V' WHEN 'v' PERFORM ViewCust-P
               WHEN 'M' WHEN 'm' PERFORM AmendCust-P
               WHEN 'C' WHEN 'c' PERFORM CloseCust-P
               WHEN 'G' WHEN 'g' PERFORM MergeReq-P
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.
                   DISPLAY "** 할인율 숫자 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "담당 영업 사원(빈칸=직거래) ?"
                   UPON TTY
               ACCEPT In-SalesRep FROM TTY
               IF In-SalesRep NOT = SPACES
                   PERFORM FindRep-P
                   IF Found-Rep = 'N'
                       DISPLAY "** 없거나 퇴직한 영업 사원"
                           UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               PERFORM GetCycle-P
           END-IF.

       GetCycle-P.
          *> 청구 주기 - 빈칸은 출하마다. 주는 요일(1=월
          *> ... 7=일), 월은 날(1-31, 없는 날이면 말일)
           MOVE 0 TO In-CycleDay
           DISPLAY "청구 주기(S=출하마다 W=주 M=월) ?"
               UPON TTY
           ACCEPT In-Cycle FROM TTY
           EVALUATE In-Cycle
               WHEN SPACE WHEN 'S' WHEN 's'
                   MOVE 'S' TO In-Cycle
               WHEN 'W' WHEN 'w'
                   MOVE 'W' TO In-Cycle
                   DISPLAY "마감 요일(1=월 ... 7=일) ?" UPON TTY
                   ACCEPT In-CycleDay-X FROM TTY
                   IF FUNCTION TEST-NUMVAL(In-CycleDay-X) = 0
                       MOVE FUNCTION NUMVAL(In-CycleDay-X)
                           TO In-CycleDay
                   END-IF
                   IF In-CycleDay < 1 OR In-CycleDay > 7
                       DISPLAY "** 요일은 1-7" UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
               WHEN 'M' WHEN 'm'
                   MOVE 'M' TO In-Cycle
                   DISPLAY "마감일(1-31, 31=말일) ?" UPON TTY
                   ACCEPT In-CycleDay-X FROM TTY
                   IF FUNCTION TEST-NUMVAL(In-CycleDay-X) = 0
                       MOVE FUNCTION NUMVAL(In-CycleDay-X)
                           TO In-CycleDay
                   END-IF
                   IF In-CycleDay < 1 OR In-CycleDay > 31
                       DISPLAY "** 마감일은 1-31" UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
               WHEN OTHER
                   DISPLAY "** 청구 주기는 S, W, M" UPON TTY
                   MOVE 'N' TO Valid-Flag
           END-EVALUATE.

       FindRep-P.
          *> 영업 사원 원부에서 재직 사원을 찾는다
           MOVE 'N' TO Found-Rep
           MOVE 'N' TO Rep-Eof
           OPEN INPUT SalesRep-File
           IF Rep-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Rep-Eof = 'Y'
               READ SalesRep-File
                   AT END MOVE 'Y' TO Rep-Eof
                   NOT AT END
                       IF SP-RepNo = In-SalesRep
                          AND SP-Active NOT = 'D'
                           MOVE 'Y' TO Found-Rep
                           MOVE 'Y' TO Rep-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SalesRep-File.

       AddCust-P.
           PERFORM GetCustNo-P
           IF Valid-Flag = 'Y' AND In-CustNo >= 90000
               DISPLAY "** 90000번 이후는 수업료 청구용"
                       UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF
           IF Valid-Flag = 'Y'
               PERFORM GetFields-P
           END-IF
               MOVE In-CrLimit TO CI-CrLimit
               MOVE In-Terms   TO CI-Terms
               MOVE In-Disc    TO CI-Disc
               MOVE In-SalesRep TO CI-SalesRep
               MOVE In-Cycle    TO CI-Cycle
               MOVE In-CycleDay TO CI-CycleDay
               WRITE CustIdx-Record
                   INVALID KEY
                       DISPLAY "** 이미 있는 고객" UPON TTY
           MOVE In-CustNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   PERFORM FindAlias-P
                   IF Alias-Found = 'Y'
                       DISPLAY "** 병합된 번호 - 지금 번호 "
                               Alias-NewNo UPON TTY
                   ELSE
                       DISPLAY "** 고객 없음" UPON TTY
                   END-IF
               NOT INVALID KEY
                   DISPLAY "고객     : " CI-CustNo UPON TTY
                   DISPLAY "이름     : " CI-FName " "
                   DISPLAY "주소     : " CI-Addr UPON TTY
                   DISPLAY "전화     : " CI-Phone UPON TTY
                   DISPLAY "우편번호 : " CI-Postal UPON TTY
                   DISPLAY "영업사원 : " CI-SalesRep UPON TTY
                   DISPLAY "청구주기 : " CI-Cycle " "
                           CI-CycleDay UPON TTY
                   DISPLAY "상태     : " CI-Status UPON TTY
                   IF CI-Status = 'C'
                       PERFORM FindAlias-P
                       IF Alias-Found = 'Y'
                           DISPLAY "병합     : " Alias-NewNo
                                   " 번으로" UPON TTY
                       END-IF
                   END-IF
           END-READ.

       AmendCust-P.
                       MOVE In-CrLimit TO CI-CrLimit
                       MOVE In-Terms   TO CI-Terms
                       MOVE In-Disc    TO CI-Disc
                       MOVE In-SalesRep TO CI-SalesRep
                       MOVE In-Cycle    TO CI-Cycle
                       MOVE In-CycleDay TO CI-CycleDay
                       REWRITE CustIdx-Record
                           INVALID KEY
                               DISPLAY "** 정정 실패" UPON TTY
                   END-REWRITE
           END-READ.

       MergeReq-P.
          *> 중복 고객 병합 신청 - 두 번호 모두 사용
          *> 중이어야 하고, 반영은 승인 뒤 야간
          *> CHGAPPLY가 한다
           DISPLAY "물러날(없앨) 고객" UPON TTY
           PERFORM GetCustNo-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CustNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   DISPLAY "** 고객 없음" UPON TTY
                   MOVE 'N' TO Valid-Flag
               NOT INVALID KEY
                   IF CI-Status NOT = 'A'
                       DISPLAY "** 해지된 고객" UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
                   MOVE SPACES TO Merge-OldName
                   STRING CI-FName DELIMITED BY SPACE
                          " "      DELIMITED BY SIZE
                          CI-LName DELIMITED BY SPACE
                          INTO Merge-OldName
           END-READ
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-CustNo TO Merge-OldNo
           DISPLAY "이어받을(남길) 고객" UPON TTY
           PERFORM GetCustNo-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF In-CustNo = Merge-OldNo
               DISPLAY "** 같은 번호" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE In-CustNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   DISPLAY "** 고객 없음" UPON TTY
                   MOVE 'N' TO Valid-Flag
               NOT INVALID KEY
                   IF CI-Status NOT = 'A'
                       DISPLAY "** 해지된 고객" UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
           END-READ
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckPend-P
           IF Merge-Dup = 'Y'
               DISPLAY "** 이미 병합 대기 중인 번호" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY Merge-OldNo " " Merge-OldName UPON TTY
           DISPLAY "  -> " CI-CustNo " " CI-FName " " CI-LName
               UPON TTY
           DISPLAY "병합 신청할까요 (Y/N) ?" UPON TTY
           ACCEPT Confirm FROM TTY
           IF Confirm NOT = 'Y' AND Confirm NOT = 'y'
               DISPLAY "취소" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES      TO PendChg-Record
           MOVE 'CUSTMNT'   TO PC-Source
           MOVE 'G'         TO PC-Type
           MOVE Merge-OldNo TO PC-Key(1:5)
           MOVE 0           TO PC-Slot
           MOVE In-CustNo   TO PC-NewVal(1:5)
           MOVE SG-Oper     TO PC-Maker
           MOVE 'P'         TO PC-Status
           OPEN EXTEND Pend-File
           IF Pend-Status NOT = '00'
               OPEN OUTPUT Pend-File
           END-IF
           IF Pend-Status = '00'
               WRITE PendChg-Record
               CLOSE Pend-File
               DISPLAY "승인 대기로 접수됨" UPON TTY
           ELSE
               DISPLAY "** 대기 파일 열기 실패" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AL-Event
           STRING "변경신청 G " DELIMITED BY SIZE
                  Merge-OldNo   DELIMITED BY SIZE
                  " -> "        DELIMITED BY SIZE
                  In-CustNo     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       CheckPend-P.
          *> 두 번호 중 하나라도 대기 중인 병합에 걸려
          *> 있으면 겹쳐 신청하지 않는다
           MOVE 'N' TO Merge-Dup
           MOVE 'N' TO Pend-Eof
           OPEN INPUT Pend-File
           IF Pend-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Pend-Eof = 'Y'
               READ Pend-File
                   AT END MOVE 'Y' TO Pend-Eof
                   NOT AT END
                       IF PC-Source = 'CUSTMNT' AND PC-Type = 'G'
                          AND PC-Status NOT = 'R'
                          AND (PC-Key(1:5) = Merge-OldNo
                            OR PC-Key(1:5) = In-CustNo
                            OR PC-NewVal(1:5) = Merge-OldNo
                            OR PC-NewVal(1:5) = In-CustNo)
                           MOVE 'Y' TO Merge-Dup
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Pend-File.

       FindAlias-P.
          *> 병합으로 물러난 번호의 지금 번호
           MOVE 'N' TO Alias-Found
           MOVE 'N' TO Alias-Eof
           OPEN INPUT Alias-File
           IF Alias-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Alias-Eof = 'Y'
               READ Alias-File
                   AT END MOVE 'Y' TO Alias-Eof
                   NOT AT END
                       IF CA-OldNo = In-CustNo
                           MOVE 'Y' TO Alias-Found
                           MOVE CA-NewNo TO Alias-NewNo
                           MOVE 'Y' TO Alias-Eof
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Alias-File.

       AuditChange-P.
          *> 변경 한 건마다 내용과 고객 번호를 남긴다
           MOVE SPACES TO AL-Event
                       MOVE CI-CrLimit TO CM-CrLimit
                       MOVE CI-Terms   TO CM-Terms
                       MOVE CI-Disc    TO CM-Disc
                       MOVE CI-SalesRep TO CM-SalesRep
                       MOVE CI-Cycle    TO CM-Cycle
                       MOVE CI-CycleDay TO CM-CycleDay
                       WRITE Customer-Record
                   END-IF
           END-READ.
