           02  AI-AcctNo         PIC X(10).
           02  AI-ProdCode       PIC X(5).
           02  AI-Principal      PIC 9(5).
           *> 'A' = 사용 중, 'C' = 해지, 'W' = 대손 상각
           02  AI-Status         PIC X.
           *> 기산일(YYYYMMDD)과 납입 주기('M'/'W')
           02  AI-OrigDate       PIC 9(8).
           02  AI-Freq           PIC X.
           *> 고객 번호와 계정 구분('L'/'D'/'S')
           02  AI-CustNo         PIC 9(5).
           02  AI-Type           PIC X.
           *> 관리 지점 코드
           *> 계좌별 기간 수와 복리 여부('Y'/'N')
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           *> 계좌 마스터 확장 영역 (ACCTFD의 AC-Ext와 같은 배치)
           02  AI-Ext            PIC X(80).

       FD  Account-File.
       COPY "ACCTFD.cbl".
       01  Lock-Record           PIC X(14).

       FD  UjIn-File.
       01  UjIn-Line             PIC X(100).

       FD  UpdJrnl-File.
       01  UpdJrnl-Record.
      *> 'B' = 되쓰기 전, 'A' = 되쓰기 후
           02 UJ-Type       PIC X.
           02 FILLER        PIC X      VALUE SPACE.
           02 UJ-Image      PIC X(100).

       WORKING-STORAGE SECTION.
      *> 전/후 원본 보관 작업영역
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Chg-Count         PIC 9(4)    VALUE 0.
      *> 변동금리 조건 입력 작업영역
       77  In-Float          PIC X       VALUE 'N'.
       77  In-Rate-X         PIC X(6).
       77  In-Margin         PIC 9V9999  VALUE 0.
       77  In-Floor          PIC 9V9999  VALUE 0.
       77  In-Cap            PIC 9V9999  VALUE 0.
       77  In-ResetMon-X     PIC X(2).
       77  In-ResetMon       PIC 99      VALUE 0.
       77  In-NextReset      PIC 9(8)    VALUE 0.
       77  Work-Rate         PIC 9V9999  VALUE 0.
      *> 자동이체 등록/해지 입력
       77  In-DDebit         PIC X       VALUE 'Y'.
      *> 계좌 마스터 확장 영역 작업본
       COPY "ACCTFD.cbl"
           REPLACING ==Account-Record== BY ==Work-Acct==
                     LEADING ==AC== BY ==WA==.
      *> 통제 합계 악수(CTLPOST) 작업영역
       77  Ct-Op             PIC X       VALUE SPACE.
       77  Ct-Name           PIC X(14)   VALUE SPACES.
       77  Ct-Amt            PIC 9(11)V99 VALUE 0.
       77  Ct-Result         PIC X       VALUE SPACE.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM CheckLock-P
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "ACCTMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "ACCTMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "ACCTMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
          *> 민감 변경의 신청자는 접속한 운전원 번호
           MOVE SG-Oper TO Maker-Id
           PERFORM LoadRate-P
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=등록 V=조회 M=정정 C=해지 F=변동금리"
                   " H=휴면해제 D=자동이체 X=끝" UPON TTY
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
               WHEN 'A' WHEN 'a' PERFORM AddAcct-P
               WHEN 'V' WHEN 'v' PERFORM ViewAcct-P
               WHEN 'M' WHEN 'm' PERFORM AmendAcct-P
               WHEN 'C' WHEN 'c' PERFORM CloseAcct-P
               WHEN 'F' WHEN 'f' PERFORM FloatAcct-P
               WHEN 'H' WHEN 'h' PERFORM ReactAcct-P
               WHEN 'D' WHEN 'd' PERFORM DDebitAcct-P
               WHEN 'X' WHEN 'x' MOVE 'Y' TO Done-Flag
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "구분(L=대출 D=예금 S=적금) ?" UPON TTY
               ACCEPT In-Type FROM TTY
               IF In-Type NOT = 'L' AND In-Type NOT = 'D'
                  AND In-Type NOT = 'S'
                   DISPLAY "** 구분은 L, D 또는 S" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM GetFields-P
           IF Valid-Flag = 'Y'
               MOVE In-Branch TO SG-AcctBranch
               PERFORM BrnChk-P
           END-IF
           IF Valid-Flag = 'Y'
               MOVE In-AcctNo    TO AI-AcctNo
               MOVE In-ProdCode  TO AI-ProdCode
               MOVE In-Branch    TO AI-Branch
               MOVE In-Term      TO AI-Term
               MOVE In-Comp      TO AI-Comp
               MOVE SPACES       TO AI-Ext
               WRITE AcctIdx-Record
                   INVALID KEY
                       DISPLAY "** 이미 있는 계좌" UPON TTY
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
               NOT INVALID KEY
                   MOVE AI-Branch TO SG-AcctBranch
                   PERFORM BrnChk-P
                   IF Valid-Flag = 'Y'
                       PERFORM ShowAcct-P
                   END-IF
           END-READ.

       ShowAcct-P.
           DISPLAY "계좌   : " AI-AcctNo UPON TTY
           DISPLAY "상품   : " AI-ProdCode UPON TTY
           DISPLAY "원금   : " AI-Principal UPON TTY
           DISPLAY "상태   : " AI-Status UPON TTY
           MOVE AI-Ext TO WA-Ext
           IF WA-Float = 'Y'
               DISPLAY "가산   : " WA-Margin
                       "  주기 " WA-ResetMon
                       "  다음 " WA-NextReset UPON TTY
               DISPLAY "하한   : " WA-Floor
                       "  상한 " WA-Cap
                       "  요율 " WA-Rate UPON TTY
           END-IF
           IF WA-Dormant = 'Y'
               DISPLAY "휴면   : " WA-DormDate UPON TTY
           END-IF
           IF WA-DDebit = 'N'
               DISPLAY "자동이체 : 해지" UPON TTY
           END-IF.

       AmendAcct-P.
           PERFORM GetAcctNo-P
           IF Chk-Ok = 'N'
               NOT INVALID KEY
                   MOVE AI-Principal TO Old-Principal
                   MOVE AI-ProdCode  TO Old-ProdCode
                   PERFORM DormChk-P
                   IF Valid-Flag = 'Y'
                       MOVE AI-Branch TO SG-AcctBranch
                       PERFORM BrnChk-P
                   END-IF
                   IF Valid-Flag = 'Y'
                       PERFORM GetFields-P
                   END-IF
                   IF Valid-Flag = 'Y'
                       MOVE In-Branch TO SG-AcctBranch
                       PERFORM BrnChk-P
                   END-IF
                   IF Valid-Flag = 'Y'
                       *> 원금/상품코드 변경은 즉시 반영
                       *> 하지 않고 승인 대기로 쌓는다 -
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
               NOT INVALID KEY
                   PERFORM DormChk-P
                   IF Valid-Flag = 'Y'
                       MOVE AI-Branch TO SG-AcctBranch
                       PERFORM BrnChk-P
                   END-IF
                   IF Valid-Flag = 'Y'
                       MOVE 'C' TO AI-Status
                       REWRITE AcctIdx-Record
                           INVALID KEY
                               DISPLAY "** 해지 실패" UPON TTY
                           NOT INVALID KEY
                               ADD 1 TO Chg-Count
                               PERFORM AuditChange-P
                               DISPLAY "해지 완료" UPON TTY
                       END-REWRITE
                   END-IF
           END-READ.

       DormChk-P.
          *> 휴면 예금은 해제 승인이 반영되기 전까지 정정/
          *> 해지를 받지 않는다
           MOVE 'Y' TO Valid-Flag
           MOVE AI-Ext TO WA-Ext
           IF WA-Dormant = 'Y'
               DISPLAY "** 휴면 계좌 - 해제 승인 후 거래"
                   UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       BrnChk-P.
          *> 자기 지점만 맡는 역할(범위 B)은 다른 지점
          *> 계좌를 보거나 고치지 못한다 - 거부는 SIGNON이
          *> 알리고 경보로 올린다
           MOVE 'BRN' TO SG-Op
           CALL 'SIGNON' USING Sign-Ctl
           MOVE SG-Result TO Valid-Flag.

       ReactAcct-P.
          *> 휴면 해제는 고객 신청을 받아 승인 대기로만
          *> 쌓는다 - CHGAPPRV 승인 뒤 CHGAPPLY가 표시를
          *> 지우고 ACTV로 남긴다
           PERFORM GetAcctNo-P
           IF Chk-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Branch TO SG-AcctBranch
           PERFORM BrnChk-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE AI-Ext TO WA-Ext
           IF WA-Dormant NOT = 'Y'
               DISPLAY "** 휴면 계좌 아님" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE 'H'    TO PC-Type
           MOVE SPACES TO PC-NewVal
           PERFORM QueuePend-P.

       FloatAcct-P.
          *> 대출 계좌의 변동금리 조건(가산금리, 재산정
          *> 주기, 하한/상한, 첫 재산정일)을 정한다 - 요율
          *> 자체는 재산정일에 RATERSET이 매긴다
           PERFORM GetAcctNo-P
           IF Chk-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Branch TO SG-AcctBranch
           PERFORM BrnChk-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AI-Type = 'D' OR AI-Type = 'S'
               DISPLAY "** 변동금리는 대출 계좌만" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE AI-Ext TO WA-Ext
           PERFORM GetFloat-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Float TO WA-Float
           IF In-Float = 'Y'
               MOVE In-Margin    TO WA-Margin
               MOVE In-ResetMon  TO WA-ResetMon
               MOVE In-NextReset TO WA-NextReset
               MOVE In-Floor     TO WA-Floor
               MOVE In-Cap       TO WA-Cap
               IF WA-ResetDate IS NOT NUMERIC
                   MOVE 0 TO WA-ResetDate
               END-IF
               IF WA-ResetPer IS NOT NUMERIC
                   MOVE 0 TO WA-ResetPer
               END-IF
               IF WA-Rate IS NOT NUMERIC
                   MOVE 0 TO WA-Rate
               END-IF
           END-IF
           MOVE WA-Ext TO AI-Ext
           REWRITE AcctIdx-Record
               INVALID KEY
                   DISPLAY "** 정정 실패" UPON TTY
               NOT INVALID KEY
                   ADD 1 TO Chg-Count
                   PERFORM AuditChange-P
                   DISPLAY "변동금리 조건 반영" UPON TTY
           END-REWRITE.

       DDebitAcct-P.
          *> 자동이체 등록/해지 - 해지('N') 계좌는 COLLGEN이
          *> 출금을 의뢰하지 않고 REMIND가 납기 전 안내를
          *> 보낸다
           PERFORM GetAcctNo-P
           IF Chk-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-AcctNo TO AI-AcctNo
           READ AcctIdx-File
               INVALID KEY
                   DISPLAY "** 계좌 없음" UPON TTY
                   EXIT PARAGRAPH
           END-READ
           MOVE AI-Branch TO SG-AcctBranch
           PERFORM BrnChk-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           IF AI-Type = 'D'
               DISPLAY "** 예금 계좌는 자동이체 대상 아님"
                   UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE AI-Ext TO WA-Ext
           IF WA-DDebit = 'N'
               DISPLAY "현재 : 자동이체 해지" UPON TTY
           ELSE
               DISPLAY "현재 : 자동이체" UPON TTY
           END-IF
           DISPLAY "자동이체(Y/N) ?" UPON TTY
           ACCEPT In-DDebit FROM TTY
           IF In-DDebit NOT = 'Y' AND In-DDebit NOT = 'N'
               DISPLAY "** 자동이체는 Y 또는 N" UPON TTY
               EXIT PARAGRAPH
           END-IF
           MOVE In-DDebit TO WA-DDebit
           MOVE WA-Ext TO AI-Ext
           REWRITE AcctIdx-Record
               INVALID KEY
                   DISPLAY "** 정정 실패" UPON TTY
               NOT INVALID KEY
                   ADD 1 TO Chg-Count
                   PERFORM AuditChange-P
                   DISPLAY "자동이체 표시 반영" UPON TTY
           END-REWRITE.

       GetFloat-P.
          *> 변동금리 조건을 받아 입력 즉시 검증한다
           MOVE 'Y' TO Valid-Flag
           DISPLAY "변동금리(Y/N) ?" UPON TTY
           ACCEPT In-Float FROM TTY
           IF In-Float NOT = 'Y' AND In-Float NOT = 'N'
               DISPLAY "** 변동금리는 Y 또는 N" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF
           IF Valid-Flag = 'N' OR In-Float = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "가산금리(예 0.0150) ?" UPON TTY
           PERFORM GetRate-P
           MOVE Work-Rate TO In-Margin
           IF Valid-Flag = 'Y'
               DISPLAY "재산정 주기(개월) ?" UPON TTY
               ACCEPT In-ResetMon-X FROM TTY
               IF FUNCTION TEST-NUMVAL(In-ResetMon-X) = 0
                   MOVE FUNCTION NUMVAL(In-ResetMon-X)
                       TO In-ResetMon
                   IF In-ResetMon = 0
                       DISPLAY "** 주기는 1개월 이상" UPON TTY
                       MOVE 'N' TO Valid-Flag
                   END-IF
               ELSE
                   DISPLAY "** 주기가 숫자가 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "하한 금리(0=없음) ?" UPON TTY
               PERFORM GetRate-P
               MOVE Work-Rate TO In-Floor
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "상한 금리(0=없음) ?" UPON TTY
               PERFORM GetRate-P
               MOVE Work-Rate TO In-Cap
           END-IF
           IF Valid-Flag = 'Y'
              AND In-Floor > 0 AND In-Cap > 0
              AND In-Floor > In-Cap
               DISPLAY "** 하한이 상한보다 큼" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF
           IF Valid-Flag = 'Y'
               DISPLAY "첫 재산정일(YYYYMMDD) ?" UPON TTY
               ACCEPT In-OrigDate-X FROM TTY
               IF FUNCTION TEST-NUMVAL(In-OrigDate-X) = 0
                   MOVE FUNCTION NUMVAL(In-OrigDate-X)
                       TO In-NextReset
               ELSE
                   MOVE 0 TO In-NextReset
               END-IF
               IF In-NextReset = 0
                   DISPLAY "** 재산정일 숫자 아님" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF.

       GetRate-P.
          *> 소수 요율 한 개를 받는다(0 이상 10 미만)
           MOVE 0 TO Work-Rate
           ACCEPT In-Rate-X FROM TTY
           IF FUNCTION TEST-NUMVAL(In-Rate-X) = 0
               MOVE FUNCTION NUMVAL(In-Rate-X) TO Work-Rate
           ELSE
               DISPLAY "** 요율이 숫자가 아님" UPON TTY
               MOVE 'N' TO Valid-Flag
           END-IF.

       QueuePend-P.
          *> 승인 대기 한 건 - 신청자와 함께 쌓고
          *> 실행 기록에도 남긴다
                       MOVE AI-Branch    TO AC-Branch
                       MOVE AI-Term      TO AC-Term
                       MOVE AI-Comp      TO AC-Comp
                       MOVE AI-Ext       TO AC-Ext
                       WRITE Account-Record
                       ADD 1 TO Ct-Rows
                       ADD AI-Principal TO Ct-Amt
