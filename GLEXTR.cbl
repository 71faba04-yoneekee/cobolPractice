                대출('L')은 수취채권/이자수익, 예금('D')
                은 이자비용/지급채무로 분개하고, 배치
                머리와 건수/해시 꼬리를 붙여 GL 팀이
                재입력 없이 바로 적재하게 한다. 계좌
                마스터에서 적금('S')인 계좌는 실행 모드와
                관계없이 예금처럼 분개한다.
                GLPOST.DAT는 새로 쓰므로, 다른 프로그램이
                덧붙인 배치 가운데 GLAPPLY가 아직 반영하지
                않은(배치 대장 GLBATREG.DAT에 없는) 것이
                남아 있으면 분개 파일을 건드리지 않고 운영
                경보와 RETURN-CODE 8로 멈춘다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT GL-File ASSIGN TO "GLPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-Status.
           *> 계좌 마스터 - 적금 계좌를 가려낸다
           SELECT Acct-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Acct-Status.
           *> GLAPPLY가 반영한 배치 대장
           SELECT Reg-File ASSIGN TO "GLBATREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  GL-File.
       01  GL-Line               PIC X(60).

       FD  Acct-File.
       COPY "ACCTFD.cbl".

       FD  Reg-File.
       COPY "GLBATREG.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

      *> ----- 실행 모드 (WONRI와 같은 L/D 구분) -----
       77  Mode-Flag         PIC X       VALUE 'L'.

      *> ----- 적금 계좌 (예금과 같은 계정으로 분개) -----
       77  Acct-Status       PIC XX.
       77  Acct-Eof          PIC X       VALUE 'N'.
       77  Prev-AcctNo       PIC X(10)   VALUE SPACES.
       77  Sav-Hit           PIC X       VALUE 'N'.
       77  Sav-Count         PIC 9(4)    VALUE 0.
       01  Sav-Table.
           02  Sav-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Sav-Count
                         INDEXED BY SVx.
               03  SV-AcctNo     PIC X(10).

      *> ----- 반영 안 된 배치 검사 (GLAPPLY 배치 열쇠) -----
       77  Reg-Status        PIC XX.
       77  Reg-Eof           PIC X       VALUE 'N'.
       77  Chk-Eof           PIC X       VALUE 'N'.
       77  Chk-Open          PIC X       VALUE 'N'.
       77  Pend-Ctr          PIC 9(4)    VALUE 0.
       77  Reg-Count         PIC 9(4)    VALUE 0.
       01  Reg-Table.
           02  Reg-Entry OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Reg-Count
                         INDEXED BY RGx.
               03  RG-Key        PIC X(30).
               03  RG-Ext        PIC X(34).
      *> 'Y'면 계좌 해시/참조가 없던 옛 대장 행
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
       01  Chk-Header.
           02  CH-Type           PIC X.
           02  FILLER            PIC X.
           02  CH-Date           PIC 9(8).
           02  FILLER            PIC X.
           02  CH-Mode           PIC X.
           02  FILLER            PIC X.
           02  CH-Tag            PIC X(6).
           02  FILLER            PIC X.
           02  CH-Ref            PIC X(16).
       01  Chk-Trailer.
           02  CT-Type           PIC X.
           02  FILLER            PIC X.
           02  CT-Count          PIC 9(7).
           02  FILLER            PIC X.
           02  CT-AmtHash        PIC 9(11)V99.
           02  FILLER            PIC X.
           02  CT-AcctHash       PIC 9(12).

      *> ----- 운영 경보 (OPALERT) -----
       77  Alert-Prog        PIC X(10)   VALUE 'GLEXTR'.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

      *> ----- 분개 계정 코드 -----
       77  Acct-IntRecv      PIC X(4)    VALUE '1150'.
       77  Acct-IntIncome    PIC X(4)    VALUE '4100'.
           02  GH-Date           PIC 9(8).
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Mode           PIC X.
      *> 출처 표시 - GLAPPLY 배치 열쇠의 한 부분
           02  FILLER            PIC X      VALUE SPACE.
           02  GH-Tag            PIC X(6)   VALUE 'GLEXTR'.
       01  Detail-Line.
           02  FILLER            PIC X      VALUE 'D'.
           02  FILLER            PIC X      VALUE SPACE.
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM GetMode-P
           PERFORM CheckPending-P
           IF Pend-Ctr > 0
               DISPLAY "** 반영 안 된 배치 " Pend-Ctr
                       " 건 - GLAPPLY 먼저 돌릴 것"
               MOVE 8 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "GLPOST 미반영 배치 " DELIMITED BY SIZE
                      Pend-Ctr    DELIMITED BY SIZE
                      " 건"       DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                                    Alert-Text
               MOVE 8 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           IF RETURN-CODE = 16
               GO TO Keut-P
           END-IF
           PERFORM LoadSavings-P
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               DISPLAY "** 원장 파일 열기 실패 : " Ledger-Status
               MOVE 'L' TO Mode-Flag
           END-IF.

       CheckPending-P.
          *> 다른 프로그램이 덧붙인 배치(출처 표시가
          *> GLEXTR가 아닌 것)가 모두 배치 대장에 올랐는지
          *> 본다 - 꼬리가 없거나 대장에 없는 배치는 아직
          *> 반영 안 된 것이다
           OPEN INPUT GL-File
           IF GL-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM LoadReg-P
           IF RETURN-CODE = 16
               CLOSE GL-File
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Chk-Open
           PERFORM UNTIL Chk-Eof = 'Y'
               READ GL-File
                   AT END MOVE 'Y' TO Chk-Eof
                   NOT AT END
                       EVALUATE GL-Line(1:1)
                           WHEN 'H'
                               IF Chk-Open = 'Y'
                                   PERFORM NoTrailer-P
                               END-IF
                               MOVE GL-Line TO Chk-Header
                               MOVE 'Y' TO Chk-Open
                           WHEN 'T'
                               IF Chk-Open = 'Y'
                                   MOVE GL-Line TO Chk-Trailer
                                   PERFORM FindReg-P
                                   MOVE 'N' TO Chk-Open
                               END-IF
                           WHEN OTHER CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF Chk-Open = 'Y'
               PERFORM NoTrailer-P
           END-IF
           CLOSE GL-File.

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
                                   " 초과 - 추출 중단"
                           MOVE 'Y' TO Reg-Eof
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File.

       FindReg-P.
          *> GLAPPLY와 같은 열쇠로 대장을 찾는다
           IF CH-Tag = 'GLEXTR'
               EXIT PARAGRAPH
           END-IF
           IF CH-Date NOT NUMERIC OR CT-Count NOT NUMERIC
              OR CT-AmtHash NOT NUMERIC
               PERFORM ShowPending-P
               EXIT PARAGRAPH
           END-IF
           MOVE 'P'        TO WK-Source
           MOVE CH-Date    TO WK-Date
           MOVE CH-Mode    TO WK-Mode
           MOVE CT-Count   TO WK-Count
           MOVE CT-AmtHash TO WK-AmtHash
           IF CT-AcctHash IS NUMERIC
               MOVE CT-AcctHash TO WK-AcctHash
           ELSE
               MOVE 0 TO WK-AcctHash
           END-IF
           MOVE CH-Tag     TO WK-Tag
           MOVE CH-Ref     TO WK-Ref
           IF Reg-Count > 0
               SET RGx TO 1
               SEARCH Reg-Entry
                   AT END PERFORM ShowPending-P
                   WHEN RG-Key(RGx) = Work-Key
                        AND (RG-Ext(RGx) = Work-Ext
                             OR RG-Old(RGx) = 'Y')
                       CONTINUE
               END-SEARCH
           ELSE
               PERFORM ShowPending-P
           END-IF.

       NoTrailer-P.
           IF CH-Tag NOT = 'GLEXTR'
               PERFORM ShowPending-P
           END-IF.

       ShowPending-P.
           ADD 1 TO Pend-Ctr
           DISPLAY "   미반영 배치 " CH-Date " " CH-Mode " "
                   CH-Tag " " CH-Ref.

       LoadSavings-P.
          *> 계좌 마스터의 적금 계좌번호 - 마스터가 없으면
          *> 전처럼 실행 모드 하나로 분개한다
           OPEN INPUT Acct-File
           IF Acct-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Acct-Eof = 'Y'
               READ Acct-File
                   AT END MOVE 'Y' TO Acct-Eof
                   NOT AT END
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
          *> 원장 행의 계좌가 적금인가 - 계좌가 바뀔 때만
          *> 다시 찾는다
           IF LG-AcctNo = Prev-AcctNo
               EXIT PARAGRAPH
           END-IF
           MOVE LG-AcctNo TO Prev-AcctNo
           MOVE 'N' TO Sav-Hit
           IF Sav-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET SVx TO 1
           SEARCH Sav-Entry
               AT END CONTINUE
               WHEN SV-AcctNo(SVx) = LG-AcctNo
                   MOVE 'Y' TO Sav-Hit
           END-SEARCH.

       WriteHeader-P.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GH-Date
           MOVE Mode-Flag TO GH-Mode
          *> 회차 한 건을 차변/대변 두 줄로 분개한다 -
          *> 이자가 0이면 분개할 것이 없다
           MOVE LG-Ija TO Work-Amt
           PERFORM FindSav-P
           IF Work-Amt > 0
               IF Mode-Flag = 'D' OR Sav-Hit = 'Y'
                   MOVE Acct-IntExpense TO GD-GLCode
                   MOVE 'DR' TO GD-DrCr
                   PERFORM WriteDetail-P
