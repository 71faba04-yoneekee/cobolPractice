                DUNLET.RPT로 찍는다. 누가 언제 몇 단계
                독촉장을 받았는지 발송 대장(DUNREG.DAT)에
                남긴다. 당기(구간 0) 미납은 독촉 대상이
                아니다. 채무 재조정 계좌는 재조정일 이전
                납기의 옛 연체로는 더 독촉하지 않고, 대손
                상각(CHGOFF.DAT) 계좌는 독촉하지 않는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT DunReg-File ASSIGN TO "DUNREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DunReg-Status.
           *> 대손 상각 대장 - 상각 계좌는 건너뛴다
           SELECT ChgOff-File ASSIGN TO "CHGOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChgOff-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           02  FILLER            PIC X      VALUE SPACE.
           02  DR-Amount         PIC 9(7)V9.

       FD  ChgOff-File.
       COPY "CHGOFFRG.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

                          INDEXED BY ACx.
               03  AL-AcctNo     PIC X(10).
               03  AL-CustNo     PIC 9(5).
               *> 채무 재조정 표시와 재조정일
               03  AL-Restr      PIC X.
               03  AL-RestrDate  PIC 9(8).

      *> ----- 고객 이름 테이블 -----
       77  Cust-Count        PIC 9(3)    VALUE 0.
               03  CT-FName      PIC X(15).
               03  CT-LName      PIC X(15).

      *> ----- 상각 계좌 (CHGOFF.DAT) -----
       77  ChgOff-Status     PIC XX.
       77  ChgOff-Eof        PIC X       VALUE 'N'.
       77  Woff-Hit          PIC X       VALUE 'N'.
       77  Woff-Key          PIC X(10)   VALUE SPACES.
       77  Woff-Count        PIC 9(4)    VALUE 0.
       01  Woff-Table.
           02  Woff-Entry OCCURS 0 TO 1000 TIMES
                          DEPENDING ON Woff-Count
                          INDEXED BY WOx.
               03  WO-AcctNo     PIC X(10).

      *> ----- 작성 작업영역 -----
       77  Slot-Ok           PIC X       VALUE 'N'.
       77  Old-Arrear        PIC X       VALUE 'N'.
       77  Work-CustNo       PIC 9(5)    VALUE 0.
       77  Work-Name         PIC X(30)   VALUE SPACES.
       77  Letter-Ctr        PIC 9(5)    VALUE 0.
          *> 발송 기준일은 BIZDATE가 준다
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
          *> 재조정 계좌를 가려내야 하므로 계좌를 먼저
          *> 적재한다
           PERFORM LoadAccounts-P
           PERFORM LoadChgOff-P
           PERFORM LoadArrears-P
           IF Arr-Count = 0
               DISPLAY "연체 추출 없음 - 독촉장 생략"
               GO TO Keut-P
           END-IF
           PERFORM LoadCusts-P
           OPEN OUTPUT Letter-File
           IF Letter-Status NOT = '00'
                   AT END MOVE 'Y' TO ArrExt-Eof
                   NOT AT END
                       IF AX-Bucket > 0
                           PERFORM CheckOld-P
                           IF Old-Arrear = 'N'
                               PERFORM StowArrear-P
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrExt-File.

       LoadChgOff-P.
          *> 상각 대장의 계좌번호를 싣는다 - 대장이
          *> 없으면 상각 계좌가 없는 것이다
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
          *> Woff-Key가 상각 계좌인가
           MOVE 'N' TO Woff-Hit
           IF Woff-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET WOx TO 1
           SEARCH Woff-Entry
               AT END CONTINUE
               WHEN WO-AcctNo(WOx) = Woff-Key
                   MOVE 'Y' TO Woff-Hit
           END-SEARCH.

       CheckOld-P.
          *> 재조정 계좌의 재조정일 이전 납기 행은 새
          *> 스케줄로 갈음된 옛 연체다
           MOVE 'N' TO Old-Arrear
          *> 상각 계좌는 회수 단계로 넘어갔다
           MOVE AX-AcctNo TO Woff-Key
           PERFORM FindWoff-P
           IF Woff-Hit = 'Y'
               MOVE 'Y' TO Old-Arrear
               EXIT PARAGRAPH
           END-IF
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AL-AcctNo(ACx) = AX-AcctNo
                       IF AL-Restr(ACx) = 'Y'
                          AND AX-DueDate <= AL-RestrDate(ACx)
                           MOVE 'Y' TO Old-Arrear
                       END-IF
               END-SEARCH
           END-IF.

       StowArrear-P.
           MOVE 'N' TO Slot-Ok
           SET ARx TO 1
           END-IF.

       LoadAccounts-P.
          *> 계좌 번호 -> 고객 번호 연결과 재조정 표시를
          *> 적재한다
           OPEN INPUT Account-File
           IF Account-Status = '00'
               PERFORM UNTIL Account-Eof = 'Y'
                                   TO AL-AcctNo(Acct-Count)
                               MOVE AC-CustNo
                                   TO AL-CustNo(Acct-Count)
                               MOVE 'N' TO AL-Restr(Acct-Count)
                               MOVE 0 TO AL-RestrDate(Acct-Count)
                               IF AC-Restr = 'Y'
                                  AND AC-RestrDate IS NUMERIC
                                   MOVE 'Y'
                                       TO AL-Restr(Acct-Count)
                                   MOVE AC-RestrDate
                                       TO AL-RestrDate(Acct-Count)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
