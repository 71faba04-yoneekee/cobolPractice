       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLRPT.
       AUTHOR. YONEE.
       REMARKS. 창구 시재 과부족 보고 - 지점별. 하루(1번
                인자, 빈칸이면 처리일)의 시재 마감(TELLBAL.DAT)
                을 지점별로 모아 창구마다 시작 시재, 현금
                입금과 지급, 기대 시재, 실제 시재, 과부족과
                한도 초과 여부, 책임자 확인을 TELLOS.RPT로
                찍고 지점별 남음/모자람 합계와 지점 마감
                (BRCLOSE.DAT) 여부를 붙인다. 현금 거래
                (TELLCASH.DAT)는 있는데 시재 마감을 하지 않은
                창구도 따로 찍는다. 미마감 창구나 확인 없는
                한도 초과가 남았거나 마감 안 된 지점이
                있으면 RC 4. 읽기 전용이다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Bal-File ASSIGN TO "TELLBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Bal-Status.
           SELECT Cash-File ASSIGN TO "TELLCASH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cash-Status.
           SELECT BrClose-File ASSIGN TO "BRCLOSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BrClose-Status.
           SELECT Rpt-File ASSIGN TO "TELLOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Bal-File.
       COPY "TELLBREC.cbl".

       FD  Cash-File.
       COPY "TELLTXN.cbl".

       FD  BrClose-File.
       COPY "BRCLOSE.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(132).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Bal-Status        PIC XX.
       77  Cash-Status       PIC XX.
       77  BrClose-Status    PIC XX.
       77  Rpt-Status        PIC XX.
       77  Bal-Eof           PIC X       VALUE 'N'.
       77  Cash-Eof          PIC X       VALUE 'N'.
       77  BrClose-Eof       PIC X       VALUE 'N'.

      *> ----- 대상일 -----
       77  Want-Date-X       PIC X(8)    VALUE SPACES.
       77  Want-Date         PIC 9(8)    VALUE 0.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 시재 마감 테이블 (대상일분) -----
       77  Bal-Count         PIC 9(4)    VALUE 0.
       01  Bal-Table.
           02  Bal-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Bal-Count
                         INDEXED BY BLx.
               03  BT-Branch     PIC X(3).
               03  BT-Teller     PIC X(3).
               03  BT-Float      PIC 9(9).
               03  BT-In         PIC 9(9)V9.
               03  BT-Out        PIC 9(9)V9.
               03  BT-Expect     PIC 9(9)V9.
               03  BT-Counted    PIC 9(9).
               03  BT-Diff       PIC 9(9)V9.
               03  BT-OvSh       PIC X.
               03  BT-Exc        PIC X.
               03  BT-Super      PIC X(3).

      *> ----- 창구별 현금 거래 합계 (대상일분) -----
       77  Tc-Count          PIC 9(4)    VALUE 0.
       01  Tc-Table.
           02  Tc-Entry OCCURS 0 TO 2000 TIMES
                        DEPENDING ON Tc-Count
                        INDEXED BY TCx.
               03  TC-Branch     PIC X(3).
               03  TC-Teller     PIC X(3).
               03  TC-In         PIC 9(9)V9.
               03  TC-Out        PIC 9(9)V9.

      *> ----- 지점 목록 (오름차순) -----
       77  Br-Count          PIC 9(3)    VALUE 0.
       01  Br-Table.
           02  Br-Entry OCCURS 0 TO 300 TIMES
                        DEPENDING ON Br-Count
                        INDEXED BY BRx.
               03  BR-Branch     PIC X(3).
               03  BR-Closed     PIC X.
               03  BR-Oper       PIC X(3).
       77  Br-Key            PIC X(3)    VALUE SPACES.
       77  Bx                PIC 9(3)    VALUE 0.
       77  Ins-Pos           PIC 9(3)    VALUE 0.
       77  Found-Flag        PIC X       VALUE 'N'.

      *> ----- 집계 -----
       77  Br-Over           PIC 9(9)V9  VALUE 0.
       77  Br-Short          PIC 9(9)V9  VALUE 0.
       77  Br-Net            PIC S9(9)V9 VALUE 0.
       77  Br-Tellers        PIC 9(4)    VALUE 0.
       77  Tot-Over          PIC 9(9)V9  VALUE 0.
       77  Tot-Short         PIC 9(9)V9  VALUE 0.
       77  Exc-Ctr           PIC 9(4)    VALUE 0.
       77  Unsigned-Ctr      PIC 9(4)    VALUE 0.
       77  Missing-Ctr       PIC 9(4)    VALUE 0.
       77  Open-Br-Ctr       PIC 9(3)    VALUE 0.

      *> ----- 보고 편집 -----
       01  Rpt-Row.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Teller         PIC X(3).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Float          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-In             PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-Out            PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-Expect         PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-Counted        PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-Diff           PIC ---,---,--9.9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RW-Exc            PIC X(6).
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RW-Super          PIC X(12).
       01  Rpt-Miss.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RM-Teller         PIC X(3).
           02  FILLER            PIC X(14)   VALUE SPACES.
           02  RM-In             PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(1)    VALUE SPACES.
           02  RM-Out            PIC ZZ,ZZZ,ZZ9.9.
           02  FILLER            PIC X(3)    VALUE SPACES.
           02  FILLER            PIC X(24)
                                 VALUE "** 시재 마감 안 함".
       01  Rpt-Amount.
           02  RA-Label          PIC X(30).
           02  RA-Amount         PIC ---,---,--9.9.
       01  Rpt-Count.
           02  RC-Label          PIC X(30).
           02  RC-Count          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "TELLRPT"        TO AL-Program
           MOVE "TELLRPT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Want-Date-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Want-Date-X
           END-ACCEPT
           IF Want-Date-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(Want-Date-X) NOT = 0
                   DISPLAY "사용법 : TELLRPT [YYYYMMDD]"
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(Want-Date-X) TO Want-Date
           ELSE
               MOVE Proc-Date TO Want-Date
           END-IF
           PERFORM LoadBal-P
           PERFORM LoadCash-P
           IF Bal-Count = 0 AND Tc-Count = 0
               DISPLAY "** " Want-Date " 창구 현금 거래와 시재"
                   " 마감 없음"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadClose-P
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM WriteHead-P
           PERFORM WriteBranch-P VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Br-Count
           PERFORM WriteSumm-P
           CLOSE Rpt-File
           IF Unsigned-Ctr > 0 OR Missing-Ctr > 0
              OR Open-Br-Ctr > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY Want-Date " 지점 " Br-Count
                   " - 한도 초과 " Exc-Ctr
                   " / 미확인 " Unsigned-Ctr
                   " / 미마감 창구 " Missing-Ctr
                   " / 미마감 지점 " Open-Br-Ctr
           MOVE SPACES TO AL-Event
           STRING "과부족보고 " DELIMITED BY SIZE
                  Want-Date   DELIMITED BY SIZE
                  " 초과 "     DELIMITED BY SIZE
                  Exc-Ctr     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GO TO Keut-P.

       LoadBal-P.
           OPEN INPUT Bal-File
           IF Bal-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Bal-Eof = 'Y'
               READ Bal-File
                   AT END MOVE 'Y' TO Bal-Eof
                   NOT AT END
                       IF TB-Date = Want-Date
                           PERFORM KeepBal-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Bal-File.

       KeepBal-P.
           IF Bal-Count >= 2000
               DISPLAY "** 마감 표 한도(2000) 초과"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Bal-Count
           MOVE TB-Branch  TO BT-Branch(Bal-Count)
           MOVE TB-Teller  TO BT-Teller(Bal-Count)
           MOVE TB-Float   TO BT-Float(Bal-Count)
           MOVE TB-In      TO BT-In(Bal-Count)
           MOVE TB-Out     TO BT-Out(Bal-Count)
           MOVE TB-Expect  TO BT-Expect(Bal-Count)
           MOVE TB-Counted TO BT-Counted(Bal-Count)
           MOVE TB-Diff    TO BT-Diff(Bal-Count)
           MOVE TB-OvSh    TO BT-OvSh(Bal-Count)
           MOVE TB-Exc     TO BT-Exc(Bal-Count)
           MOVE TB-Super   TO BT-Super(Bal-Count)
           MOVE TB-Branch  TO Br-Key
           PERFORM AddBranch-P.

       LoadCash-P.
          *> 창구별로 그날 현금 입금과 지급을 모은다
           OPEN INPUT Cash-File
           IF Cash-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Cash-Eof = 'Y'
               READ Cash-File
                   AT END MOVE 'Y' TO Cash-Eof
                   NOT AT END
                       IF TX-Date = Want-Date
                           PERFORM KeepCash-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Cash-File.

       KeepCash-P.
           MOVE 'N' TO Found-Flag
           IF Tc-Count > 0
               SET TCx TO 1
               SEARCH Tc-Entry
                   AT END CONTINUE
                   WHEN TC-Branch(TCx) = TX-Branch
                    AND TC-Teller(TCx) = TX-Teller
                       MOVE 'Y' TO Found-Flag
               END-SEARCH
           END-IF
           IF Found-Flag = 'N'
               IF Tc-Count >= 2000
                   DISPLAY "** 창구 표 한도(2000) 초과"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Tc-Count
               SET TCx TO Tc-Count
               MOVE TX-Branch TO TC-Branch(TCx)
               MOVE TX-Teller TO TC-Teller(TCx)
               MOVE 0 TO TC-In(TCx) TC-Out(TCx)
           END-IF
           IF TX-Kind = 'O'
               ADD TX-Amount TO TC-Out(TCx)
           ELSE
               ADD TX-Amount TO TC-In(TCx)
           END-IF
           MOVE TX-Branch TO Br-Key
           PERFORM AddBranch-P.

       AddBranch-P.
          *> 지점 목록에 없으면 순서를 지켜 끼워 넣는다
           PERFORM VARYING Bx FROM 1 BY 1
                   UNTIL Bx > Br-Count
                      OR BR-Branch(Bx) >= Br-Key
               CONTINUE
           END-PERFORM
           IF Bx <= Br-Count
               IF BR-Branch(Bx) = Br-Key
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Br-Count >= 300
               DISPLAY "** 지점 표 한도(300) 초과"
               EXIT PARAGRAPH
           END-IF
           MOVE Bx TO Ins-Pos
           ADD 1 TO Br-Count
           PERFORM VARYING Bx FROM Br-Count BY -1
                   UNTIL Bx <= Ins-Pos
               MOVE Br-Entry(Bx - 1) TO Br-Entry(Bx)
           END-PERFORM
           MOVE Br-Key TO BR-Branch(Ins-Pos)
           MOVE 'N'    TO BR-Closed(Ins-Pos)
           MOVE SPACES TO BR-Oper(Ins-Pos).

       LoadClose-P.
           OPEN INPUT BrClose-File
           IF BrClose-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BrClose-Eof = 'Y'
               READ BrClose-File
                   AT END MOVE 'Y' TO BrClose-Eof
                   NOT AT END
                       IF BC-Date = Want-Date
                           PERFORM MarkClosed-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BrClose-File.

       MarkClosed-P.
           IF Br-Count = 0
               EXIT PARAGRAPH
           END-IF
           SET BRx TO 1
           SEARCH Br-Entry
               AT END CONTINUE
               WHEN BR-Branch(BRx) = BC-Branch
                   MOVE 'Y'     TO BR-Closed(BRx)
                   MOVE BC-Oper TO BR-Oper(BRx)
           END-SEARCH.

       WriteHead-P.
           MOVE SPACES TO Rpt-Line
           STRING "=== 창구 시재 과부족 보고 "
                                DELIMITED BY SIZE
                  Want-Date    DELIMITED BY SIZE
                  " (작성 "     DELIMITED BY SIZE
                  Proc-Date     DELIMITED BY SIZE
                  ") ==="       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       WriteBranch-P.
           MOVE 0 TO Br-Over Br-Short Br-Tellers
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           IF BR-Closed(Bx) = 'Y'
               STRING "[지점 " DELIMITED BY SIZE
                      BR-Branch(Bx) DELIMITED BY SIZE
                      "]  마감 완료 (" DELIMITED BY SIZE
                      BR-Oper(Bx)   DELIMITED BY SIZE
                      ")"           DELIMITED BY SIZE
                      INTO Rpt-Line
           ELSE
               ADD 1 TO Open-Br-Ctr
               STRING "[지점 " DELIMITED BY SIZE
                      BR-Branch(Bx) DELIMITED BY SIZE
                      "]  ** 미마감" DELIMITED BY SIZE
                      INTO Rpt-Line
           END-IF
           WRITE Rpt-Line
           MOVE SPACES TO Rpt-Line
           STRING "  창구   시작 시재    현금 입금"
                                DELIMITED BY SIZE
                  "    현금 지급    기대 시재   실제 시재"
                                DELIMITED BY SIZE
                  "        과부족  초과   확인"
                                DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING BLx FROM 1 BY 1
                   UNTIL BLx > Bal-Count
               IF BT-Branch(BLx) = BR-Branch(Bx)
                   PERFORM WriteRow-P
               END-IF
           END-PERFORM
          *> 현금 거래는 있는데 시재 마감이 없는 창구
           PERFORM VARYING TCx FROM 1 BY 1
                   UNTIL TCx > Tc-Count
               IF TC-Branch(TCx) = BR-Branch(Bx)
                   PERFORM CheckMiss-P
               END-IF
           END-PERFORM
           COMPUTE Br-Net = Br-Over - Br-Short
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  남음 합계" TO RA-Label
           MOVE Br-Over TO RA-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  모자람 합계" TO RA-Label
           MOVE Br-Short TO RA-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  지점 과부족(순)" TO RA-Label
           MOVE Br-Net TO RA-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line.

       WriteRow-P.
           ADD 1 TO Br-Tellers
           MOVE BT-Teller(BLx)  TO RW-Teller
           MOVE BT-Float(BLx)   TO RW-Float
           MOVE BT-In(BLx)      TO RW-In
           MOVE BT-Out(BLx)     TO RW-Out
           MOVE BT-Expect(BLx)  TO RW-Expect
           MOVE BT-Counted(BLx) TO RW-Counted
           IF BT-OvSh(BLx) = 'S'
               COMPUTE RW-Diff = 0 - BT-Diff(BLx)
               ADD BT-Diff(BLx) TO Br-Short Tot-Short
           ELSE
               MOVE BT-Diff(BLx) TO RW-Diff
               ADD BT-Diff(BLx) TO Br-Over Tot-Over
           END-IF
           MOVE SPACES TO RW-Exc RW-Super
           IF BT-Exc(BLx) = 'Y'
               ADD 1 TO Exc-Ctr
               MOVE "초과" TO RW-Exc
               IF BT-Super(BLx) = SPACES
                   ADD 1 TO Unsigned-Ctr
                   MOVE "** 미확인" TO RW-Super
               ELSE
                   MOVE BT-Super(BLx) TO RW-Super
               END-IF
           END-IF
           MOVE Rpt-Row TO Rpt-Line
           WRITE Rpt-Line.

       CheckMiss-P.
           MOVE 'N' TO Found-Flag
           IF Bal-Count > 0
               SET BLx TO 1
               SEARCH Bal-Entry
                   AT END CONTINUE
                   WHEN BT-Branch(BLx) = TC-Branch(TCx)
                    AND BT-Teller(BLx) = TC-Teller(TCx)
                       MOVE 'Y' TO Found-Flag
               END-SEARCH
           END-IF
           IF Found-Flag = 'Y'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Missing-Ctr
           MOVE TC-Teller(TCx) TO RM-Teller
           MOVE TC-In(TCx)     TO RM-In
           MOVE TC-Out(TCx)    TO RM-Out
           MOVE Rpt-Miss TO Rpt-Line
           WRITE Rpt-Line.

       WriteSumm-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[요약]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "지점 수" TO RC-Label
           MOVE Br-Count TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "마감 안 된 지점" TO RC-Label
           MOVE Open-Br-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "시재 마감 안 한 창구" TO RC-Label
           MOVE Missing-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "한도 초과 과부족" TO RC-Label
           MOVE Exc-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  그중 책임자 미확인" TO RC-Label
           MOVE Unsigned-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "남음 합계" TO RA-Label
           MOVE Tot-Over TO RA-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line
           MOVE "모자람 합계" TO RA-Label
           MOVE Tot-Short TO RA-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "TELLRPT 종료"   TO AL-Event
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
