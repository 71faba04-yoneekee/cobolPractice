       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFRPT.
       AUTHOR. YONEE.
       REMARKS. 잔액 확인 예외 보고 - 감사인용. 발송 대장
                (CONFREG.DAT)에서 한 연도(1번 인자, 빈칸이면
                대장의 가장 늦은 연도)의 확인서를 읽어
                불일치 회신(장부 잔액, 고객 주장 잔액,
                차이, 사유와 계좌 명세 CONFDTL.DAT),
                무응답, 아직 회신 대기 중인 확인서를
                CONFEXC.RPT로 찍고, 끝에 회신 상태별/표본
                사유별 건수와 회신율을 요약한다. 읽기
                전용이다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Reg-File ASSIGN TO "CONFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Reg-Status.
           SELECT Dtl-File ASSIGN TO "CONFDTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Dtl-Status.
           SELECT Rpt-File ASSIGN TO "CONFEXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Reg-File.
       COPY "CONFREG.cbl".

       FD  Dtl-File.
       COPY "CONFDTL.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Reg-Status        PIC XX.
       77  Dtl-Status        PIC XX.
       77  Rpt-Status        PIC XX.
       77  Reg-Eof           PIC X       VALUE 'N'.
       77  Dtl-Eof           PIC X       VALUE 'N'.

      *> ----- 대상 연도 -----
       77  Want-Year-X       PIC X(4)    VALUE SPACES.
       77  Want-Year         PIC 9(4)    VALUE 0.

      *> ----- 확인서 테이블 (대상 연도분) -----
       77  Conf-Count        PIC 9(4)    VALUE 0.
       01  Conf-Table.
           02  Conf-Entry OCCURS 0 TO 3000 TIMES
                          DEPENDING ON Conf-Count
                          INDEXED BY CFx.
               03  CT-Seq        PIC 9(5).
               03  CT-CustNo     PIC 9(5).
               03  CT-Branch     PIC X(3).
               03  CT-Reason     PIC X.
               03  CT-Book       PIC 9(9).
               03  CT-SentDate   PIC 9(8).
               03  CT-Status     PIC X.
               03  CT-RespDate   PIC 9(8).
               03  CT-Claim      PIC 9(9).
               03  CT-Oper       PIC X(3).
               03  CT-Note       PIC X(30).

      *> ----- 계좌 명세 테이블 (대상 연도분) -----
       77  Dtl-Count         PIC 9(4)    VALUE 0.
       01  Dtl-Table.
           02  Dtl-Entry OCCURS 0 TO 5000 TIMES
                         DEPENDING ON Dtl-Count
                         INDEXED BY DTx.
               03  DT-Seq        PIC 9(5).
               03  DT-AcctNo     PIC X(10).
               03  DT-Type       PIC X.
               03  DT-Bal        PIC 9(7).

      *> ----- 집계 -----
       77  Agree-Ctr         PIC 9(5)    VALUE 0.
       77  Disp-Ctr          PIC 9(5)    VALUE 0.
       77  NoResp-Ctr        PIC 9(5)    VALUE 0.
       77  Pend-Ctr          PIC 9(5)    VALUE 0.
       77  Thresh-Ctr        PIC 9(5)    VALUE 0.
       77  Rand-Ctr          PIC 9(5)    VALUE 0.
       77  Disp-Book         PIC 9(11)   VALUE 0.
       77  Disp-Claim        PIC 9(11)   VALUE 0.
       77  Work-Diff         PIC S9(9)   VALUE 0.
       77  Resp-Rate         PIC 999V9   VALUE 0.
       77  Proc-Date         PIC 9(8)    VALUE 0.
       77  Bz-Op             PIC X(3)    VALUE SPACES.
       77  Bz-Flag           PIC X       VALUE SPACE.

      *> ----- 보고 편집 -----
       01  Rpt-Disp.
           02  RX-Seq            PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RX-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RX-Branch         PIC X(3).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RX-Book           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RX-Claim          PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RX-Diff           PIC ----,---,--9.
       01  Rpt-Note.
           02  FILLER            PIC X(7)    VALUE SPACES.
           02  RN-Note           PIC X(30).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RN-Oper           PIC X(3).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RN-Date           PIC 9(8).
       01  Rpt-Acct.
           02  FILLER            PIC X(7)    VALUE SPACES.
           02  RA-AcctNo         PIC X(10).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RA-Type           PIC X.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RA-Bal            PIC Z,ZZZ,ZZ9.
       01  Rpt-Open.
           02  RO-Seq            PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-Branch         PIC X(3).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-Reason         PIC X.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-Book           PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-SentDate       PIC 9(8).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  RO-RespDate       PIC 9(8).
       01  Rpt-Count.
           02  RC-Label          PIC X(30).
           02  RC-Count          PIC ZZ,ZZ9.
       01  Rpt-Amount.
           02  RM-Label          PIC X(30).
           02  RM-Amount         PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  Rpt-Rate.
           02  FILLER            PIC X(30)   VALUE "회신율(%)".
           02  RR-Rate           PIC ZZ9.9.

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CONFRPT"        TO AL-Program
           MOVE "CONFRPT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Want-Year-X FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Want-Year-X
           END-ACCEPT
           IF Want-Year-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(Want-Year-X) NOT = 0
                   DISPLAY "사용법 : CONFRPT [연도]"
                   MOVE 8 TO RETURN-CODE
                   GO TO Keut-P
               END-IF
               MOVE FUNCTION NUMVAL(Want-Year-X) TO Want-Year
           ELSE
               PERFORM LastYear-P
           END-IF
           PERFORM LoadReg-P
           IF Conf-Count = 0
               DISPLAY "** " Want-Year " 연도 발송 기록 없음"
               MOVE 4 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM LoadDtl-P
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** 보고서 열기 실패 : " Rpt-Status
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           PERFORM WriteHead-P
           PERFORM WriteDisp-P
           PERFORM WriteNoResp-P
           PERFORM WritePend-P
           PERFORM WriteSumm-P
           CLOSE Rpt-File
           DISPLAY Want-Year " 확인서 " Conf-Count
                   " 통 - 불일치 " Disp-Ctr
                   " / 무응답 " NoResp-Ctr
                   " / 대기 " Pend-Ctr
           GO TO Keut-P.

       LastYear-P.
          *> 인자가 없으면 대장의 가장 늦은 연도
           OPEN INPUT Reg-File
           IF Reg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Reg-Eof = 'Y'
               READ Reg-File
                   AT END MOVE 'Y' TO Reg-Eof
                   NOT AT END
                       IF CN-Year > Want-Year
                           MOVE CN-Year TO Want-Year
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File
           MOVE 'N' TO Reg-Eof.

       LoadReg-P.
           OPEN INPUT Reg-File
           IF Reg-Status NOT = '00'
               DISPLAY "** 발송 대장 없음 : " Reg-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Reg-Eof = 'Y'
               READ Reg-File
                   AT END MOVE 'Y' TO Reg-Eof
                   NOT AT END
                       IF CN-Year = Want-Year
                           PERFORM StowConf-P
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Reg-File.

       StowConf-P.
           IF Conf-Count NOT < 3000
               DISPLAY "** 확인서 표 한도(3000) 초과"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO Conf-Count
           SET CFx TO Conf-Count
           MOVE CN-Seq      TO CT-Seq(CFx)
           MOVE CN-CustNo   TO CT-CustNo(CFx)
           MOVE CN-Branch   TO CT-Branch(CFx)
           MOVE CN-Reason   TO CT-Reason(CFx)
           MOVE CN-Book     TO CT-Book(CFx)
           MOVE CN-SentDate TO CT-SentDate(CFx)
           MOVE CN-Status   TO CT-Status(CFx)
           MOVE CN-RespDate TO CT-RespDate(CFx)
           MOVE CN-Claim    TO CT-Claim(CFx)
           MOVE CN-Oper     TO CT-Oper(CFx)
           MOVE CN-Note     TO CT-Note(CFx)
           EVALUATE CN-Status
               WHEN 'A' ADD 1 TO Agree-Ctr
               WHEN 'D' ADD 1 TO Disp-Ctr
                        ADD CN-Book  TO Disp-Book
                        ADD CN-Claim TO Disp-Claim
               WHEN 'N' ADD 1 TO NoResp-Ctr
               WHEN OTHER ADD 1 TO Pend-Ctr
           END-EVALUATE
           IF CN-Reason = 'T'
               ADD 1 TO Thresh-Ctr
           ELSE
               ADD 1 TO Rand-Ctr
           END-IF.

       LoadDtl-P.
          *> 불일치 확인서의 계좌 명세를 보이려고 싣는다
           OPEN INPUT Dtl-File
           IF Dtl-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Dtl-Eof = 'Y'
               READ Dtl-File
                   AT END MOVE 'Y' TO Dtl-Eof
                   NOT AT END
                       IF CE-Year = Want-Year
                           IF Dtl-Count < 5000
                               ADD 1 TO Dtl-Count
                               SET DTx TO Dtl-Count
                               MOVE CE-Seq    TO DT-Seq(DTx)
                               MOVE CE-AcctNo TO DT-AcctNo(DTx)
                               MOVE CE-Type   TO DT-Type(DTx)
                               MOVE CE-Bal    TO DT-Bal(DTx)
                           ELSE
                               DISPLAY "** 명세 표 한도"
                                       "(5000) 초과"
                               MOVE 'Y' TO Dtl-Eof
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Dtl-File.

       WriteHead-P.
           MOVE SPACES TO Rpt-Line
           STRING "=== 잔액 확인 예외 보고 " DELIMITED BY SIZE
                  Want-Year    DELIMITED BY SIZE
                  " (작성 "     DELIMITED BY SIZE
                  Proc-Date     DELIMITED BY SIZE
                  ") ==="       DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       WriteDisp-P.
          *> 불일치 회신 - 장부와 주장 잔액, 차이와 사유,
          *> 확인서에 실린 계좌 명세
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[불일치 회신]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "번호   고객   지점         장부         주장"
               TO Rpt-Line
           MOVE "차이" TO Rpt-Line(68:6)
           WRITE Rpt-Line
           IF Disp-Ctr = 0
               MOVE "  (없음)" TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFx FROM 1 BY 1
                   UNTIL CFx > Conf-Count
               IF CT-Status(CFx) = 'D'
                   PERFORM WriteDispOne-P
               END-IF
           END-PERFORM.

       WriteDispOne-P.
           MOVE CT-Seq(CFx)    TO RX-Seq
           MOVE CT-CustNo(CFx) TO RX-CustNo
           MOVE CT-Branch(CFx) TO RX-Branch
           MOVE CT-Book(CFx)   TO RX-Book
           MOVE CT-Claim(CFx)  TO RX-Claim
           COMPUTE Work-Diff = CT-Claim(CFx) - CT-Book(CFx)
           MOVE Work-Diff      TO RX-Diff
           MOVE Rpt-Disp TO Rpt-Line
           WRITE Rpt-Line
           MOVE CT-Note(CFx)     TO RN-Note
           MOVE CT-Oper(CFx)     TO RN-Oper
           MOVE CT-RespDate(CFx) TO RN-Date
           MOVE Rpt-Note TO Rpt-Line
           WRITE Rpt-Line
           PERFORM VARYING DTx FROM 1 BY 1
                   UNTIL DTx > Dtl-Count
               IF DT-Seq(DTx) = CT-Seq(CFx)
                   MOVE DT-AcctNo(DTx) TO RA-AcctNo
                   MOVE DT-Type(DTx)   TO RA-Type
                   MOVE DT-Bal(DTx)    TO RA-Bal
                   MOVE Rpt-Acct TO Rpt-Line
                   WRITE Rpt-Line
               END-IF
           END-PERFORM.

       WriteNoResp-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[무응답]" TO Rpt-Line
           WRITE Rpt-Line
           IF NoResp-Ctr = 0
               MOVE "  (없음)" TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFx FROM 1 BY 1
                   UNTIL CFx > Conf-Count
               IF CT-Status(CFx) = 'N'
                   PERFORM WriteOpen-P
               END-IF
           END-PERFORM.

       WritePend-P.
          *> 아직 아무 회신도 적히지 않은 확인서
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[회신 대기]" TO Rpt-Line
           WRITE Rpt-Line
           IF Pend-Ctr = 0
               MOVE "  (없음)" TO Rpt-Line
               WRITE Rpt-Line
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CFx FROM 1 BY 1
                   UNTIL CFx > Conf-Count
               IF CT-Status(CFx) NOT = 'A'
                  AND CT-Status(CFx) NOT = 'D'
                  AND CT-Status(CFx) NOT = 'N'
                   PERFORM WriteOpen-P
               END-IF
           END-PERFORM.

       WriteOpen-P.
           MOVE CT-Seq(CFx)      TO RO-Seq
           MOVE CT-CustNo(CFx)   TO RO-CustNo
           MOVE CT-Branch(CFx)   TO RO-Branch
           MOVE CT-Reason(CFx)   TO RO-Reason
           MOVE CT-Book(CFx)     TO RO-Book
           MOVE CT-SentDate(CFx) TO RO-SentDate
           MOVE CT-RespDate(CFx) TO RO-RespDate
           MOVE Rpt-Open TO Rpt-Line
           WRITE Rpt-Line.

       WriteSumm-P.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "[요약]" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "발송" TO RC-Label
           MOVE Conf-Count TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  기준 초과 표본" TO RC-Label
           MOVE Thresh-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "  지점별 무작위 표본" TO RC-Label
           MOVE Rand-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "일치" TO RC-Label
           MOVE Agree-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "불일치" TO RC-Label
           MOVE Disp-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "무응답" TO RC-Label
           MOVE NoResp-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "회신 대기" TO RC-Label
           MOVE Pend-Ctr TO RC-Count
           MOVE Rpt-Count TO Rpt-Line
           WRITE Rpt-Line
           MOVE "불일치 장부 합계" TO RM-Label
           MOVE Disp-Book TO RM-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line
           MOVE "불일치 주장 합계" TO RM-Label
           MOVE Disp-Claim TO RM-Amount
           MOVE Rpt-Amount TO Rpt-Line
           WRITE Rpt-Line
          *> 회신율 - 일치와 불일치 회신이 발송에서
          *> 차지하는 비율
           COMPUTE Resp-Rate ROUNDED =
               (Agree-Ctr + Disp-Ctr) * 100 / Conf-Count
           MOVE Resp-Rate TO RR-Rate
           MOVE Rpt-Rate TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "CONFRPT 종료"   TO AL-Event
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
