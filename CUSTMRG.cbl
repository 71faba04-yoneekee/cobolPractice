       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. YONEE.
       REMARKS. 중복 고객 병합 서브프로그램. CHGAPPLY가
                승인된 병합(PENDCHG 'G')마다 부른다. 물러날
                번호를 가리키는 모든 참조를 이어받을 번호로
                바꾼다 - 계좌 원부(ACCOUNTS.IDX)와 순차
                계좌 마스터, 주문(ORDTRANS), 주문 이력, 미결
                청구(AROPEN)와 청구 대장(INVREG), 전화 예약
                (HOLDS), 여신 보류와 통과권(CREDHOLD/
                CREDPASS), 백오더, 과납 예수금, 거래처
                품목 대응표, 앞선 병합의 별칭. 이어받는
                고객의 빈 주소/전화/우편번호는 물러나는
                고객 것으로 채우고, 물러나는 번호는
                원부에서 해지('C')한 뒤 별칭
                (CUSTALIAS.DAT)으로 남겨 옛 서류가 지금
                번호를 찾게 한다. 옮긴 줄마다 전/후
                번호를 병합 대조표(CUSTMRG.RPT)에 싣고
                병합 한 건을 AUDIT.DAT에 남긴다. 건수와
                금액은 그대로이므로 통제 기록은 손대지
                않는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustIdx-File ASSIGN TO "CUSTMAST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CI-CustNo
               FILE STATUS IS CustIdx-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT AcctIdx-File ASSIGN TO "ACCOUNTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-AcctNo
               FILE STATUS IS AcctIdx-Status.
           *> 참조 파일은 목록의 이름으로 차례로 연다
           SELECT Ref-File ASSIGN TO Ref-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ref-Status.
           SELECT Work-File ASSIGN TO "CUSTMRG.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Work-Status.
           SELECT Alias-File ASSIGN TO "CUSTALIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Alias-Status.
           SELECT Rpt-File ASSIGN TO "CUSTMRG.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CustIdx-File.
       01  CustIdx-Record.
           02  CI-CustNo         PIC 9(5).
           02  CI-FName          PIC X(15).
           02  CI-LName          PIC X(15).
           *> 'A' = 사용 중, 'C' = 해지
           02  CI-Status         PIC X.
           02  CI-Addr           PIC X(30).
           02  CI-Phone          PIC X(13).
           02  CI-Postal         PIC X(6).
           02  CI-CrLimit        PIC 9(7).
           02  CI-Terms          PIC 9(3).
           02  CI-Disc           PIC 9(2).
           02  CI-SalesRep       PIC X(3).
           02  CI-Cycle          PIC X.
           02  CI-CycleDay       PIC 9(2).

       FD  Customer-File.
       01  Customer-Record.
           02  CM-CustNo         PIC 9(5).
           02  CM-FName          PIC X(15).
           02  CM-LName          PIC X(15).
           02  CM-Addr           PIC X(30).
           02  CM-Phone          PIC X(13).
           02  CM-Postal         PIC X(6).
           02  CM-CrLimit        PIC 9(7).
           02  CM-Terms          PIC 9(3).
           02  CM-Disc           PIC 9(2).
           02  CM-SalesRep       PIC X(3).
           02  CM-Cycle          PIC X.
           02  CM-CycleDay       PIC 9(2).

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

       FD  Ref-File.
       01  Ref-Line              PIC X(300).

       FD  Work-File.
       01  Work-Line             PIC X(300).

       FD  Alias-File.
       COPY "CUSTALS.cbl".

       FD  Rpt-File.
       01  Rpt-Line              PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  CustIdx-Status    PIC XX.
       77  Cust-Status       PIC XX.
       77  AcctIdx-Status    PIC XX.
       77  Ref-Status        PIC XX.
       77  Work-Status       PIC XX.
       77  Alias-Status      PIC XX.
       77  Rpt-Status        PIC XX.
       77  Ref-Eof           PIC X       VALUE 'N'.
       77  Ref-Name          PIC X(13)   VALUE SPACES.

      *> ----- 고객 번호를 든 참조 파일 -----
      *> 이름과 고객 번호 자리(5자리). 새 참조 파일이
      *> 생기면 여기에 한 줄 더한다
       77  Num-Refs          PIC 99      VALUE 12.
       01  Ref-List.
           02  FILLER PIC X(16) VALUE 'ACCOUNTS.DAT 030'.
           02  FILLER PIC X(16) VALUE 'ORDTRANS.DAT 045'.
           02  FILLER PIC X(16) VALUE 'ORDHIST.DAT  010'.
           02  FILLER PIC X(16) VALUE 'AROPEN.DAT   008'.
           02  FILLER PIC X(16) VALUE 'INVREG.DAT   008'.
           02  FILLER PIC X(16) VALUE 'HOLDS.DAT    007'.
           02  FILLER PIC X(16) VALUE 'CREDHOLD.DAT 045'.
           02  FILLER PIC X(16) VALUE 'CREDPASS.DAT 001'.
           02  FILLER PIC X(16) VALUE 'BACKORD.DAT  060'.
           02  FILLER PIC X(16) VALUE 'CUSTCRED.DAT 012'.
           02  FILLER PIC X(16) VALUE 'ITEMXREF.DAT 001'.
           02  FILLER PIC X(16) VALUE 'CUSTALIAS.DAT007'.
       01  FILLER REDEFINES Ref-List.
           02  Ref-Entry OCCURS 12 TIMES.
               03  RL-Name       PIC X(13).
               03  RL-Pos        PIC 9(3).

      *> ----- 병합 작업영역 -----
       77  Rx                PIC 99      VALUE 0.
       77  Px                PIC 9(3)    VALUE 0.
       77  Line-No           PIC 9(7)    VALUE 0.
       77  File-Moved        PIC 9(7)    VALUE 0.
       77  Reject-Why        PIC X(20)   VALUE SPACES.
       77  New-Name          PIC X(31)   VALUE SPACES.
       01  Old-No-X          PIC 9(5).
       01  New-No-X          PIC 9(5).
      *> 물러나는 고객 원부 레코드 (빈 필드 채우기용)
       01  Old-Cust.
           02  OC-CustNo         PIC 9(5).
           02  OC-FName          PIC X(15).
           02  OC-LName          PIC X(15).
           02  OC-Status         PIC X.
           02  OC-Addr           PIC X(30).
           02  OC-Phone          PIC X(13).
           02  OC-Postal         PIC X(6).
           02  FILLER            PIC X(18).

      *> ----- 대조표 인쇄 편집 -----
       01  Head-Line.
           02  FILLER            PIC X(18)
               VALUE "=== 고객 병합 ".
           02  HL-OldNo          PIC 9(5).
           02  FILLER            PIC X(4)    VALUE " -> ".
           02  HL-NewNo          PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  HL-Date           PIC X(8).
           02  FILLER            PIC X(10)
               VALUE "  신청 ".
           02  HL-Maker          PIC X(3).
           02  FILLER            PIC X(10)
               VALUE "  승인 ".
           02  HL-Checker        PIC X(3).
       01  Name-Line.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  NL-Label          PIC X(14).
           02  NL-CustNo         PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  NL-Name           PIC X(31).
       01  Xref-Line.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  XL-File           PIC X(13).
           02  FILLER            PIC X       VALUE SPACE.
           02  XL-LineNo         PIC 9(7).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  XL-Before         PIC 9(5).
           02  FILLER            PIC X(4)    VALUE " -> ".
           02  XL-After          PIC 9(5).
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  XL-Text           PIC X(30).
       01  Tally-Line.
           02  FILLER            PIC X(2)    VALUE SPACES.
           02  TL-File           PIC X(13).
           02  FILLER            PIC X(13)
               VALUE " 옮김 ".
           02  TL-Count          PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       COPY "MERGCTL.cbl".

       PROCEDURE DIVISION USING Merge-Ctl.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "CUSTMRG"        TO AL-Program
           MOVE MG-Checker       TO AL-Oper
           MOVE 'N' TO MG-Result
           MOVE 0   TO MG-Moved
           MOVE MG-OldNo TO Old-No-X
           MOVE MG-NewNo TO New-No-X
           OPEN I-O CustIdx-File
           IF CustIdx-Status NOT = '00'
               DISPLAY "** 고객 원부 열기 실패 : "
                       CustIdx-Status
               MOVE 'E' TO MG-Result
               MOVE "원부 없음" TO Reject-Why
               PERFORM AuditReject-P
               GOBACK
           END-IF
           PERFORM CheckPair-P
           IF Reject-Why NOT = SPACES
               CLOSE CustIdx-File
               DISPLAY "** 병합 거절 " Old-No-X " -> " New-No-X
                       " : " Reject-Why
               PERFORM AuditReject-P
               GOBACK
           END-IF
           PERFORM OpenRpt-P
           PERFORM RepointIdx-P
           PERFORM RepointFile-P
               VARYING Rx FROM 1 BY 1 UNTIL Rx > Num-Refs
          *> 참조를 다 옮기지 못했으면 물러날 번호를 해지하지
          *> 않는다 - CHGAPPLY가 다음 실행에 다시 불러 마저
          *> 옮길 수 있게 둔다
           IF MG-Result NOT = 'E'
               PERFORM RetireCust-P
           END-IF
           CLOSE CustIdx-File
           IF MG-Result = 'E'
               CLOSE Rpt-File
               GOBACK
           END-IF
           PERFORM Extract-P
           PERFORM WriteAlias-P
           MOVE SPACES TO Rpt-Line
           STRING "  옮긴 참조 합계 " DELIMITED BY SIZE
                  MG-Moved             DELIMITED BY SIZE
                  " 건"                DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           CLOSE Rpt-File
           MOVE 'Y' TO MG-Result
           MOVE SPACES TO AL-Event
           STRING "고객병합 "  DELIMITED BY SIZE
                  Old-No-X     DELIMITED BY SIZE
                  " -> "       DELIMITED BY SIZE
                  New-No-X     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  MG-Moved     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           GOBACK.

       CheckPair-P.
          *> 두 번호 모두 원부에 사용 중이어야 한다 - 이미
          *> 물러난 번호는 별칭으로만 남는다
           MOVE SPACES TO Reject-Why
           IF MG-OldNo = MG-NewNo
               MOVE "같은 번호" TO Reject-Why
               EXIT PARAGRAPH
           END-IF
           MOVE MG-NewNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   MOVE "새 번호 없음" TO Reject-Why
               NOT INVALID KEY
                   IF CI-Status NOT = 'A'
                       MOVE "새 번호 해지" TO Reject-Why
                   END-IF
                   MOVE SPACES TO New-Name
                   STRING CI-FName DELIMITED BY SPACE
                          " "      DELIMITED BY SIZE
                          CI-LName DELIMITED BY SPACE
                          INTO New-Name
           END-READ
           IF Reject-Why NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE MG-OldNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   MOVE "옛 번호 없음" TO Reject-Why
               NOT INVALID KEY
                   IF CI-Status NOT = 'A'
                       MOVE "옛 번호 해지" TO Reject-Why
                   END-IF
                   MOVE CustIdx-Record TO Old-Cust
           END-READ.

       OpenRpt-P.
          *> 병합마다 대조표 끝에 덧붙인다
           OPEN EXTEND Rpt-File
           IF Rpt-Status NOT = '00'
               OPEN OUTPUT Rpt-File
           END-IF
           MOVE MG-OldNo   TO HL-OldNo
           MOVE MG-NewNo   TO HL-NewNo
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL-Date
           MOVE MG-Maker   TO HL-Maker
           MOVE MG-Checker TO HL-Checker
           WRITE Rpt-Line FROM Head-Line
           MOVE "물러남   " TO NL-Label
           MOVE MG-OldNo     TO NL-CustNo
           MOVE SPACES TO NL-Name
           STRING OC-FName DELIMITED BY SPACE
                  " "      DELIMITED BY SIZE
                  OC-LName DELIMITED BY SPACE
                  INTO NL-Name
           WRITE Rpt-Line FROM Name-Line
           MOVE "이어받음 " TO NL-Label
           MOVE MG-NewNo     TO NL-CustNo
           MOVE New-Name     TO NL-Name
           WRITE Rpt-Line FROM Name-Line
           MOVE SPACES TO Rpt-Line
           STRING "  파일          줄 번호  "  DELIMITED BY SIZE
                  "옛 번호  새 번호  내용"    DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line.

       RepointIdx-P.
          *> 계좌 원부를 제자리 고친다 - 원부가 없는
          *> 설치는 순차 ACCOUNTS.DAT만 쓴다
           MOVE 0 TO File-Moved
           MOVE 0 TO Line-No
           OPEN I-O AcctIdx-File
           IF AcctIdx-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO AI-AcctNo
           START AcctIdx-File KEY >= AI-AcctNo
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL AcctIdx-Status NOT = '00'
               READ AcctIdx-File NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO Line-No
                       IF AI-CustNo = MG-OldNo
                           MOVE MG-NewNo TO AI-CustNo
                           REWRITE AcctIdx-Record
                               INVALID KEY
                                   DISPLAY "** 원부 갱신 실패 : "
                                           AI-AcctNo
                                   MOVE 'E' TO MG-Result
                               NOT INVALID KEY
                                   ADD 1 TO File-Moved
                                   MOVE "ACCOUNTS.IDX" TO XL-File
                                   MOVE AI-AcctNo TO XL-Text
                                   PERFORM WriteXref-P
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AcctIdx-File
           MOVE "ACCOUNTS.IDX" TO TL-File
           PERFORM WriteTally-P.

       RepointFile-P.
          *> 참조 파일 하나를 작업 파일로 옮겨 쓰면서
          *> 번호를 바꾸고, 바뀐 줄이 있을 때만 되쓴다
           MOVE RL-Name(Rx) TO Ref-Name
           MOVE RL-Pos(Rx)  TO Px
           MOVE 0 TO File-Moved
           MOVE 0 TO Line-No
           OPEN INPUT Ref-File
           IF Ref-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Work-File
           IF Work-Status NOT = '00'
               DISPLAY "** 작업 파일 열기 실패 : " Work-Status
               CLOSE Ref-File
               MOVE 'E' TO MG-Result
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Ref-Eof
           PERFORM UNTIL Ref-Eof = 'Y'
               MOVE SPACES TO Ref-Line
               READ Ref-File
                   AT END MOVE 'Y' TO Ref-Eof
                   NOT AT END
                       ADD 1 TO Line-No
                       MOVE Ref-Line TO Work-Line
                       IF Ref-Line(Px:5) = Old-No-X
                           MOVE New-No-X TO Work-Line(Px:5)
                           ADD 1 TO File-Moved
                           MOVE Ref-Name TO XL-File
                           MOVE Ref-Line(1:30) TO XL-Text
                           PERFORM WriteXref-P
                       END-IF
                       WRITE Work-Line
               END-READ
           END-PERFORM
           CLOSE Ref-File
           CLOSE Work-File
           IF File-Moved > 0
               PERFORM CopyBack-P
           END-IF
           MOVE Ref-Name TO TL-File
           PERFORM WriteTally-P.

       CopyBack-P.
           OPEN INPUT Work-File
           OPEN OUTPUT Ref-File
           IF Ref-Status NOT = '00'
               DISPLAY "** 되쓰기 실패 : " Ref-Name " " Ref-Status
               CLOSE Work-File
               MOVE 'E' TO MG-Result
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Ref-Eof
           PERFORM UNTIL Ref-Eof = 'Y'
               MOVE SPACES TO Work-Line
               READ Work-File
                   AT END MOVE 'Y' TO Ref-Eof
                   NOT AT END
                       MOVE Work-Line TO Ref-Line
                       WRITE Ref-Line
               END-READ
           END-PERFORM
           CLOSE Work-File
           CLOSE Ref-File.

       WriteXref-P.
           MOVE Line-No  TO XL-LineNo
           MOVE MG-OldNo TO XL-Before
           MOVE MG-NewNo TO XL-After
           WRITE Rpt-Line FROM Xref-Line.

       WriteTally-P.
           ADD File-Moved TO MG-Moved
           MOVE File-Moved TO TL-Count
           WRITE Rpt-Line FROM Tally-Line.

       RetireCust-P.
          *> 이어받는 고객의 빈 발송 필드를 채우고 물러나는
          *> 번호는 해지한다 - 번호는 다시 쓰이지 않는다
           MOVE MG-NewNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   MOVE 'E' TO MG-Result
               NOT INVALID KEY
                   IF CI-Addr = SPACES
                       MOVE OC-Addr TO CI-Addr
                   END-IF
                   IF CI-Phone = SPACES
                       MOVE OC-Phone TO CI-Phone
                   END-IF
                   IF CI-Postal = SPACES
                       MOVE OC-Postal TO CI-Postal
                   END-IF
                   REWRITE CustIdx-Record
                       INVALID KEY MOVE 'E' TO MG-Result
                   END-REWRITE
           END-READ
           MOVE MG-OldNo TO CI-CustNo
           READ CustIdx-File
               INVALID KEY
                   MOVE 'E' TO MG-Result
               NOT INVALID KEY
                   MOVE 'C' TO CI-Status
                   REWRITE CustIdx-Record
                       INVALID KEY MOVE 'E' TO MG-Result
                   END-REWRITE
           END-READ
           IF MG-Result = 'E'
               DISPLAY "** 고객 원부 갱신 실패 " Old-No-X
                       " -> " New-No-X
           END-IF.

       Extract-P.
          *> CUSTMNT의 Extract-P와 같은 순차본 내려쓰기 -
          *> 해지된 물러난 번호는 빠진다
           OPEN INPUT CustIdx-File
           IF CustIdx-Status NOT = '00'
               DISPLAY "** 원부 재열기 실패 : " CustIdx-Status
               MOVE 'E' TO MG-Result
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Customer-File
           MOVE 0 TO CI-CustNo
           START CustIdx-File KEY >= CI-CustNo
               INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL CustIdx-Status NOT = '00'
               READ CustIdx-File NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF CI-Status = 'A'
                           MOVE SPACES TO Customer-Record
                           MOVE CI-CustNo   TO CM-CustNo
                           MOVE CI-FName    TO CM-FName
                           MOVE CI-LName    TO CM-LName
                           MOVE CI-Addr     TO CM-Addr
                           MOVE CI-Phone    TO CM-Phone
                           MOVE CI-Postal   TO CM-Postal
                           MOVE CI-CrLimit  TO CM-CrLimit
                           MOVE CI-Terms    TO CM-Terms
                           MOVE CI-Disc     TO CM-Disc
                           MOVE CI-SalesRep TO CM-SalesRep
                           MOVE CI-Cycle    TO CM-Cycle
                           MOVE CI-CycleDay TO CM-CycleDay
                           WRITE Customer-Record
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File
           CLOSE CustIdx-File.

       WriteAlias-P.
          *> 물러난 번호를 별칭으로 남긴다 - 앞선 병합의
          *> 별칭은 RepointFile-P가 이미 새 번호로 고쳤다
           MOVE SPACES TO Alias-Record
           MOVE MG-OldNo   TO CA-OldNo
           MOVE MG-NewNo   TO CA-NewNo
           MOVE FUNCTION CURRENT-DATE(1:8) TO CA-Date
           MOVE MG-Maker   TO CA-Maker
           MOVE MG-Checker TO CA-Checker
           OPEN EXTEND Alias-File
           IF Alias-Status NOT = '00'
               OPEN OUTPUT Alias-File
           END-IF
           IF Alias-Status = '00'
               WRITE Alias-Record
               CLOSE Alias-File
           ELSE
               DISPLAY "** 별칭 파일 열기 실패 : " Alias-Status
           END-IF.

       AuditReject-P.
           MOVE SPACES TO AL-Event
           STRING "거절 "      DELIMITED BY SIZE
                  Old-No-X     DELIMITED BY SIZE
                  " -> "       DELIMITED BY SIZE
                  New-No-X     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  Reject-Why   DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM CUSTMRG.
