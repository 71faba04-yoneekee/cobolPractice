       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       AUTHOR. YONEE.
      *> 파일 간 참조 무결성 점검 - 유지보수 프로그램은 제
      *> 파일만 검증하므로 파일끼리 어긋난 고아 행은 보고서가
      *> 터져야 드러났다. 주 1회(월요일) 아래 연결을 훑어
      *> 예외를 INTEGCHK.RPT에 규칙별 건수와 함께 싣는다.
      *>   LGAC  원장(LEDGER) 계좌가 계좌 마스터에 없음
      *>   ACCU  계좌의 고객 번호가 고객 마스터에 없음
      *>   OTCU  주문 거래(ORDTRANS) 고객이 고객 마스터에 없음
      *>   ARIV  미결 매출채권(AROPEN) 송장이 송장 대장에 없음
      *>   HDPR  보류(HOLDS) 줄의 상품이 단종/미등록
      *>   BOPR  백오더(BACKORD) 줄의 상품이 단종/미등록
      *>   RSST  성적(STUDRES) 학번이 학생 마스터에 없음
      *>   POVN  미결 발주(OPENPO) 공급처가 공급처 마스터에 없음
      *> 고객 번호 0(옛 계좌/주문의 빈칸)은 연결 없음으로 보고
      *> 건너뛴다. 세트 코드(KITDEF)는 등록된 상품으로 본다.
      *> 이번 예외 목록을 INTEGPRV.DAT에 남겨 다음 주와
      *> 맞대고, 지난주에 없던 고아가 생기면 심각도 4 경보를
      *> 낸다. 목록이 없는 첫 실행은 기준선만 뜬다. 마스터가
      *> 없거나 표가 넘쳐 판정할 수 없는 규칙은 건너뛰고
      *> RC 4로 알린다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ledger-File ASSIGN TO "LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Ledger-Status.
           SELECT Account-File ASSIGN TO "ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Account-Status.
           SELECT Customer-File ASSIGN TO "CUSTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Cust-Status.
           SELECT Order-File ASSIGN TO "ORDTRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Order-Status.
           SELECT ArOpen-File ASSIGN TO "AROPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArOpen-Status.
           SELECT InvReg-File ASSIGN TO "INVREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS InvReg-Status.
           SELECT Hold-File ASSIGN TO "HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hold-Status.
           SELECT BackOrd-File ASSIGN TO "BACKORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BackOrd-Status.
           SELECT Product-File ASSIGN TO "PRODMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prod-Status.
           SELECT Kit-File ASSIGN TO "KITDEF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Kit-Status.
           SELECT StudRes-File ASSIGN TO "STUDRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-Status.
           SELECT StudMast-File ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SM-Status.
           SELECT OpenPo-File ASSIGN TO "OPENPO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenPo-Status.
           SELECT Vendor-File ASSIGN TO "VENDMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Vend-Status.
      *> 지난주 예외 목록 - 이번 실행이 끝나면 다시 쓴다
           SELECT Prev-File ASSIGN TO "INTEGPRV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Prev-Status.
           SELECT Rpt-File ASSIGN TO "INTEGCHK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Rpt-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  Ledger-File.
       COPY "LEDGERFD.cbl".

       FD  Account-File.
       COPY "ACCTFD.cbl".

       FD  Customer-File.
       01  Customer-Record.
           02 CM-CustNo     PIC 9(5).
           02 CM-FName      PIC X(15).
           02 CM-LName      PIC X(15).
           02 FILLER        PIC X(100).

       FD  Order-File.
       01  Order-Record.
           02 OT-ProdName   PIC X(10).
           02 OT-Size       PIC A.
           02 OT-Qty        PIC 9(3).
           02 OT-CustFName  PIC X(15).
           02 OT-CustLName  PIC X(15).
           02 OT-CustNo     PIC 9(5).
           02 FILLER        PIC X(100).

       FD  ArOpen-File.
       01  ArOpen-Record.
           02 AO-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 AO-CustNo     PIC 9(5).
           02 FILLER        PIC X(100).

       FD  InvReg-File.
       01  InvReg-Record.
           02 RG-InvNo      PIC 9(6).
           02 FILLER        PIC X.
           02 RG-CustNo     PIC 9(5).
           02 FILLER        PIC X(100).

       FD  Hold-File.
       01  Hold-Record.
           02 HD-Ref        PIC 9(5).
           02 FILLER        PIC X.
           02 HD-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 HD-ProdName   PIC X(10).
           02 HD-Size       PIC A.
           02 FILLER        PIC X(100).

       FD  BackOrd-File.
       01  BackOrd-Record.
           02 BO-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 BO-Seq        PIC 9(5).
           02 FILLER        PIC X.
           02 BO-ProdName   PIC X(10).
           02 BO-Size       PIC A.
           02 FILLER        PIC X(150).

       FD  Product-File.
       01  Product-Record.
           02 PM-ProdName   PIC X(10).
           02 PM-Slot OCCURS 3 TIMES.
               03 PM-Size     PIC A.
               03 PM-Qty      PIC 9(5).
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
      *> 'A' = 판매 중, 'D' = 단종 (이력 보존용)
           02 PM-Status     PIC X.
           02 FILLER        PIC X(100).

       FD  Kit-File.
      *> 'K' = 세트 머리(단가/설명), 'C' = 구성품 한 줄
       01  Kit-Record.
           02 KF-Type       PIC X.
           02 FILLER        PIC X.
           02 KF-KitCode    PIC X(10).
           02 FILLER        PIC X(50).

       FD  StudRes-File.
       01  StudRes-Record.
           02 RS-Section    PIC 9(2).
           02 FILLER        PIC X.
           02 RS-Ban        PIC X(4).
           02 FILLER        PIC X.
           02 RS-StudId     PIC 9(5).
           02 FILLER        PIC X(100).

       FD  StudMast-File.
       01  StudMast-Record.
           02 SM-StudId     PIC 9(5).
           02 SM-Irum       PIC X(10).
           02 FILLER        PIC X(100).

       FD  OpenPo-File.
       01  OpenPo-Record.
           02 PO-No         PIC 9(6).
           02 FILLER        PIC X.
           02 PO-Vendor     PIC X(5).
           02 FILLER        PIC X.
           02 PO-ProdName   PIC X(10).
           02 FILLER        PIC X(100).

       FD  Vendor-File.
       01  Vendor-Record.
           02 VN-VendNo     PIC X(5).
           02 FILLER        PIC X.
           02 VN-Name       PIC X(10).
           02 FILLER        PIC X(100).

       FD  Prev-File.
       01  Prev-Record.
           02 PV-Rule       PIC X(4).
           02 FILLER        PIC X.
           02 PV-Key        PIC X(20).

       FD  Rpt-File.
       01  Rpt-Line         PIC X(80).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
       77 Audit-Status   PIC XX.
       77 Ledger-Status  PIC XX.
       77 Account-Status PIC XX.
       77 Cust-Status    PIC XX.
       77 Order-Status   PIC XX.
       77 ArOpen-Status  PIC XX.
       77 InvReg-Status  PIC XX.
       77 Hold-Status    PIC XX.
       77 BackOrd-Status PIC XX.
       77 Prod-Status    PIC XX.
       77 Kit-Status     PIC XX.
       77 RS-Status      PIC XX.
       77 SM-Status      PIC XX.
       77 OpenPo-Status  PIC XX.
       77 Vend-Status    PIC XX.
       77 Prev-Status    PIC XX.
       77 Rpt-Status     PIC XX.
       77 In-Eof         PIC X VALUE 'N'.
       77 Bz-Op          PIC X(3) VALUE SPACES.
       77 Bz-Flag        PIC X VALUE SPACE.
       77 Proc-Date      PIC 9(8) VALUE 0.
       77 RC-Disp        PIC 9(4) VALUE 0.

      *> ----- 마스터 키 표 -----
      *> 마스터가 없으면('N') 또는 표가 넘치면('F') 그 마스터를
      *> 쓰는 규칙은 판정하지 않는다
       77 Num-Accts      PIC 9(4) VALUE 0.
       77 Acct-Have      PIC X VALUE 'N'.
       01 Acct-Table.
           02 Acct-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Num-Accts
                         INDEXED BY ACx.
               03 AT-AcctNo  PIC X(10).
       77 Num-Custs      PIC 9(4) VALUE 0.
       77 Cust-Have      PIC X VALUE 'N'.
       01 Cust-Table.
           02 Cust-Entry OCCURS 0 TO 2000 TIMES
                         DEPENDING ON Num-Custs
                         INDEXED BY CUx.
               03 CT-CustNo  PIC 9(5).
       77 Num-Invs       PIC 9(4) VALUE 0.
       77 Inv-Have       PIC X VALUE 'N'.
       01 Inv-Table.
           02 Inv-Entry OCCURS 0 TO 3000 TIMES
                        DEPENDING ON Num-Invs
                        INDEXED BY IVx.
               03 IT-InvNo   PIC 9(6).
       77 Num-Prods      PIC 9(4) VALUE 0.
       77 Prod-Have      PIC X VALUE 'N'.
       01 Prod-Table.
           02 Prod-Entry OCCURS 0 TO 200 TIMES
                         DEPENDING ON Num-Prods
                         INDEXED BY PDx.
               03 PT-ProdName PIC X(10).
      *> 'A' 판매 중, 'D' 단종, 'K' 세트 코드
               03 PT-Status   PIC X.
       77 Num-Studs      PIC 9(4) VALUE 0.
       77 Stud-Have      PIC X VALUE 'N'.
       01 Stud-Table.
           02 Stud-Entry OCCURS 0 TO 500 TIMES
                         DEPENDING ON Num-Studs
                         INDEXED BY STx.
               03 ST-StudId  PIC 9(5).
       77 Num-Vends      PIC 9(4) VALUE 0.
       77 Vend-Have      PIC X VALUE 'N'.
       01 Vend-Table.
           02 Vend-Entry OCCURS 0 TO 100 TIMES
                         DEPENDING ON Num-Vends
                         INDEXED BY VNx.
               03 VT-VendNo  PIC X(5).

      *> ----- 규칙 표 (보고 순서대로) -----
       01 Rule-Names.
           02 FILLER PIC X(34)
               VALUE 'LGACLEDGER ACCT NOT IN ACCOUNTS   '.
           02 FILLER PIC X(34)
               VALUE 'ACCUACCOUNT CUST NOT IN CUSTMAST  '.
           02 FILLER PIC X(34)
               VALUE 'OTCUORDER CUST NOT IN CUSTMAST    '.
           02 FILLER PIC X(34)
               VALUE 'ARIVOPEN AR INVOICE NOT IN INVREG '.
           02 FILLER PIC X(34)
               VALUE 'HDPRHOLD ON DISCONT/UNKNOWN PROD  '.
           02 FILLER PIC X(34)
               VALUE 'BOPRBACKORDER DISCONT/UNKNOWN PROD'.
           02 FILLER PIC X(34)
               VALUE 'RSSTRESULT STUDENT NOT IN STUDMAST'.
           02 FILLER PIC X(34)
               VALUE 'POVNOPEN PO VENDOR NOT IN VENDMAST'.
       01 FILLER REDEFINES Rule-Names.
           02 Rule-Entry OCCURS 8 TIMES INDEXED BY RUx.
               03 RU-Code    PIC X(4).
               03 RU-Name    PIC X(30).
       77 Num-Rules      PIC 9 VALUE 8.
       01 Rule-Counts.
           02 Rule-Count OCCURS 8 TIMES.
               03 RU-Found   PIC 9(5).
               03 RU-New     PIC 9(5).
      *> 'Y' 판정, 'S' 마스터 없음/넘침으로 건너뜀,
      *> 'N' 점검할 파일 없음
               03 RU-Done    PIC X.

      *> ----- 이번 예외 목록 -----
       77 Num-Finds      PIC 9(4) VALUE 0.
       77 Find-Over      PIC 9(5) VALUE 0.
       01 Find-Table.
           02 Find-Entry OCCURS 0 TO 1000 TIMES
                         DEPENDING ON Num-Finds
                         INDEXED BY FDx.
               03 FT-Rule    PIC X(4).
               03 FT-Key     PIC X(20).

      *> ----- 지난주 예외 목록 -----
       77 Num-Prevs      PIC 9(4) VALUE 0.
       77 Have-Prev      PIC X VALUE 'N'.
       01 Prev-Table.
           02 Prev-Entry OCCURS 0 TO 1000 TIMES
                         DEPENDING ON Num-Prevs
                         INDEXED BY PVx.
               03 PR-Rule    PIC X(4).
               03 PR-Key     PIC X(20).

      *> ----- 예외 한 건 작업영역 -----
       77 Cur-Rule       PIC 9 VALUE 0.
       77 Work-Key       PIC X(20) VALUE SPACES.
       77 Work-Detail    PIC X(30) VALUE SPACES.
       77 Work-ProdName  PIC X(10) VALUE SPACES.
       77 Work-CustNo    PIC 9(5) VALUE 0.
       77 Is-New         PIC X VALUE 'N'.
       77 Seen-Flag      PIC X VALUE 'N'.
       77 Hit-Flag       PIC X VALUE 'N'.
       77 Total-Found    PIC 9(5) VALUE 0.
       77 Total-New      PIC 9(5) VALUE 0.
       77 Ix             PIC 9(4) VALUE 0.

      *> 운영 경보(OPALERT) 작업영역
       77 Alert-Prog     PIC X(10) VALUE 'INTEGCHK'.
       77 Alert-Sev      PIC 99 VALUE 0.
       77 Alert-Text     PIC X(40) VALUE SPACES.

      *> 보고서 인쇄 편집
       01 Find-Detail.
           02 FD-Rule       PIC X(4).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FD-Key        PIC X(20).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FD-Detail     PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 FD-New        PIC X(3).
       01 Sum-Detail.
           02 SD-Rule       PIC X(4).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 SD-Name       PIC X(30).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 SD-Found      PIC ZZ,ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 SD-New        PIC ZZ,ZZ9.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 SD-Note       PIC X(14).

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           MOVE "INTEGCHK"       TO AL-Program
           MOVE "INTEGCHK 시작"  TO AL-Event
           PERFORM LogAudit
           MOVE 0 TO RETURN-CODE
           MOVE 'GET' TO Bz-Op
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Num-Rules
               MOVE 0   TO RU-Found(Ix) RU-New(Ix)
               MOVE 'N' TO RU-Done(Ix)
           END-PERFORM
           PERFORM LoadPrev
           PERFORM LoadAccounts
           PERFORM LoadCustomers
           PERFORM LoadInvoices
           PERFORM LoadProducts
           PERFORM LoadKits
           PERFORM LoadStudents
           PERFORM LoadVendors
           OPEN OUTPUT Rpt-File
           IF Rpt-Status NOT = '00'
               DISPLAY "** INTEGCHK.RPT OPEN FAILED : " Rpt-Status
               MOVE 8 TO RETURN-CODE
               GO TO Kkeut
           END-IF
           MOVE SPACES TO Rpt-Line
           STRING "=== CROSS-FILE INTEGRITY EXCEPTIONS (RUN "
                                    DELIMITED BY SIZE
                  Proc-Date         DELIMITED BY SIZE
                  ") ==="           DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           IF Have-Prev = 'N'
               MOVE "(NO PRIOR LIST - BASELINE TAKEN, NOTHING NEW)"
                   TO Rpt-Line
               WRITE Rpt-Line
           END-IF
           MOVE "RULE  KEY                   DETAIL" TO Rpt-Line
           MOVE "NEW" TO Rpt-Line(61:3)
           WRITE Rpt-Line
           PERFORM CheckLedger
           PERFORM CheckAccounts
           PERFORM CheckOrders
           PERFORM CheckArOpen
           PERFORM CheckHolds
           PERFORM CheckBackOrd
           PERFORM CheckResults
           PERFORM CheckOpenPo
           PERFORM PrintSummary
           CLOSE Rpt-File
           PERFORM SavePrev
           DISPLAY "Integrity exceptions : " Total-Found
                   "  new : " Total-New
           IF Total-New > 0
               DISPLAY "** NEW ORPHANS SINCE LAST WEEK : " Total-New
               MOVE 4 TO Alert-Sev
               MOVE SPACES TO Alert-Text
               STRING "새 고아 행 " DELIMITED BY SIZE
                      Total-New     DELIMITED BY SIZE
                      "건 - INTEGCHK.RPT" DELIMITED BY SIZE
                      INTO Alert-Text
               CALL 'OPALERT' USING Alert-Prog Alert-Sev
                    Alert-Text
               IF RETURN-CODE < Alert-Sev
                   MOVE Alert-Sev TO RETURN-CODE
               END-IF
           END-IF
           GO TO Kkeut.

      *> ------------------------------------------------
      *> 규칙별 점검
      *> ------------------------------------------------
       CheckLedger.
      *> 원장은 계좌마다 여러 회차 행이라 같은 계좌는
      *> NoteFind가 한 번만 싣는다
           MOVE 1 TO Cur-Rule
           IF Acct-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Ledger-File
           IF Ledger-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Ledger-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE 'N' TO Hit-Flag
                       IF Num-Accts > 0
                           SET ACx TO 1
                           SEARCH Acct-Entry
                               AT END CONTINUE
                               WHEN AT-AcctNo(ACx) = LG-AcctNo
                                   MOVE 'Y' TO Hit-Flag
                           END-SEARCH
                       END-IF
                       IF Hit-Flag = 'N'
                           MOVE LG-AcctNo TO Work-Key
                           MOVE SPACES TO Work-Detail
                           STRING "BRANCH " DELIMITED BY SIZE
                                  LG-Branch DELIMITED BY SIZE
                                  INTO Work-Detail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Ledger-File.

       CheckAccounts.
           MOVE 2 TO Cur-Rule
           IF Cust-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF AC-CustNo IS NUMERIC
                          AND AC-CustNo > 0
                           MOVE AC-CustNo TO Work-CustNo
                           PERFORM FindCust
                           IF Hit-Flag = 'N'
                               MOVE SPACES TO Work-Key
                               STRING AC-AcctNo DELIMITED BY SIZE
                                      " "       DELIMITED BY SIZE
                                      AC-CustNo DELIMITED BY SIZE
                                      INTO Work-Key
                               MOVE SPACES TO Work-Detail
                               STRING "CUST "   DELIMITED BY SIZE
                                      AC-CustNo DELIMITED BY SIZE
                                      INTO Work-Detail
                               PERFORM NoteFind
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       CheckOrders.
           MOVE 3 TO Cur-Rule
           IF Cust-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Order-File
           IF Order-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Order-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF OT-CustNo IS NUMERIC
                          AND OT-CustNo > 0
                           MOVE OT-CustNo TO Work-CustNo
                           PERFORM FindCust
                           IF Hit-Flag = 'N'
                               MOVE SPACES TO Work-Key
                               STRING OT-CustNo   DELIMITED BY SIZE
                                      " "         DELIMITED BY SIZE
                                      OT-ProdName DELIMITED BY SIZE
                                      INTO Work-Key
                               MOVE SPACES TO Work-Detail
                               STRING OT-CustFName DELIMITED BY '  '
                                      " "          DELIMITED BY SIZE
                                      OT-CustLName DELIMITED BY '  '
                                      INTO Work-Detail
                               PERFORM NoteFind
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Order-File.

       FindCust.
      *> Work-CustNo를 고객 표에서 찾는다
           MOVE 'N' TO Hit-Flag
           IF Num-Custs > 0
               SET CUx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CT-CustNo(CUx) = Work-CustNo
                       MOVE 'Y' TO Hit-Flag
               END-SEARCH
           END-IF.

       CheckArOpen.
           MOVE 4 TO Cur-Rule
           IF Inv-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ArOpen-File
           IF ArOpen-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ ArOpen-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE 'N' TO Hit-Flag
                       IF Num-Invs > 0
                           SET IVx TO 1
                           SEARCH Inv-Entry
                               AT END CONTINUE
                               WHEN IT-InvNo(IVx) = AO-InvNo
                                   MOVE 'Y' TO Hit-Flag
                           END-SEARCH
                       END-IF
                       IF Hit-Flag = 'N'
                           MOVE AO-InvNo TO Work-Key
                           MOVE SPACES TO Work-Detail
                           STRING "CUST "   DELIMITED BY SIZE
                                  AO-CustNo DELIMITED BY SIZE
                                  INTO Work-Detail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArOpen-File.

       CheckHolds.
           MOVE 5 TO Cur-Rule
           IF Prod-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Hold-File
           IF Hold-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Hold-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE HD-ProdName TO Work-ProdName
                       PERFORM FindProd
                       IF Hit-Flag NOT = 'Y'
                           MOVE HD-Ref TO Work-Key
                           PERFORM ProdDetail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Hold-File.

       CheckBackOrd.
           MOVE 6 TO Cur-Rule
           IF Prod-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BackOrd-File
           IF BackOrd-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ BackOrd-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE BO-ProdName TO Work-ProdName
                       PERFORM FindProd
                       IF Hit-Flag NOT = 'Y'
                           MOVE SPACES TO Work-Key
                           STRING BO-Date DELIMITED BY SIZE
                                  " "     DELIMITED BY SIZE
                                  BO-Seq  DELIMITED BY SIZE
                                  INTO Work-Key
                           PERFORM ProdDetail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BackOrd-File.

       FindProd.
      *> 'Y' 판매 중/세트, 'D' 단종, 'N' 미등록
           MOVE 'N' TO Hit-Flag
           IF Num-Prods > 0
               SET PDx TO 1
               SEARCH Prod-Entry
                   AT END CONTINUE
                   WHEN PT-ProdName(PDx) = Work-ProdName
                       IF PT-Status(PDx) = 'D'
                           MOVE 'D' TO Hit-Flag
                       ELSE
                           MOVE 'Y' TO Hit-Flag
                       END-IF
               END-SEARCH
           END-IF.

       ProdDetail.
           MOVE SPACES TO Work-Detail
           IF Hit-Flag = 'D'
               STRING Work-ProdName   DELIMITED BY SIZE
                      " DISCONTINUED" DELIMITED BY SIZE
                      INTO Work-Detail
           ELSE
               STRING Work-ProdName   DELIMITED BY SIZE
                      " NOT ON FILE"  DELIMITED BY SIZE
                      INTO Work-Detail
           END-IF.

       CheckResults.
           MOVE 7 TO Cur-Rule
           IF Stud-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT StudRes-File
           IF RS-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudRes-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE 'N' TO Hit-Flag
                       IF Num-Studs > 0
                           SET STx TO 1
                           SEARCH Stud-Entry
                               AT END CONTINUE
                               WHEN ST-StudId(STx) = RS-StudId
                                   MOVE 'Y' TO Hit-Flag
                           END-SEARCH
                       END-IF
                       IF Hit-Flag = 'N'
                           MOVE RS-StudId TO Work-Key
                           MOVE SPACES TO Work-Detail
                           STRING "SECTION " DELIMITED BY SIZE
                                  RS-Section DELIMITED BY SIZE
                                  " CLASS "  DELIMITED BY SIZE
                                  RS-Ban     DELIMITED BY SIZE
                                  INTO Work-Detail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudRes-File.

       CheckOpenPo.
      *> 발주는 여러 줄이라 같은 발주 번호는 한 번만
           MOVE 8 TO Cur-Rule
           IF Vend-Have NOT = 'Y'
               MOVE 'S' TO RU-Done(Cur-Rule)
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT OpenPo-File
           IF OpenPo-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO RU-Done(Cur-Rule)
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ OpenPo-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       MOVE 'N' TO Hit-Flag
                       IF Num-Vends > 0
                           SET VNx TO 1
                           SEARCH Vend-Entry
                               AT END CONTINUE
                               WHEN VT-VendNo(VNx) = PO-Vendor
                                   MOVE 'Y' TO Hit-Flag
                           END-SEARCH
                       END-IF
                       IF Hit-Flag = 'N'
                           MOVE SPACES TO Work-Key
                           STRING PO-No     DELIMITED BY SIZE
                                  " "       DELIMITED BY SIZE
                                  PO-Vendor DELIMITED BY SIZE
                                  INTO Work-Key
                           MOVE SPACES TO Work-Detail
                           STRING "VENDOR " DELIMITED BY SIZE
                                  PO-Vendor DELIMITED BY SIZE
                                  INTO Work-Detail
                           PERFORM NoteFind
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OpenPo-File.

       NoteFind.
      *> 이번 목록에 이미 있는 키는 다시 싣지 않고, 지난주
      *> 목록에 없던 키는 새 고아로 센다
           MOVE 'N' TO Seen-Flag
           IF Num-Finds > 0
               SET FDx TO 1
               SEARCH Find-Entry
                   AT END CONTINUE
                   WHEN FT-Rule(FDx) = RU-Code(Cur-Rule)
                        AND FT-Key(FDx) = Work-Key
                       MOVE 'Y' TO Seen-Flag
               END-SEARCH
           END-IF
           IF Seen-Flag = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Is-New
           IF Have-Prev = 'Y'
               MOVE 'Y' TO Is-New
               IF Num-Prevs > 0
                   SET PVx TO 1
                   SEARCH Prev-Entry
                       AT END CONTINUE
                       WHEN PR-Rule(PVx) = RU-Code(Cur-Rule)
                            AND PR-Key(PVx) = Work-Key
                           MOVE 'N' TO Is-New
                   END-SEARCH
               END-IF
           END-IF
           IF Num-Finds < 1000
               ADD 1 TO Num-Finds
               MOVE RU-Code(Cur-Rule) TO FT-Rule(Num-Finds)
               MOVE Work-Key          TO FT-Key(Num-Finds)
           ELSE
      *> 목록이 넘친 뒤의 건은 다음 주 비교에 못 남긴다
               ADD 1 TO Find-Over
           END-IF
           ADD 1 TO RU-Found(Cur-Rule)
           ADD 1 TO Total-Found
           MOVE SPACES TO Find-Detail
           MOVE RU-Code(Cur-Rule) TO FD-Rule
           MOVE Work-Key          TO FD-Key
           MOVE Work-Detail       TO FD-Detail
           IF Is-New = 'Y'
               MOVE "NEW" TO FD-New
               ADD 1 TO RU-New(Cur-Rule)
               ADD 1 TO Total-New
           END-IF
           MOVE Find-Detail TO Rpt-Line
           WRITE Rpt-Line.

       PrintSummary.
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "=== COUNTS PER RULE ===" TO Rpt-Line
           WRITE Rpt-Line
           MOVE "RULE  CHECK" TO Rpt-Line
           MOVE "FOUND     NEW" TO Rpt-Line(40:13)
           WRITE Rpt-Line
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Num-Rules
               MOVE SPACES TO Sum-Detail
               MOVE RU-Code(Ix)  TO SD-Rule
               MOVE RU-Name(Ix)  TO SD-Name
               MOVE RU-Found(Ix) TO SD-Found
               MOVE RU-New(Ix)   TO SD-New
               EVALUATE RU-Done(Ix)
                   WHEN 'S'
                       MOVE "NOT CHECKED" TO SD-Note
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   WHEN 'N'
                       MOVE "NO FILE" TO SD-Note
               END-EVALUATE
               MOVE Sum-Detail TO Rpt-Line
               WRITE Rpt-Line
           END-PERFORM
           MOVE SPACES TO Rpt-Line
           STRING "TOTAL EXCEPTIONS " DELIMITED BY SIZE
                  Total-Found         DELIMITED BY SIZE
                  "  NEW SINCE LAST RUN " DELIMITED BY SIZE
                  Total-New           DELIMITED BY SIZE
                  INTO Rpt-Line
           WRITE Rpt-Line
           IF Find-Over > 0
               MOVE SPACES TO Rpt-Line
               STRING "** EXCEPTION LIST FULL (1000) - "
                                       DELIMITED BY SIZE
                      Find-Over        DELIMITED BY SIZE
                      " NOT KEPT FOR NEXT WEEK"
                                       DELIMITED BY SIZE
                      INTO Rpt-Line
               WRITE Rpt-Line
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> ------------------------------------------------
      *> 마스터 적재
      *> ------------------------------------------------
       LoadAccounts.
           OPEN INPUT Account-File
           IF Account-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Acct-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Account-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Accts < 2000
                           ADD 1 TO Num-Accts
                           MOVE AC-AcctNo TO AT-AcctNo(Num-Accts)
                       ELSE
                           MOVE 'F' TO Acct-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Account-File.

       LoadCustomers.
           OPEN INPUT Customer-File
           IF Cust-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Cust-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Customer-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Custs < 2000
                           ADD 1 TO Num-Custs
                           MOVE CM-CustNo TO CT-CustNo(Num-Custs)
                       ELSE
                           MOVE 'F' TO Cust-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Customer-File.

       LoadInvoices.
           OPEN INPUT InvReg-File
           IF InvReg-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Inv-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ InvReg-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Invs < 3000
                           ADD 1 TO Num-Invs
                           MOVE RG-InvNo TO IT-InvNo(Num-Invs)
                       ELSE
                           MOVE 'F' TO Inv-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE InvReg-File.

       LoadProducts.
           OPEN INPUT Product-File
           IF Prod-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Prod-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Product-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Prods < 200
                           ADD 1 TO Num-Prods
                           MOVE PM-ProdName
                               TO PT-ProdName(Num-Prods)
                           MOVE PM-Status TO PT-Status(Num-Prods)
                       ELSE
                           MOVE 'F' TO Prod-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Product-File.

       LoadKits.
      *> 세트 코드도 주문/보류 줄에 올 수 있는 이름이다
           OPEN INPUT Kit-File
           IF Kit-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Kit-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF KF-Type = 'K'
                           IF Num-Prods < 200
                               ADD 1 TO Num-Prods
                               MOVE KF-KitCode
                                   TO PT-ProdName(Num-Prods)
                               MOVE 'K' TO PT-Status(Num-Prods)
                           ELSE
                               MOVE 'F' TO Prod-Have
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Kit-File.

       LoadStudents.
           OPEN INPUT StudMast-File
           IF SM-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Stud-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ StudMast-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Studs < 500
                           ADD 1 TO Num-Studs
                           MOVE SM-StudId TO ST-StudId(Num-Studs)
                       ELSE
                           MOVE 'F' TO Stud-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StudMast-File.

       LoadVendors.
           OPEN INPUT Vendor-File
           IF Vend-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Vend-Have
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Vendor-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Vends < 100
                           ADD 1 TO Num-Vends
                           MOVE VN-VendNo TO VT-VendNo(Num-Vends)
                       ELSE
                           MOVE 'F' TO Vend-Have
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Vendor-File.

      *> ------------------------------------------------
      *> 지난주 목록
      *> ------------------------------------------------
       LoadPrev.
           OPEN INPUT Prev-File
           IF Prev-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Have-Prev
           MOVE 'N' TO In-Eof
           PERFORM UNTIL In-Eof = 'Y'
               READ Prev-File
                   AT END MOVE 'Y' TO In-Eof
                   NOT AT END
                       IF Num-Prevs < 1000
                           ADD 1 TO Num-Prevs
                           MOVE PV-Rule TO PR-Rule(Num-Prevs)
                           MOVE PV-Key  TO PR-Key(Num-Prevs)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Prev-File.

       SavePrev.
      *> 판정하지 못한 규칙의 지난주 건은 그대로 넘겨 둔다 -
      *> 마스터가 돌아온 주에 묵은 고아가 새로 잡히지 않게
           PERFORM VARYING PVx FROM 1 BY 1 UNTIL PVx > Num-Prevs
               SET RUx TO 1
               SEARCH Rule-Entry
                   AT END CONTINUE
                   WHEN RU-Code(RUx) = PR-Rule(PVx)
                       SET Ix TO RUx
                       IF RU-Done(Ix) = 'S'
                          AND Num-Finds < 1000
                           ADD 1 TO Num-Finds
                           MOVE PR-Rule(PVx) TO FT-Rule(Num-Finds)
                           MOVE PR-Key(PVx)  TO FT-Key(Num-Finds)
                       END-IF
               END-SEARCH
           END-PERFORM
           OPEN OUTPUT Prev-File
           IF Prev-Status NOT = '00'
               DISPLAY "** INTEGPRV.DAT OPEN FAILED : " Prev-Status
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING FDx FROM 1 BY 1 UNTIL FDx > Num-Finds
               MOVE SPACES        TO Prev-Record
               MOVE FT-Rule(FDx)  TO PV-Rule
               MOVE FT-Key(FDx)   TO PV-Key
               WRITE Prev-Record
           END-PERFORM
           CLOSE Prev-File.

       Kkeut.
           MOVE RETURN-CODE TO RC-Disp
           MOVE SPACES TO AL-Event
           STRING "INTEGCHK 종료 RC=" DELIMITED BY SIZE
                  RC-Disp           DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit
      *> 야간 배치 드라이버가 CALL로 실행할 수 있게
      *> STOP RUN 대신 GOBACK을 쓴다
           GOBACK.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM INTEGCHK.
