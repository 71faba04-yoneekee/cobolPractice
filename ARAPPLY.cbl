      *> (부분 입금 허용). 남은 금액이 있는 청구만
      *> AROPEN.DAT에 다시 쓰고, 처리한 입금 파일은
      *> 비운다. 연령 보고와 명세서는 ARREPORT가 이
      *> 파일로 만든다. 새로 올린 청구와 반영한 대변전표는
      *> 고객별 연간 누계(REBYTD.DAT)에도 더해 REBATE의
      *> 물량 리베이트 계산 원본으로 쓴다. 반영한 반품
      *> 대변전표(리베이트 전표 제외)는 날짜를 붙여 대변
      *> 이력(CREDHIST.DAT)에 덧붙여 월 영업 수수료 계산
      *> (COMMRUN)이 반품분 수수료를 되돌린다.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArPay-File ASSIGN TO "ARPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArPay-Status.
      *> 리베이트용 고객별 연간 매출/대변 누계
           SELECT RebYtd-File ASSIGN TO "REBYTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RebYtd-Status.
      *> 영업 수수료용 반품 대변 이력
           SELECT CredHist-File ASSIGN TO "CREDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CredHist-Status.
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.
           02 RG-Amount     PIC 9(8)V99.
           02 FILLER        PIC X.
           02 RG-Date       PIC 9(8).
           02 FILLER        PIC X.
           02 RG-Freight    PIC 9(7)V99.

       FD  Credit-File.
       01  Credit-Record.
           02 FILLER        PIC X.
           02 AP-Amount     PIC 9(8)V99.

       FD  RebYtd-File.
       01  RebYtd-Record.
           02 RY-Year       PIC 9(4).
           02 FILLER        PIC X.
           02 RY-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 RY-Sales      PIC 9(9)V99.
           02 FILLER        PIC X.
           02 RY-Credits    PIC 9(9)V99.
           02 FILLER        PIC X.
      *> 적립한 리베이트(REBATE가 매김)와 정산 여부
      *> ('O' 미정산, 'S' 정산됨)
           02 RY-Accrued    PIC 9(9)V99.
           02 FILLER        PIC X.
           02 RY-Status     PIC X.

       FD  CredHist-File.
       01  CredHist-Record.
           02 CH-Date       PIC 9(8).
           02 FILLER        PIC X      VALUE SPACE.
           02 CH-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 CH-ProdName   PIC X(10).
           02 CH-Size       PIC A.
           02 CH-Qty        PIC 9(3).
           02 FILLER        PIC X      VALUE SPACE.
           02 CH-Amount     PIC 9(7)V99.

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77 InvReg-Status PIC XX.
       77 Credit-Status PIC XX.
       77 ArPay-Status  PIC XX.
       77 CredHist-Status PIC XX.
       77 ArOpen-Eof    PIC X VALUE 'N'.
       77 InvReg-Eof    PIC X VALUE 'N'.
       77 Credit-Eof    PIC X VALUE 'N'.
       77 Bz-Op         PIC X(3) VALUE SPACES.
       77 Bz-Flag       PIC X VALUE SPACE.

      *> 리베이트 연간 누계 표 - 파일 그대로 싣고 되쓴다.
      *> 보호자 번호(90000번 이후, FEEBILL)는 쌓지 않는다
       77 RebYtd-Status PIC XX.
       77 RebYtd-Eof    PIC X VALUE 'N'.
       77 Reb-Over      PIC X VALUE 'N'.
       77 Reb-Year      PIC 9(4) VALUE 0.
       77 Reb-Cust      PIC 9(5) VALUE 0.
       77 Reb-Amt       PIC 9(8)V99 VALUE 0.
       77 Reb-Kind      PIC X VALUE SPACE.
       77 Rx            PIC 9(3) VALUE 0.
       77 Reb-Count     PIC 9(3) VALUE 0.
       01 Reb-Table.
           02 Reb-Entry OCCURS 0 TO 500 TIMES
                        DEPENDING ON Reb-Count.
               03 RT-Year     PIC 9(4).
               03 RT-CustNo   PIC 9(5).
               03 RT-Sales    PIC 9(9)V99.
               03 RT-Credits  PIC 9(9)V99.
               03 RT-Accrued  PIC 9(9)V99.
               03 RT-Status   PIC X.

       PROCEDURE DIVISION.
       SiJak.
           MOVE SPACES TO Audit-Record
           CALL 'BIZDATE' USING Bz-Op Proc-Date Bz-Flag
           PERFORM CalcCutoff.
           PERFORM LoadOpen.
           PERFORM LoadRebYtd.
           PERFORM MergeInvoices.
           PERFORM ApplyCredits.
           PERFORM ApplyPayments.
           PERFORM SaveOpen.
           PERFORM SaveRebYtd.
           DISPLAY "New invoices : " New-Inv
           DISPLAY "Payments     : " Pay-Ctr
           DISPLAY "Credits      : " Cred-Ctr
                   END-IF
                   MOVE RG-Amount TO OT-Orig(Open-Count)
                   MOVE RG-Amount TO OT-Open(Open-Count)
      *> 청구일의 연도 누계에 매출로 더한다
                   MOVE RG-CustNo TO Reb-Cust
                   MOVE RG-Amount TO Reb-Amt
                   MOVE OT-Date(Open-Count)(1:4) TO Reb-Year
                   IF Reb-Year = 0
                       MOVE Proc-Date(1:4) TO Reb-Year
                   END-IF
                   MOVE 'S' TO Reb-Kind
                   PERFORM AddRebYtd
               ELSE
                   PERFORM WarnFull
               END-IF
           IF Credit-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CredHist-File
           IF CredHist-Status NOT = '00'
               OPEN OUTPUT CredHist-File
           END-IF
           PERFORM UNTIL Credit-Eof = 'Y'
               READ Credit-File
                   AT END MOVE 'Y' TO Credit-Eof
                           MOVE CR-CustNo TO Apply-Cust
                           MOVE CR-Amount TO Apply-Amt
                           PERFORM ApplyOldest
      *> 리베이트 정산 전표(REBATE)는 매출 차감이 아니다
                           IF CR-ProdName NOT = 'REBATE'
                               MOVE CR-CustNo TO Reb-Cust
                               MOVE CR-Amount TO Reb-Amt
                               MOVE Proc-Date(1:4) TO Reb-Year
                               MOVE 'C' TO Reb-Kind
                               PERFORM AddRebYtd
                               PERFORM AddCredHist
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Credit-File
           IF CredHist-Status = '00'
               CLOSE CredHist-File
           END-IF.

       AddCredHist.
           IF CredHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CredHist-Record
           MOVE Proc-Date   TO CH-Date
           MOVE CR-CustNo   TO CH-CustNo
           MOVE CR-ProdName TO CH-ProdName
           MOVE CR-Size     TO CH-Size
           MOVE CR-Qty      TO CH-Qty
           MOVE CR-Amount   TO CH-Amount
           WRITE CredHist-Record.

       ApplyPayments.
      *> 고객 입금을 오랜 청구부터 깎고 입금 파일을
           END-PERFORM
           CLOSE ArOpen-File.

       LoadRebYtd.
           OPEN INPUT RebYtd-File
           IF RebYtd-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RebYtd-Eof = 'Y'
               READ RebYtd-File
                   AT END MOVE 'Y' TO RebYtd-Eof
                   NOT AT END
                       IF Reb-Count < 500
                           ADD 1 TO Reb-Count
                           MOVE RY-Year    TO RT-Year(Reb-Count)
                           MOVE RY-CustNo  TO RT-CustNo(Reb-Count)
                           MOVE RY-Sales   TO RT-Sales(Reb-Count)
                           MOVE RY-Credits TO RT-Credits(Reb-Count)
                           MOVE RY-Accrued TO RT-Accrued(Reb-Count)
                           MOVE RY-Status  TO RT-Status(Reb-Count)
                       ELSE
                           PERFORM WarnRebFull
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RebYtd-File.

       AddRebYtd.
      *> 고객/연도 행에 더한다 - 그 해가 이미 정산됐으면
      *> 늦게 온 금액은 올해 누계로 넘긴다
           IF Reb-Cust >= 90000 OR Reb-Cust = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM FindRebRow
           IF Rx > 0
               IF RT-Status(Rx) = 'S'
                   MOVE Proc-Date(1:4) TO Reb-Year
                   PERFORM FindRebRow
               END-IF
           END-IF
           IF Rx = 0
               IF Reb-Count >= 500
                   PERFORM WarnRebFull
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Reb-Count
               MOVE Reb-Count TO Rx
               MOVE Reb-Year TO RT-Year(Rx)
               MOVE Reb-Cust TO RT-CustNo(Rx)
               MOVE 0 TO RT-Sales(Rx) RT-Credits(Rx)
                         RT-Accrued(Rx)
               MOVE 'O' TO RT-Status(Rx)
           END-IF
           IF Reb-Kind = 'S'
               ADD Reb-Amt TO RT-Sales(Rx)
           ELSE
               ADD Reb-Amt TO RT-Credits(Rx)
           END-IF.

       FindRebRow.
           MOVE 0 TO Rx
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Reb-Count OR Rx > 0
               IF RT-Year(Ix) = Reb-Year
                  AND RT-CustNo(Ix) = Reb-Cust
                   MOVE Ix TO Rx
               END-IF
           END-PERFORM.

       WarnRebFull.
           IF Reb-Over = 'N'
               MOVE 'Y' TO Reb-Over
               DISPLAY "** REBATE YTD TABLE FULL (500)"
                       " - AMOUNTS NOT ACCUMULATED"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       SaveRebYtd.
           IF Reb-Count = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RebYtd-File
           IF RebYtd-Status NOT = '00'
               DISPLAY "** REBYTD WRITE-BACK FAILED : "
                       RebYtd-Status
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Ix FROM 1 BY 1 UNTIL Ix > Reb-Count
               MOVE SPACES TO RebYtd-Record
               MOVE RT-Year(Ix)    TO RY-Year
               MOVE RT-CustNo(Ix)  TO RY-CustNo
               MOVE RT-Sales(Ix)   TO RY-Sales
               MOVE RT-Credits(Ix) TO RY-Credits
               MOVE RT-Accrued(Ix) TO RY-Accrued
               MOVE RT-Status(Ix)  TO RY-Status
               WRITE RebYtd-Record
           END-PERFORM
           CLOSE RebYtd-File.

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
