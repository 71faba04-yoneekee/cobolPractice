           02  SC-GrandBal       PIC 9(9).
           02  FILLER            PIC X.
           02  SC-AcctCount      PIC 9(5).
           02  FILLER            PIC X.
           02  SC-LoanBal        PIC 9(9).
           02  FILLER            PIC X.
           02  SC-DepBal         PIC 9(9).

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".
           02  LC-GrandBal       PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
           02  LC-AcctCount      PIC 9(5).
      *> 잔액 합계 중 대출 몫과 예금/적금 몫 - 구간 합계 중
      *> 하나라도 옛 형식이면 빈칸으로 둔다
           02  FILLER            PIC X      VALUE SPACE.
           02  LC-LoanBal        PIC 9(9).
           02  FILLER            PIC X      VALUE SPACE.
           02  LC-DepBal         PIC 9(9).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
       77  Tot-Ija           PIC 9(9)V9  VALUE 0.
       77  Tot-Bal           PIC 9(9)    VALUE 0.
       77  Tot-Accts         PIC 9(5)    VALUE 0.
       77  Tot-LoanBal       PIC 9(9)    VALUE 0.
       77  Tot-DepBal        PIC 9(9)    VALUE 0.
       77  Split-Ok          PIC X       VALUE 'Y'.
       77  Rows-Copied       PIC 9(7)    VALUE 0.

       PROCEDURE DIVISION.
                       ADD SC-GrandIja  TO Tot-Ija
                       ADD SC-GrandBal  TO Tot-Bal
                       ADD SC-AcctCount TO Tot-Accts
                       IF SC-LoanBal IS NUMERIC
                          AND SC-DepBal IS NUMERIC
                           ADD SC-LoanBal TO Tot-LoanBal
                           ADD SC-DepBal  TO Tot-DepBal
                       ELSE
                           MOVE 'N' TO Split-Ok
                       END-IF
               END-READ
               CLOSE SegCtl-File
           END-IF.
               MOVE Tot-Ija   TO LC-GrandIja
               MOVE Tot-Bal   TO LC-GrandBal
               MOVE Tot-Accts TO LC-AcctCount
               IF Split-Ok = 'Y'
                   MOVE Tot-LoanBal TO LC-LoanBal
                   MOVE Tot-DepBal  TO LC-DepBal
               END-IF
               WRITE LedgCtl-Record
               CLOSE LedgCtl-File
           ELSE
