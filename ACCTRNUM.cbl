           02  AI-Branch         PIC X(3).
           02  AI-Term           PIC 9(3).
           02  AI-Comp           PIC X.
           02  AI-Ext            PIC X(80).

       FD  Ledger-File.
       COPY "LEDGERFD.cbl".
                   04  CV-Branch     PIC X(3).
                   04  CV-Term       PIC 9(3).
                   04  CV-Comp       PIC X.
                   04  CV-Ext        PIC X(80).

      *> ----- 검증 숫자(ACCTCHK) 작업영역 -----
       77  Ck-Op             PIC X(3)    VALUE SPACES.
           MOVE AC-Type      TO CV-Type(Acct-Count)
           MOVE AC-Branch    TO CV-Branch(Acct-Count)
           MOVE AC-Term      TO CV-Term(Acct-Count)
           MOVE AC-Comp      TO CV-Comp(Acct-Count)
           MOVE AC-Ext       TO CV-Ext(Acct-Count).

       WriteXref-P.
           OPEN OUTPUT Xref-File
               MOVE CV-Branch(Ix)    TO AC-Branch
               MOVE CV-Term(Ix)      TO AC-Term
               MOVE CV-Comp(Ix)      TO AC-Comp
               MOVE CV-Ext(Ix)       TO AC-Ext
               WRITE Account-Record
           END-PERFORM
           CLOSE Account-File.
               MOVE CV-Branch(Ix)    TO AI-Branch
               MOVE CV-Term(Ix)      TO AI-Term
               MOVE CV-Comp(Ix)      TO AI-Comp
               MOVE CV-Ext(Ix)       TO AI-Ext
               WRITE AcctIdx-Record
                   INVALID KEY
                       DISPLAY "** 색인 중복 : " AI-AcctNo
