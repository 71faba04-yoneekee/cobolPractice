       77 Qty-Ok       PIC X VALUE 'N'.
       77 Lines-Ctr    PIC 9(4) VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM CheckLock
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "CYCCOUNT"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND Count-File
           IF Count-Status NOT = '00'
               OPEN OUTPUT Count-File
