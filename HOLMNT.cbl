           02  FILLER            PIC X(4)   VALUE " -> ".
           02  PV-New            PIC 9(8).

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM CheckLock-P
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "HOLMNT"         TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "HOLMNT"         TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "HOLMNT 시작"    TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
