       AUTHOR. YONEE.
       REMARKS. 운영 경보 확인 콘솔. 쌓이기만 하던
                OPERALERT.DAT를 프로그램/심각도/날짜로
                걸러 보여 주고, 운전원이 접속 번호와
                메모, 되풀이 억제 일수를 달아 확인(A)
                하면 확인 대장(OPERACK.DAT)으로 옮긴다.
                확인된 경보는 경보 파일에서 걷히므로
       77  Today-Date        PIC 9(8)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "ALERTACK"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "ALERTACK"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "ALERTACK 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
           MOVE SG-Oper TO Oper-Id
           PERFORM GetFilters-P
           PERFORM LoadAlerts-P
           IF Alt-Count = 0
