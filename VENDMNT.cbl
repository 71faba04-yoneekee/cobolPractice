      *> 지급 조건 일수, 사용 여부)를 표로 띄워 등록/
      *> 정정/중지/목록을 받고 고정 배치로 되쓴다.
      *> FEEDAPLY가 피드 머리의 공급처를, RECVING이 입고
      *> 대장의 공급처 번호를 이 원부와 맞춘다.
      *> APENTRY와 APPAYRUN이 이 원부의 공급처에
      *> 지급하므로 운전원 접속(SIGNON)과 기능 권한을
      *> 거친 뒤에만 고치고, 변경마다 접속한 운전원
      *> 번호로 AUDIT.DAT에 남긴다.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       77 Chg-Count    PIC 9(4) VALUE 0.
       77 Ix           PIC 9(3) VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           PERFORM CheckLock
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "VENDMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "VENDMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "VENDMNT 시작"   TO AL-Event
           PERFORM LogAudit
           PERFORM LoadVendors.
           DISPLAY "A=ADD M=AMEND D=DEACTIVATE L=LIST X=END"
               UPON TTY
           ACCEPT Menu-Choice FROM TTY
           IF Menu-Choice NOT = SPACE AND Menu-Choice NOT = 'X'
              AND Menu-Choice NOT = 'x'
               MOVE 'FNC'       TO SG-Op
               MOVE Menu-Choice TO SG-Func
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddVend
               WHEN 'M' WHEN 'm' PERFORM AmendVend

       LogAudit.
      *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE SG-Oper TO AL-Oper
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
