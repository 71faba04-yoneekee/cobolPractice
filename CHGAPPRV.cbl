       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGAPPRV.
       AUTHOR. YONEE.
       REMARKS. 승인 대기 변경 검토. ACCTMNT/PRODMNT/
                CUSTMNT가 쌓은 민감 변경(PENDCHG.DAT)과 중복
                고객 병합 신청을 한 건씩
                보여 주고 다른 운전원이 승인(A)/반려(R)/
                보류(그 외)를 고르게 한다. 신청자와 같은
                접속 번호는 승인할 수 없다 - 감사 지적
                사항인 단독 변경을 여기서 끊는다. 결정은
                신청자/승인자 접속 번호와 함께 AUDIT.DAT에
                남고, 승인 건은 야간의 CHGAPPLY가
                반영한다.

       77  Rej-Ctr           PIC 9(3)    VALUE 0.
       77  Ix                PIC 9(3)    VALUE 0.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           PERFORM CheckLock-P
                   " 다시 하십시오" UPON TTY
               GOBACK
           END-IF
           MOVE 'SON'            TO SG-Op
           MOVE "CHGAPPRV"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CHGAPPRV"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CHGAPPRV 시작"  TO AL-Event
           PERFORM LogAudit-P
           MOVE SG-Oper TO Checker-Id
           PERFORM LoadPend-P
           IF Pend-Count = 0
               DISPLAY "승인 대기 없음" UPON TTY
               " 신청 " PT-Maker(PNx) UPON TTY
           DISPLAY "A=승인 R=반려 그 외=보류 ?" UPON TTY
           ACCEPT Choice FROM TTY
          *> 승인/반려는 역할의 기능 권한이 있어야 한다 -
          *> 없으면 보류로 남는다
           IF Choice = 'A' OR Choice = 'a'
              OR Choice = 'R' OR Choice = 'r'
               MOVE 'FNC'  TO SG-Op
               MOVE Choice TO SG-Func
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result NOT = 'Y'
                   MOVE SPACE TO Choice
               END-IF
           END-IF
           EVALUATE Choice
               WHEN 'A' WHEN 'a'
                   IF Checker-Id = PT-Maker(PNx)
