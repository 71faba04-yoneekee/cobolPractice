      *> 실행이 그 줄만 여신 확인 없이 피킹한다 - 아니면
      *> 한도가 그대로인 한 같은 줄이 도로 보류된다.
      *> 결정은
      *> 담당자 접속 번호와 함께 AUDIT.DAT에 남고, 남긴
      *> 건만 보류 파일에 다시 쓴다. 해제분이 생기면
      *> ORDCAPT처럼 ORDTRANS.DAT 전체를 다시 세어 통제
      *> 기록을 맞춘다.
           02 CH-CustNo     PIC 9(5).
           02 FILLER        PIC X      VALUE SPACE.
           02 CH-Value      PIC 9(7)V99.
      *> 견적 전환 줄의 견적 필드(OT-Quote) 그대로
           02 CH-Quote      PIC X(15).
           02 CH-CustPO     PIC X(15).

       FD  Order-File.
       01  Order-Record.
           02 OT-CustFName  PIC X(15).
           02 OT-CustLName  PIC X(15).
           02 OT-CustNo     PIC 9(5).
      *> 견적 전환 줄 - 견적 번호와 견적 때 굳힌 단가/
      *> 할인율(QUOTE), 일반 주문 줄은 빈칸
           02 OT-Quote.
               03 OT-QuoteNo    PIC 9(6).
               03 OT-QPrice     PIC 9(5)V99.
               03 OT-QDisc      PIC 9(2).
      *> 고객 발주서 번호(POINTAKE 전자 주문) - 청구서까지
      *> 따라간다, 그 밖의 줄은 빈칸
           02 OT-CustPO     PIC X(15).

       FD  CredPass-File.
       01  CredPass-Record.
               03 HT-CustLName PIC X(15).
               03 HT-CustNo    PIC 9(5).
               03 HT-Value     PIC 9(7)V99.
               03 HT-Quote     PIC X(15).
               03 HT-CustPO    PIC X(15).
               *> 'R'=해제 'C'=취소 'K'=보류 유지
               03 HT-Action    PIC X.

       77 Ct-Result       PIC X VALUE SPACE.
       77 Pre-Eof         PIC X VALUE 'N'.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'SON'            TO SG-Op
           MOVE "CREDREL"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CREDREL"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CREDREL 시작"   TO AL-Event
           PERFORM LogAudit
           MOVE SG-Oper TO Clerk-Id
           PERFORM LoadHolds.
           IF Hold-Count = 0
               DISPLAY "여신 보류 없음" UPON TTY
                               TO HT-CustNo(Hold-Count)
                           MOVE CH-Value
                               TO HT-Value(Hold-Count)
                           MOVE CH-Quote
                               TO HT-Quote(Hold-Count)
                           MOVE CH-CustPO
                               TO HT-CustPO(Hold-Count)
                           MOVE 'K'
                               TO HT-Action(Hold-Count)
                       END-IF
                   " 금액 " Val-Disp UPON TTY
           DISPLAY "R=해제 C=취소 그 외=보류 유지 ?" UPON TTY
           ACCEPT Choice FROM TTY
      *> 해제/취소는 역할의 기능 권한이 있어야 한다 -
      *> 없으면 보류로 남는다
           IF Choice = 'R' OR Choice = 'r'
              OR Choice = 'C' OR Choice = 'c'
               MOVE 'FNC'  TO SG-Op
               MOVE Choice TO SG-Func
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result NOT = 'Y'
                   MOVE SPACE TO Choice
               END-IF
           END-IF
           EVALUATE Choice
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO HT-Action(HDx)
                       MOVE HT-CustFName(Ix) TO OT-CustFName
                       MOVE HT-CustLName(Ix) TO OT-CustLName
                       MOVE HT-CustNo(Ix)    TO OT-CustNo
                       MOVE HT-Quote(Ix)     TO OT-Quote
                       MOVE HT-CustPO(Ix)    TO OT-CustPO
                       WRITE Order-Record
                       MOVE SPACES TO CredPass-Record
                       MOVE HT-CustNo(Ix)    TO CP-CustNo
                       MOVE HT-CustLName(Ix) TO CH-CustLName
                       MOVE HT-CustNo(Ix)    TO CH-CustNo
                       MOVE HT-Value(Ix)     TO CH-Value
                       MOVE HT-Quote(Ix)     TO CH-Quote
                       MOVE HT-CustPO(Ix)    TO CH-CustPO
                       WRITE CredHold-Record
                   END-IF
               END-PERFORM
