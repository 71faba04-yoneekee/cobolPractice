                행(납기일, 회차 금액, 기말잔액, 누적
                이자)과 계좌 머리 정보를 화면에 보여
                준다. 없는 번호는 안내를 내고, 빈칸이면
                끝낸다. 읽기 전용이다. 자기 지점만 맡는
                역할은 계좌 마스터의 지점이 자기 지점인
                계좌만 볼 수 있다(마스터에 없는 번호는
                지점을 알 수 없으므로 보여 주지 않는다).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               03  AT-Principal  PIC 9(5).
               03  AT-OrigDate   PIC 9(8).
               03  AT-Freq       PIC X.
               03  AT-Branch     PIC X(3).

      *> ----- 조회 작업영역 -----
       77  Search-Key        PIC X(10)   VALUE SPACES.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Found-Rows        PIC 999     VALUE 0.
       77  Acct-Found        PIC X       VALUE 'N'.
       77  Inq-Branch        PIC X(3)    VALUE SPACES.

      *> ----- 화면 편집 -----
       01  Inq-Detail.
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  IQ-CumIja         PIC ZZZ,ZZ9.9.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 'SON'            TO SG-Op
           MOVE "LEDGINQ"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadAccounts-P
           PERFORM InqLoop-P UNTIL Done-Flag = 'Y'
           GOBACK.
                                   TO AT-OrigDate(Acct-Count)
                               MOVE AC-Freq
                                   TO AT-Freq(Acct-Count)
                               MOVE AC-Branch
                                   TO AT-Branch(Acct-Count)
                           END-IF
                   END-READ
               END-PERFORM
           IF Search-Key = SPACES
               MOVE 'Y' TO Done-Flag
           ELSE
               PERFORM FindAcct-P
               MOVE 'BRN'      TO SG-Op
               MOVE Inq-Branch TO SG-AcctBranch
               CALL 'SIGNON' USING Sign-Ctl
               IF SG-Result = 'Y'
                   PERFORM ShowHeader-P
                   PERFORM ShowSched-P
               END-IF
           END-IF.

       FindAcct-P.
          *> 계좌 마스터에서 찾아 지점을 잡아 둔다 - 없는
          *> 번호는 어느 지점과도 맞지 않는 '???'로 둔다
           MOVE 'N'   TO Acct-Found
           MOVE '???' TO Inq-Branch
           IF Acct-Count > 0
               SET ACx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AT-AcctNo(ACx) = Search-Key
                       MOVE 'Y' TO Acct-Found
                       MOVE AT-Branch(ACx) TO Inq-Branch
               END-SEARCH
           END-IF.

       ShowHeader-P.
          *> 계좌 마스터에서 머리 정보를 보여 준다
           IF Acct-Found = 'N'
               DISPLAY "(계좌 마스터에 없는 번호)" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "계좌   : " AT-AcctNo(ACx) UPON TTY
           DISPLAY "상품   : " AT-ProdCode(ACx) UPON TTY
           DISPLAY "원금   : " AT-Principal(ACx) UPON TTY
           DISPLAY "기산일 : " AT-OrigDate(ACx)
               " 주기 : " AT-Freq(ACx) UPON TTY.

       ShowSched-P.
          *> 색인이 있으면 그 계좌의 행만 키로 바로
          *> 읽고, 없으면 전처럼 원장 전체를 훑는다
