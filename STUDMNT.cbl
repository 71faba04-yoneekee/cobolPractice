                이력(STUDMOVE.DAT - ID, 날짜, 동작, 옛 반,
                새 반)을 남긴다. JARYO는 이 이력으로 이동
                전 반 코드의 성적도 원부와 맞다고 본다.
                모든 동작은 AUDIT.DAT에 남는다. 성별과 편성
                표시(B)는 PROMOTE의 반 편성 균형에 쓰인다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  SM-Guardian       PIC X(10).
           02  SM-GAddr          PIC X(30).
           02  SM-GPostal        PIC X(6).
           *> 반 편성 균형용 - 'M'=남 'F'=여, 옛 행은 빈칸
           02  SM-Gender         PIC X.
           *> 반마다 고루 나눌 편성 표시(학습 지원 등) - 빈칸=없음
           02  SM-Attr           PIC X.

       FD  Move-File.
       01  Move-Record.
               03  SMT-Guardian  PIC X(10).
               03  SMT-GAddr     PIC X(30).
               03  SMT-GPostal   PIC X(6).
               03  SMT-Gender    PIC X.
               03  SMT-Attr      PIC X.
               *> 'Y'면 이번 실행에서 전출된 학생
               03  SMT-Gone      PIC X.

       77  In-Guardian       PIC X(10).
       77  In-GAddr          PIC X(30).
       77  In-GPostal        PIC X(6).
       77  In-Gender         PIC X.
       77  In-Attr           PIC X.
       77  Place-Ok          PIC X       VALUE 'N'.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Stud-Found        PIC X       VALUE 'N'.
       77  Found-Ix          PIC 9(3)    VALUE 0.
       77  Old-Ban           PIC X(4)    VALUE SPACES.
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
           MOVE "STUDMNT"        TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "STUDMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "STUDMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today-Date
                                   TO SMT-GAddr(SM-Count)
                               MOVE SM-GPostal
                                   TO SMT-GPostal(SM-Count)
                               MOVE SM-Gender
                                   TO SMT-Gender(SM-Count)
                               MOVE SM-Attr
                                   TO SMT-Attr(SM-Count)
                               MOVE 'N'
                                   TO SMT-Gone(SM-Count)
                           END-IF
       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "E=입학 W=전출 T=반이동 G=보호자"
               " B=편성 V=조회 X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           EVALUATE Menu-Choice
               WHEN 'E' WHEN 'e' PERFORM Enroll-P
               WHEN 'G' WHEN 'g' PERFORM Guardian-P
               WHEN 'B' WHEN 'b' PERFORM Placement-P
               WHEN 'W' WHEN 'w' PERFORM Withdraw-P
               WHEN 'T' WHEN 't' PERFORM Transfer-P
               WHEN 'V' WHEN 'v' PERFORM ViewStud-P
           DISPLAY "반 코드 ?" UPON TTY
           ACCEPT In-Ban FROM TTY
           PERFORM GetGuardian-P
           PERFORM GetPlace-P
           IF Place-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SM-Count
           MOVE In-Id   TO SMT-Id(SM-Count)
           MOVE In-Irum TO SMT-Irum(SM-Count)
           MOVE In-Guardian TO SMT-Guardian(SM-Count)
           MOVE In-GAddr    TO SMT-GAddr(SM-Count)
           MOVE In-GPostal  TO SMT-GPostal(SM-Count)
           MOVE In-Gender   TO SMT-Gender(SM-Count)
           MOVE In-Attr     TO SMT-Attr(SM-Count)
           MOVE 'N'     TO SMT-Gone(SM-Count)
           ADD 1 TO Chg-Count
           MOVE SPACES TO Old-Ban
           PERFORM LogAudit-P
           DISPLAY "보호자 정정" UPON TTY.

       GetPlace-P.
          *> 반 편성 균형용 성별과 편성 표시를 받는다
           MOVE 'N' TO Place-Ok
           DISPLAY "성별 ? (M/F)" UPON TTY
           ACCEPT In-Gender FROM TTY
           EVALUATE In-Gender
               WHEN 'm' MOVE 'M' TO In-Gender
               WHEN 'f' MOVE 'F' TO In-Gender
           END-EVALUATE
           IF In-Gender NOT = 'M' AND In-Gender NOT = 'F'
               DISPLAY "** 성별은 M 또는 F" UPON TTY
               EXIT PARAGRAPH
           END-IF
           DISPLAY "편성 표시 ? (빈칸=없음)" UPON TTY
           ACCEPT In-Attr FROM TTY
           MOVE 'Y' TO Place-Ok.

       Placement-P.
          *> 기존 학생의 성별/편성 표시 정정 - 옛 행 채우기
           PERFORM GetId-P
           IF Stud-Found = 'N'
               DISPLAY "** 원부에 없는 ID" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetPlace-P
           IF Place-Ok = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Gender TO SMT-Gender(Found-Ix)
           MOVE In-Attr   TO SMT-Attr(Found-Ix)
           ADD 1 TO Chg-Count
           MOVE SPACES TO AL-Event
           STRING "편성정정 " DELIMITED BY SIZE
                  In-Id-X     DELIMITED BY SIZE
                  " "        DELIMITED BY SIZE
                  In-Gender   DELIMITED BY SIZE
                  In-Attr     DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P
           DISPLAY "편성 정정" UPON TTY.

       ViewStud-P.
           PERFORM GetId-P
           IF Stud-Found = 'N'
               DISPLAY "ID   : " SMT-Id(Found-Ix) UPON TTY
               DISPLAY "이름 : " SMT-Irum(Found-Ix) UPON TTY
               DISPLAY "반   : " SMT-Ban(Found-Ix) UPON TTY
               DISPLAY "성별 : " SMT-Gender(Found-Ix)
                       "  편성 : " SMT-Attr(Found-Ix) UPON TTY
           END-IF.

       WriteMove-P.
                   MOVE SMT-Guardian(Ix) TO SM-Guardian
                   MOVE SMT-GAddr(Ix)    TO SM-GAddr
                   MOVE SMT-GPostal(Ix)  TO SM-GPostal
                   MOVE SMT-Gender(Ix)   TO SM-Gender
                   MOVE SMT-Attr(Ix)     TO SM-Attr
                   WRITE StudMast-Record
               END-IF
           END-PERFORM
