           02 SH-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 SH-Revenue    PIC 9(7)V99.
           02 FILLER        PIC X.
           02 SH-Whse       PIC X(2).

       FD  Product-File.
       01  Product-Record.
               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.
      *> 직송 표시('Y')와 기본 공급처 - 옛 행은 빈칸
           02 PM-DropShip PIC X.
           02 PM-Vendor   PIC X(5).
      *> 상품군(수수료율 구분) - 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  Cfg-File.
       01  Cfg-Record.
                   04 PR-Reord PIC 9(5).
                   04 PR-Price PIC 9(5)V99.
               03 PR-Status   PIC X.
               03 PR-Weight PIC 9(3)V99 OCCURS 3 TIMES.
               03 PR-Class  PIC X OCCURS 3 TIMES.
               03 PR-Supply PIC X(6).
               03 PR-Group  PIC X(3).
       77 Num-Products   PIC 9(3) VALUE 0.
       77 Avg-Dem        PIC 9(5)V9 VALUE 0.
       77 Peak-Dem       PIC 9(5) VALUE 0.
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 PD-What       PIC X(8).

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

       PROCEDURE DIVISION.
       SiJak.
           MOVE 'SON'            TO SG-Op
           MOVE "REORDCLC"       TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "REORDCLC"       TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "REORDCLC 시작"  TO AL-Event
           PERFORM LogAudit
           PERFORM GetConfig.
