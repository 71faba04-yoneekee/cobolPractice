           02  PY-Amount         PIC 9(5)V9.

       FD  Rej-File.
       01  Rej-Line              PIC X(80).
      *> 수작업 대상 한 줄 - 원래 명세, 사유 코드와
      *> 그 뜻(공용 코드 표 종류 BREJ).
      *> 'F'=형식 오류 'K'=검증 숫자 오류
       01  Rej-Detail.
           02  RX-DepLine        PIC X(50).
           02  FILLER            PIC X.
           02  RX-Reason         PIC X.
           02  FILLER            PIC X.
           02  RX-Desc           PIC X(20).
           02  FILLER            PIC X(7).

       FD  Seq-File.
       01  Seq-Record.
      *> ----- 집계 -----
       77  Ok-Ctr            PIC 9(5)    VALUE 0.
       77  Rej-Ctr           PIC 9(5)    VALUE 0.
       77  Work-Reason       PIC X       VALUE SPACE.

      *> ----- 코드 설명 (공용 코드 표 - CODELKUP) -----
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
       ApplyLine-P.
           PERFORM ParseLine-P
           IF Parse-Ok = 'N'
               MOVE 'F' TO Work-Reason
               PERFORM WriteRej-P
               EXIT PARAGRAPH
           END-IF
           MOVE Dep-Acct TO Ck-AcctNo
           CALL 'ACCTCHK' USING Ck-Op Ck-AcctNo Ck-Flag
           IF Ck-Flag = 'N'
               MOVE 'K' TO Work-Reason
               PERFORM WriteRej-P
               EXIT PARAGRAPH
           END-IF

       WriteRej-P.
           ADD 1 TO Rej-Ctr
           MOVE 'GET'       TO CC-Op
           MOVE 'BREJ'      TO CC-Type
           MOVE Work-Reason TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE SPACES TO Rej-Detail
           MOVE Dep-Line    TO RX-DepLine
           MOVE Work-Reason TO RX-Reason
           MOVE CC-Short    TO RX-Desc
           WRITE Rej-Detail.

       Keut-P.
           MOVE "BANKDEP 종료"   TO AL-Event
