           *> 'A'=계좌 없음 'P'=회차 범위 밖 'N'=금액 오류
           *> 'K'=검증 숫자 오류
           02  RJ-Reason         PIC X.
           02  FILLER            PIC X      VALUE SPACE.
           *> 사유 코드의 뜻 - 공용 코드 표(종류 XREJ)
           02  RJ-Desc           PIC X(20).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".
       77  Ok-Ctr            PIC 9(5)    VALUE 0.
       77  Rej-Ctr           PIC 9(5)    VALUE 0.

      *> ----- 코드 설명 (공용 코드 표 - CODELKUP) -----
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE EP-Period TO RJ-Period
           MOVE EP-Amount TO RJ-Amount
           MOVE Work-Reason TO RJ-Reason
           MOVE 'GET'       TO CC-Op
           MOVE 'XREJ'      TO CC-Type
           MOVE Work-Reason TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           MOVE CC-Short    TO RJ-Desc
           WRITE Rej-Record
           ADD 1 TO Rej-Ctr.

