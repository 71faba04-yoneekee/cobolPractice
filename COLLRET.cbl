       77  Ok-Ctr            PIC 9(5)    VALUE 0.
       77  Fail-Ctr          PIC 9(5)    VALUE 0.

      *> ----- 코드 설명 (공용 코드 표 - CODELKUP) -----
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
               WRITE Payment-Record
           ELSE
               ADD 1 TO Fail-Ctr
              *> 은행 실패 코드 옆에 공용 코드 표(종류
              *> CREJ)의 뜻을 찍는다
               MOVE 'GET'     TO CC-Op
               MOVE 'CREJ'    TO CC-Type
               MOVE RD-Result TO CC-Code
               CALL 'CODELKUP' USING Code-Ctl
               MOVE SPACES TO Rej-Line
               STRING "실패 "    DELIMITED BY SIZE
                      RD-AcctNo  DELIMITED BY SIZE
                      RD-Period  DELIMITED BY SIZE
                      " 코드 "   DELIMITED BY SIZE
                      RD-Result  DELIMITED BY SIZE
                      " "        DELIMITED BY SIZE
                      CC-Short   DELIMITED BY SIZE
                      INTO Rej-Line
               WRITE Rej-Line
           END-IF.
