                입력이 하나라도 걸리면 심각도 8 경보와
                RETURN-CODE 8로 어떤 출력도 열리기 전에
                체인을 세운다. 선택 입력(그날 없을 수
                있는 거래 파일)은 경고만 남긴다. 끝으로
                공용 코드 표(CODEDESC.DAT)에 표준 코드와
                입력에 실제로 쓰인 코드(거래 기록 사건,
                은행 실패 코드, 반품 사유)가 다 있는지
                보고, 빠진 코드는 경고와 RETURN-CODE 4로
                알린다 - 거절 보고서에 뜻이 빈 채 나가지
                않게.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> 이름 뒤 한 글자 - 'R' 필수, 'O' 선택.
      *> 그 뒤 형식 코드 한 글자 - 검사 위치가 파일마다
      *> 다르다 (CheckFormat-P 참조)
       77  Num-Checks        PIC 99      VALUE 11.
       01  Check-List.
           02  FILLER PIC X(16) VALUE 'ACCOUNTS.DAT  RA'.
           02  FILLER PIC X(16) VALUE 'RATE.DAT      RB'.
           02  FILLER PIC X(16) VALUE 'ORDTRANS.DAT  OH'.
           02  FILLER PIC X(16) VALUE 'JaRyo.DAT     OI'.
           02  FILLER PIC X(16) VALUE 'FEED.DAT      OJ'.
           02  FILLER PIC X(16) VALUE 'CODEDESC.DAT  OK'.
       01  FILLER REDEFINES Check-List.
           02  Check-Entry OCCURS 11 TIMES.
               03  CK-Name       PIC X(14).
               03  CK-Req        PIC X.
               03  CK-Fmt        PIC X.
       77  Alert-Sev         PIC 99      VALUE 0.
       77  Alert-Text        PIC X(40)   VALUE SPACES.

      *> ----- 코드 표 점검 -----
      *> 표준 코드 목록과, 코드가 실제로 쓰인 입력 파일 -
      *> 이름, 코드 종류, 코드 위치/길이, 행 구분(빈칸 =
      *> 모든 행), 코드가 아닌 값(은행 성공 '0')
       COPY "CODESTD.cbl".
       COPY "CODECTL.cbl".
       77  Num-Scans         PIC 99      VALUE 3.
       01  Scan-List.
           02  FILLER PIC X(24) VALUE 'ACCTJRNL.DAT  JRNL0214  '.
           02  FILLER PIC X(24) VALUE 'COLLRET.DAT   CREJ0341D0'.
           02  FILLER PIC X(24) VALUE 'RETURNS.DAT   RTRN0201  '.
       01  FILLER REDEFINES Scan-List.
           02  Scan-Entry OCCURS 3 TIMES.
               03  SN-Name       PIC X(14).
               03  SN-Type       PIC X(4).
               03  SN-Pos        PIC 9(3).
               03  SN-Len        PIC 9.
               03  SN-Rec        PIC X.
               03  SN-Skip       PIC X.
       77  Sx                PIC 99      VALUE 0.
       77  Nx                PIC 99      VALUE 0.
       77  In-Eof            PIC X       VALUE 'N'.
       77  Code-Miss         PIC 9(3)    VALUE 0.
       77  Miss-Found        PIC X       VALUE 'N'.
      *> 이미 보고한 미등록 코드 - 같은 코드를 줄마다 찍지
      *> 않게
       77  Miss-Count        PIC 99      VALUE 0.
       01  Miss-Table.
           02  Miss-Entry OCCURS 0 TO 50 TIMES
                          DEPENDING ON Miss-Count
                          INDEXED BY MSx.
               03  MS-Type       PIC X(4).
               03  MS-Code       PIC X(4).
       01  Code-Detail.
           02  FILLER            PIC X(10)  VALUE '미등록'.
           02  CM-Type           PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  CM-Code           PIC X(4).
           02  FILLER            PIC X(2)   VALUE SPACES.
           02  CM-Where          PIC X(14).

      *> ----- 가부 목록 편집 -----
       01  Check-Detail.
           02  CD-Name           PIC X(14).
           WRITE Rpt-Line
           PERFORM CheckOne-P
               VARYING Ix FROM 1 BY 1 UNTIL Ix > Num-Checks
           PERFORM CheckCodes-P
           MOVE SPACES TO Rpt-Line
           IF Fail-Ctr = 0
               MOVE "== 판정 : 진행(GO) ==" TO Rpt-Line
           ELSE
               DISPLAY "사전 점검 통과 (경고 " Warn-Ctr
                       " 건)"
               IF Code-Miss > 0
                   DISPLAY "** 코드 표 미등록 코드 " Code-Miss
                           " 건 - CODEMNT로 등록"
                   MOVE 4 TO Alert-Sev
                   MOVE SPACES TO Alert-Text
                   STRING "코드 표 미등록 코드 "
                                      DELIMITED BY SIZE
                          Code-Miss   DELIMITED BY SIZE
                          " 건"       DELIMITED BY SIZE
                          INTO Alert-Text
                   CALL 'OPALERT' USING Alert-Prog Alert-Sev
                        Alert-Text
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GO TO Keut-P.

                   IF Line-Len < 5
                       MOVE 'N' TO Fmt-Ok
                   END-IF
               WHEN 'K'
                  *> 코드 표 - 종류와 코드가 빈칸이 아님
                   IF Line-Len < 11
                      OR In-Line(1:4) = SPACES
                      OR In-Line(6:4) = SPACES
                       MOVE 'N' TO Fmt-Ok
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE Check-Detail TO Rpt-Line
           WRITE Rpt-Line.

       CheckCodes-P.
          *> 표준 코드가 코드 표에 다 있는지, 입력에 쓰인
          *> 코드가 표에 있는지 본다 - 빠지면 경고
           MOVE SPACES TO Rpt-Line
           WRITE Rpt-Line
           MOVE "--- 코드 표 점검 ---" TO Rpt-Line
           WRITE Rpt-Line
           MOVE 0 TO Code-Miss
           MOVE 0 TO Miss-Count
           MOVE 'GET'         TO CC-Op
           MOVE SC-Type(1)    TO CC-Type
           MOVE SC-Code(1)    TO CC-Code
           CALL 'CODELKUP' USING Code-Ctl
           IF CC-Result = 'X'
              *> 표가 통째로 없으면 코드마다 찍지 않는다
               MOVE "코드 표 없음 - 설명 없이 찍힘"
                   TO Rpt-Line
               WRITE Rpt-Line
               ADD 1 TO Code-Miss
               ADD 1 TO Warn-Ctr
               EXIT PARAGRAPH
           END-IF
           PERFORM CheckStd-P
               VARYING Sx FROM 1 BY 1 UNTIL Sx > Std-Code-Count
           PERFORM ScanFile-P
               VARYING Nx FROM 1 BY 1 UNTIL Nx > Num-Scans
           IF Code-Miss = 0
               MOVE "코드 표 정상" TO Rpt-Line
               WRITE Rpt-Line
           ELSE
               ADD 1 TO Warn-Ctr
           END-IF.

       CheckStd-P.
           MOVE SC-Type(Sx) TO CC-Type
           MOVE SC-Code(Sx) TO CC-Code
           MOVE "(표준 코드)" TO CM-Where
           PERFORM CheckCode-P.

       ScanFile-P.
          *> 입력 파일 하나를 훑어 코드 자리를 본다 - 그날
          *> 없는 파일은 건너뛴다
           MOVE SN-Name(Nx) TO In-Name
           MOVE 'N' TO In-Eof
           OPEN INPUT In-File
           IF In-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM ScanLine-P UNTIL In-Eof = 'Y'
           CLOSE In-File.

       ScanLine-P.
           MOVE SPACES TO In-Line
           READ In-File
               AT END
                   MOVE 'Y' TO In-Eof
                   EXIT PARAGRAPH
           END-READ
           IF SN-Rec(Nx) NOT = SPACE
              AND In-Line(1:1) NOT = SN-Rec(Nx)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CC-Code
           MOVE In-Line(SN-Pos(Nx):SN-Len(Nx)) TO CC-Code
           IF CC-Code = SPACES
              OR (SN-Skip(Nx) NOT = SPACE
                  AND CC-Code = SN-Skip(Nx))
               EXIT PARAGRAPH
           END-IF
           MOVE SN-Type(Nx) TO CC-Type
           MOVE SN-Name(Nx) TO CM-Where
           PERFORM CheckCode-P.

       CheckCode-P.
          *> 표에 없고 아직 보고하지 않은 코드만 한 줄
           MOVE 'GET' TO CC-Op
           CALL 'CODELKUP' USING Code-Ctl
           IF CC-Result = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Miss-Found
           IF Miss-Count > 0
               SET MSx TO 1
               SEARCH Miss-Entry
                   AT END CONTINUE
                   WHEN MS-Type(MSx) = CC-Type
                        AND MS-Code(MSx) = CC-Code
                       MOVE 'Y' TO Miss-Found
               END-SEARCH
           END-IF
           IF Miss-Found = 'Y'
               EXIT PARAGRAPH
           END-IF
           IF Miss-Count < 50
               ADD 1 TO Miss-Count
               MOVE CC-Type TO MS-Type(Miss-Count)
               MOVE CC-Code TO MS-Code(Miss-Count)
           END-IF
           ADD 1 TO Code-Miss
           MOVE CC-Type TO CM-Type
           MOVE CC-Code TO CM-Code
           MOVE Code-Detail TO Rpt-Line
           WRITE Rpt-Line.

       Keut-P.
           MOVE "PREFLITE 종료"  TO AL-Event
           PERFORM LogAudit-P
