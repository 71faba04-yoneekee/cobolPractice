       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODEMNT.
       AUTHOR. YONEE.
       REMARKS. 공용 코드 표 유지보수. 거절/사유 코드와 거래
                기록 사건 코드의 뜻을 한 곳(CODEDESC.DAT -
                종류, 코드, 짧은/긴 설명)에 두고 콘솔에서
                등록/정정/삭제한다. 종류는 표준 코드 목록
                (CODESTD.cbl)에 있는 것만 받고, 코드와 짧은
                설명은 빈칸일 수 없으며, 같은 종류+코드는
                두 번 등록하지 못한다. 'S'는 표준 목록에서
                빠진 코드만 채운다 (있는 설명은 그대로).
                SIGNON 접속과 역할 권한을 거치며 변경마다
                AUDIT.DAT에 남긴다. 공용 표가 되기 전의
                옛 10바이트 상품 행(코드 두 자리 둘 +
                설명 세 자 둘)은 읽을 때 종류 PROD 행으로
                바꾸고 끝날 때 새 모양으로 되쓴다 - 한
                번만 일어난다.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TTY.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Code-File ASSIGN TO "CODEDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Code-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Code-File.
       COPY "CODEDESC.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  Code-Status       PIC XX.
       77  Code-Eof          PIC X       VALUE 'N'.

      *> ----- 운전원 접속 -----
       COPY "SIGNCTL.cbl".

      *> ----- 표준 코드 목록 -----
       COPY "CODESTD.cbl".

      *> ----- 코드 표 -----
       77  Code-Count        PIC 9(3)    VALUE 0.
       01  Code-Table.
           02  Code-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Code-Count
                          INDEXED BY CDx.
               03  CT-Line       PIC X(81).
       77  Code-Changed      PIC X       VALUE 'N'.

      *> ----- 콘솔 입력 작업영역 -----
       77  Menu-Choice       PIC X       VALUE SPACE.
       77  Done-Flag         PIC X       VALUE 'N'.
       77  Valid-Flag        PIC X       VALUE 'Y'.
       77  Found-Flag        PIC X       VALUE 'N'.
       77  In-Type           PIC X(4)    VALUE SPACES.
       77  In-Code           PIC X(4)    VALUE SPACES.
       77  In-Short          PIC X(20)   VALUE SPACES.
       77  In-Long           PIC X(50)   VALUE SPACES.
       77  In-Answer         PIC X       VALUE SPACE.
       77  Ix                PIC 9(3)    VALUE 0.
       77  Sx                PIC 99      VALUE 0.
       77  Add-Ctr           PIC 99      VALUE 0.
       77  Conv-Ctr          PIC 9(3)    VALUE 0.
       01  Want-Key.
           02  WK-Type           PIC X(4).
           02  WK-Code           PIC X(4).

      *> ----- 목록 편집 -----
       01  Code-Line.
           02  CL-Type           PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  CL-Code           PIC X(4).
           02  FILLER            PIC X      VALUE SPACE.
           02  CL-Short          PIC X(20).
           02  FILLER            PIC X      VALUE SPACE.
           02  CL-Long           PIC X(50).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE 0 TO RETURN-CODE
           MOVE 'SON'      TO SG-Op
           MOVE "CODEMNT"  TO SG-Program
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO Audit-Record
           MOVE "CODEMNT"        TO AL-Program
           MOVE SG-Oper          TO AL-Oper
           MOVE "CODEMNT 시작"   TO AL-Event
           PERFORM LogAudit-P
           PERFORM LoadCodes-P
           PERFORM MenuLoop-P UNTIL Done-Flag = 'Y'
           IF Code-Changed = 'Y'
               PERFORM SaveCodes-P
           END-IF
           GO TO Keut-P.

       MenuLoop-P.
           DISPLAY " " UPON TTY
           DISPLAY "A=등록 M=정정 D=삭제 L=목록"
                   " S=표준 코드 채우기 X=끝" UPON TTY
           ACCEPT Menu-Choice FROM TTY
           IF Menu-Choice = 'X' OR Menu-Choice = 'x'
               MOVE 'Y' TO Done-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE 'FNC'       TO SG-Op
           MOVE Menu-Choice TO SG-Func
           CALL 'SIGNON' USING Sign-Ctl
           IF SG-Result NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           EVALUATE Menu-Choice
               WHEN 'A' WHEN 'a' PERFORM AddCode-P
               WHEN 'M' WHEN 'm' PERFORM AmendCode-P
               WHEN 'D' WHEN 'd' PERFORM DropCode-P
               WHEN 'L' WHEN 'l' PERFORM ListAll-P
               WHEN 'S' WHEN 's' PERFORM FillStd-P
               WHEN OTHER DISPLAY "?" UPON TTY
           END-EVALUATE.

       GetKey-P.
          *> 종류와 코드를 받아 표에서 찾는다 - 등록('A')은
          *> 없어야, 나머지는 있어야 한다
           MOVE 'Y' TO Valid-Flag
           MOVE 'N' TO Found-Flag
           MOVE SPACES TO In-Type In-Code
           DISPLAY "코드 종류(네 글자) ?" UPON TTY
           ACCEPT In-Type FROM TTY
           INSPECT In-Type CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM CheckType-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           DISPLAY "코드(네 글자까지) ?" UPON TTY
           ACCEPT In-Code FROM TTY
           IF In-Code = SPACES
               DISPLAY "** 코드 필요" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
          *> 상품 행은 두 자리 코드 둘 - 숫자 네 자리만
           IF In-Type = 'PROD' AND In-Code IS NOT NUMERIC
               DISPLAY "** 상품 코드는 숫자 네 자리" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE In-Type TO WK-Type
           MOVE In-Code TO WK-Code
           PERFORM FindKey-P
           IF Menu-Choice = 'A' OR Menu-Choice = 'a'
               IF Found-Flag = 'Y'
                   DISPLAY "** 이미 있는 코드" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           ELSE
               IF Found-Flag = 'N'
                   DISPLAY "** 없는 코드" UPON TTY
                   MOVE 'N' TO Valid-Flag
               END-IF
           END-IF.

       CheckType-P.
           MOVE 'N' TO Valid-Flag
           PERFORM VARYING Sx FROM 1 BY 1
                   UNTIL Sx > Std-Type-Count
               IF Std-Type(Sx) = In-Type
                   MOVE 'Y' TO Valid-Flag
               END-IF
           END-PERFORM
           IF Valid-Flag = 'N'
               DISPLAY "** 모르는 종류 - XREJ AREJ BREJ CREJ"
                       " FREJ RTRN JRNL PROD" UPON TTY
           END-IF.

       FindKey-P.
          *> Want-Key(종류+코드)로 찾는다 - 찾으면 CDx
           MOVE 'N' TO Found-Flag
           IF Code-Count > 0
               SET CDx TO 1
               SEARCH Code-Entry
                   AT END CONTINUE
                   WHEN CT-Line(CDx)(1:4) = WK-Type
                        AND CT-Line(CDx)(6:4) = WK-Code
                       MOVE 'Y' TO Found-Flag
               END-SEARCH
           END-IF.

       GetDesc-P.
          *> 짧은 설명은 빈칸일 수 없고, 긴 설명은
          *> 빈칸이면 짧은 설명을 쓴다
           MOVE 'Y' TO Valid-Flag
           MOVE SPACES TO In-Short In-Long
           DISPLAY "짧은 설명(20바이트) ?" UPON TTY
           ACCEPT In-Short FROM TTY
           IF In-Short = SPACES
               DISPLAY "** 짧은 설명 필요" UPON TTY
               MOVE 'N' TO Valid-Flag
               EXIT PARAGRAPH
           END-IF
           DISPLAY "긴 설명(50바이트, 빈칸=짧은 설명) ?"
               UPON TTY
           ACCEPT In-Long FROM TTY
           IF In-Long = SPACES
               MOVE In-Short TO In-Long
           END-IF.

       AddCode-P.
           IF Code-Count >= 500
               DISPLAY "** 코드 표 가득 (500)" UPON TTY
               EXIT PARAGRAPH
           END-IF
           PERFORM GetKey-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           PERFORM GetDesc-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CodeDesc-Record
           MOVE In-Type  TO CD-Type
           MOVE In-Code  TO CD-Code
           MOVE In-Short TO CD-Short
           MOVE In-Long  TO CD-Long
           ADD 1 TO Code-Count
           MOVE CodeDesc-Record TO CT-Line(Code-Count)
           MOVE 'Y' TO Code-Changed
           PERFORM AuditChange-P
           DISPLAY "등록 완료" UPON TTY.

       AmendCode-P.
           PERFORM GetKey-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CT-Line(CDx) TO CodeDesc-Record
           DISPLAY "지금 : " CD-Short UPON TTY
           DISPLAY "       " CD-Long UPON TTY
           PERFORM GetDesc-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE In-Short TO CD-Short
           MOVE In-Long  TO CD-Long
           MOVE CodeDesc-Record TO CT-Line(CDx)
           MOVE 'Y' TO Code-Changed
           PERFORM AuditChange-P
           DISPLAY "정정 완료" UPON TTY.

       DropCode-P.
          *> 표준 코드는 지워도 'S'로 다시 채워지고 PREFLITE가
          *> 누락으로 잡는다 - 확인을 한 번 더 받는다
           PERFORM GetKey-P
           IF Valid-Flag = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE CT-Line(CDx) TO CodeDesc-Record
           DISPLAY "삭제 : " CD-Short " (Y/N) ?" UPON TTY
           MOVE SPACE TO In-Answer
           ACCEPT In-Answer FROM TTY
           IF In-Answer NOT = 'Y' AND In-Answer NOT = 'y'
               DISPLAY "삭제 취소" UPON TTY
               EXIT PARAGRAPH
           END-IF
          *> 찾은 줄부터 한 칸씩 당긴다
           SET Ix TO CDx
           PERFORM VARYING Ix FROM Ix BY 1
                   UNTIL Ix >= Code-Count
               MOVE CT-Line(Ix + 1) TO CT-Line(Ix)
           END-PERFORM
           SUBTRACT 1 FROM Code-Count
           MOVE 'Y' TO Code-Changed
           PERFORM AuditChange-P
           DISPLAY "삭제 완료" UPON TTY.

       ListAll-P.
          *> 종류를 주면 그 종류만, 빈칸이면 전부
           MOVE SPACES TO In-Type
           DISPLAY "종류(빈칸 = 전부) ?" UPON TTY
           ACCEPT In-Type FROM TTY
           INSPECT In-Type CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "종류 코드 짧은 설명          긴 설명"
               UPON TTY
           PERFORM VARYING Ix FROM 1 BY 1
                   UNTIL Ix > Code-Count
               MOVE CT-Line(Ix) TO CodeDesc-Record
               IF In-Type = SPACES OR In-Type = CD-Type
                   MOVE CD-Type  TO CL-Type
                   MOVE CD-Code  TO CL-Code
                   MOVE CD-Short TO CL-Short
                   MOVE CD-Long  TO CL-Long
                   DISPLAY Code-Line UPON TTY
               END-IF
           END-PERFORM.

       FillStd-P.
          *> 표준 목록에서 표에 없는 코드만 덧붙인다
           MOVE 0 TO Add-Ctr
           PERFORM VARYING Sx FROM 1 BY 1
                   UNTIL Sx > Std-Code-Count
               MOVE SC-Type(Sx) TO WK-Type
               MOVE SC-Code(Sx) TO WK-Code
               PERFORM FindKey-P
               IF Found-Flag = 'N' AND Code-Count < 500
                   MOVE SPACES TO CodeDesc-Record
                   MOVE SC-Type(Sx)  TO CD-Type
                   MOVE SC-Code(Sx)  TO CD-Code
                   MOVE SC-Short(Sx) TO CD-Short
                   MOVE SC-Long(Sx)  TO CD-Long
                   ADD 1 TO Code-Count
                   MOVE CodeDesc-Record TO CT-Line(Code-Count)
                   ADD 1 TO Add-Ctr
               END-IF
           END-PERFORM
           IF Add-Ctr > 0
               MOVE 'Y' TO Code-Changed
               MOVE SPACES TO AL-Event
               STRING "코드변경 S 표준 " DELIMITED BY SIZE
                      Add-Ctr             DELIMITED BY SIZE
                      " 건"               DELIMITED BY SIZE
                      INTO AL-Event
               PERFORM LogAudit-P
           END-IF
           DISPLAY "표준 코드 " Add-Ctr " 건 채움" UPON TTY.

       AuditChange-P.
          *> 코드 변경 한 건
           MOVE SPACES TO AL-Event
           STRING "코드변경 "   DELIMITED BY SIZE
                  Menu-Choice   DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Type       DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  In-Code       DELIMITED BY SPACE
                  INTO AL-Event
           PERFORM LogAudit-P.

       LoadCodes-P.
           MOVE 0 TO Code-Count
           MOVE 'N' TO Code-Eof
           OPEN INPUT Code-File
           IF Code-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Code-Eof = 'Y'
               READ Code-File
                   AT END MOVE 'Y' TO Code-Eof
                   NOT AT END
                       IF Code-Count < 500
                           PERFORM ConvOld-P
                           ADD 1 TO Code-Count
                           MOVE CodeDesc-Record
                               TO CT-Line(Code-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Code-File
           IF Conv-Ctr > 0
               MOVE 'Y' TO Code-Changed
               DISPLAY "옛 상품 코드 행 " Conv-Ctr
                       " 건 PROD로 바꿈" UPON TTY
               MOVE SPACES TO AL-Event
               STRING "코드변경 C 옛 행 " DELIMITED BY SIZE
                      Conv-Ctr            DELIMITED BY SIZE
                      " 건"               DELIMITED BY SIZE
                      INTO AL-Event
               PERFORM LogAudit-P
           END-IF.

       ConvOld-P.
          *> 옛 행은 앞 네 자가 숫자이고 11바이트부터
          *> 빈칸이다 - 코드 넷(두 자리 둘)은 CD-Code로,
          *> 설명 여섯 자(세 자 둘)는 짧은/긴 설명으로
           IF CodeDesc-Record(1:4) IS NOT NUMERIC
              OR CodeDesc-Record(11:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE CodeDesc-Record(1:10) TO In-Long
           MOVE SPACES TO CodeDesc-Record
           MOVE 'PROD'       TO CD-Type
           MOVE In-Long(1:4) TO CD-Code
           MOVE In-Long(5:6) TO CD-Short
           MOVE In-Long(5:6) TO CD-Long
           MOVE SPACES TO In-Long
           ADD 1 TO Conv-Ctr.

       SaveCodes-P.
           OPEN OUTPUT Code-File
           IF Code-Status NOT = '00'
               DISPLAY "** 코드 표 되쓰기 실패 : "
                       Code-Status UPON TTY
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CDx FROM 1 BY 1
                   UNTIL CDx > Code-Count
               MOVE CT-Line(CDx) TO CodeDesc-Record
               WRITE CodeDesc-Record
           END-PERFORM
           CLOSE Code-File.

       Keut-P.
           MOVE "CODEMNT 종료"   TO AL-Event
           PERFORM LogAudit-P
           GOBACK.

       LogAudit-P.
          *> 실행 기록을 AUDIT.DAT 끝에 덧붙인다
           MOVE FUNCTION CURRENT-DATE(1:14) TO AL-Timestamp
           OPEN EXTEND Audit-File
           IF Audit-Status NOT = '00'
               OPEN OUTPUT Audit-File
           END-IF
           WRITE Audit-Record
           CLOSE Audit-File.

       END PROGRAM CODEMNT.
