       IDENTIFICATION DIVISION.
       PROGRAM-ID. CODELKUP.
       AUTHOR. YONEE.
       REMARKS. 코드 설명 조회 서브프로그램. 공용 코드 표
                (CODEDESC.DAT - 종류, 코드, 짧은/긴 설명)를
                첫 호출에 한 번 읽어 두고, 'GET'으로 종류와
                코드를 받으면 설명을 돌려준다. 거절 보고서를
                쓰는 배치와 JRNLINQ가 코드 옆에 뜻을 찍을 때,
                PREFLITE가 표에 없는 코드를 찾을 때 부른다.
                표에 없으면 짧은 설명에 미등록 표시를 넣어
                보고서가 빈칸으로 남지 않게 한다. 'RLD'는
                표를 다시 읽는다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Code-File ASSIGN TO "CODEDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Code-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Code-File.
       COPY "CODEDESC.cbl".

       WORKING-STORAGE SECTION.
       77  Code-Status       PIC XX.
       77  Code-Eof          PIC X       VALUE 'N'.
       77  Table-Loaded      PIC X       VALUE 'N'.
       77  File-Present      PIC X       VALUE 'N'.

      *> ----- 코드 표 (종류+코드로 찾는다) -----
       77  Code-Count        PIC 9(3)    VALUE 0.
       01  Code-Table.
           02  Code-Entry OCCURS 0 TO 500 TIMES
                          DEPENDING ON Code-Count
                          INDEXED BY CDx.
               03  CT-Key.
                   04  CT-Type   PIC X(4).
                   04  CT-Code   PIC X(4).
               03  CT-Short      PIC X(20).
               03  CT-Long       PIC X(50).
       01  Want-Key.
           02  WK-Type           PIC X(4).
           02  WK-Code           PIC X(4).

       LINKAGE SECTION.
       COPY "CODECTL.cbl".

       PROCEDURE DIVISION USING Code-Ctl.
       SiJak-P.
           IF CC-Op = 'RLD'
               MOVE 'N' TO Table-Loaded
           END-IF
           IF Table-Loaded = 'N'
               PERFORM LoadTable-P
           END-IF
           IF CC-Op = 'GET'
               PERFORM Lookup-P
           ELSE
               MOVE 'Y' TO CC-Result
           END-IF
           GOBACK.

       LoadTable-P.
           MOVE 0 TO Code-Count
           MOVE 'N' TO Code-Eof
           MOVE 'N' TO File-Present
           MOVE 'Y' TO Table-Loaded
           OPEN INPUT Code-File
           IF Code-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO File-Present
           PERFORM UNTIL Code-Eof = 'Y'
               READ Code-File
                   AT END MOVE 'Y' TO Code-Eof
                   NOT AT END
                       IF Code-Count < 500
                           ADD 1 TO Code-Count
                           MOVE CD-Type  TO CT-Type(Code-Count)
                           MOVE CD-Code  TO CT-Code(Code-Count)
                           MOVE CD-Short TO CT-Short(Code-Count)
                           MOVE CD-Long  TO CT-Long(Code-Count)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE Code-File.

       Lookup-P.
          *> 빈 코드는 코드 없는 줄 - 설명도 빈칸이다
           MOVE SPACES TO CC-Short CC-Long
           IF CC-Code = SPACES
               MOVE 'Y' TO CC-Result
               EXIT PARAGRAPH
           END-IF
           IF File-Present = 'N'
               MOVE 'X' TO CC-Result
               MOVE "** 코드 표 없음" TO CC-Short
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO CC-Result
           MOVE CC-Type TO WK-Type
           MOVE CC-Code TO WK-Code
           IF Code-Count > 0
               SET CDx TO 1
               SEARCH Code-Entry
                   AT END CONTINUE
                   WHEN CT-Key(CDx) = Want-Key
                       MOVE 'Y' TO CC-Result
                       MOVE CT-Short(CDx) TO CC-Short
                       MOVE CT-Long(CDx)  TO CC-Long
               END-SEARCH
           END-IF
           IF CC-Result = 'N'
               MOVE "** 미등록 코드" TO CC-Short
           END-IF.

       END PROGRAM CODELKUP.
