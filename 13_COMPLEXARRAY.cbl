       FILE-CONTROL.
           *> 상품코드/설명 마스터 파일 - 없거나 부족하면 남은 행은
           *> 예전처럼 계산값/하드코딩 설명으로 채운다
           *> (공용 코드 표가 되었으므로 종류 PROD 행만)
           SELECT CodeDesc-File ASSIGN TO "CODEDESC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CodeDesc-Status.
       DATA DIVISION.
       FILE SECTION.
       FD  CodeDesc-File.
       COPY "CODEDESC.cbl".

       WORKING-STORAGE SECTION.
           01 BaeYul.
                   READ CodeDesc-File
                       AT END MOVE 'Y' TO CodeDesc-Eof
                       NOT AT END
                           IF CD-Type = 'PROD'
                              AND CD-Code IS NUMERIC
                               ADD 1 TO Num-Loaded
                               MOVE CD-Code1 TO A(Num-Loaded, 1)
                               MOVE CD-Code2 TO A(Num-Loaded, 2)
                               MOVE CD-Desc1 TO B(Num-Loaded, 1)
                               MOVE CD-Desc2 TO B(Num-Loaded, 2)
                           END-IF
                           *> 아직 안 바꾼 옛 10바이트
                           *> 행(코드 둘 + 설명 둘)도 읽는다
                           IF CD-Type IS NUMERIC
                              AND CodeDesc-Record(11:) = SPACES
                               ADD 1 TO Num-Loaded
                               MOVE CodeDesc-Record(1:2)
                                   TO A(Num-Loaded, 1)
                               MOVE CodeDesc-Record(3:2)
                                   TO A(Num-Loaded, 2)
                               MOVE CodeDesc-Record(5:3)
                                   TO B(Num-Loaded, 1)
                               MOVE CodeDesc-Record(8:3)
                                   TO B(Num-Loaded, 2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CodeDesc-File
