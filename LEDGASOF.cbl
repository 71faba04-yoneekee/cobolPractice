                보여 준다. "3일에 이 계좌 스케줄이
                어땠나"는 감사 질의에 바로 답하는
                화면이다. 읽기 전용이며 조회를
                AUDIT.DAT에 남긴다. 채무 재조정(RESTRUCT)
                이나 금리 재산정(RATERSET) 직전의
                스케줄은 보관 기한이 없는 RESTHIST.DAT
                에도 남아 있으므로 같이 찾는다 - 같은
                날짜면 원장 이력 쪽을 보여 주고, 보관
                행이면 어느 쪽 이전 스케줄인지 밝힌다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT Hist-File ASSIGN TO "LEDGHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Hist-Status.
           *> 채무 재조정/금리 재산정 직전 스케줄 보관
           SELECT RestHist-File ASSIGN TO "RESTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RestHist-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               03  LH-Period     PIC 999.
               03  FILLER        PIC X(66).

       FD  RestHist-File.
       COPY "RESTHIST.cbl".

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       77  Audit-Status      PIC XX.
       77  Hist-Status       PIC XX.
       77  Hist-Eof          PIC X       VALUE 'N'.
       77  RestHist-Status   PIC XX.
       77  RestHist-Eof      PIC X       VALUE 'N'.
      *> 'H' = 원장 이력, 'R' = 재조정/재산정 보관
       77  Best-Source       PIC X       VALUE 'H'.
      *> 고른 보관 행의 출처 - RESTHIST.cbl의 RH-Source
       77  Best-RSource      PIC X       VALUE SPACE.

      *> ----- 조회 인자 -----
       77  Want-AcctNo       PIC X(10)   VALUE SPACES.
          *> 1차 - 기준일 이하에서 가장 늦은 도장을 찾고
          *> 2차 - 그 도장의 행만 보여 준다
           PERFORM FindStamp-P
           PERFORM FindRestStamp-P
           IF Best-Stamp = 0
               DISPLAY "** 기준일 이하의 이력 없음"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "계좌 " Want-AcctNo " / 기준일 "
                   Asof-Date " -> 이력일 " Best-Stamp
           IF Best-Source = 'R'
               EVALUATE Best-RSource
                   WHEN 'T'
                       DISPLAY "(재산정 이전 스케줄)"
                   WHEN 'S'
                       DISPLAY "(채무 재조정 이전 스케줄)"
                   WHEN OTHER
                       DISPLAY "(재조정/재산정 이전 스케줄)"
               END-EVALUATE
               PERFORM ShowRestStamp-P
           ELSE
               PERFORM ShowStamp-P
           END-IF
           DISPLAY "재현 행 수 : " Shown-Ctr
           GO TO Keut-P.

           OPEN INPUT Hist-File
           IF Hist-Status NOT = '00'
               DISPLAY "** 이력 파일 없음 : " Hist-Status
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL Hist-Eof = 'Y'
           END-PERFORM
           CLOSE Hist-File.

       FindRestStamp-P.
          *> 재조정/재산정 보관에서 더 늦은 도장이 있으면
          *> 그쪽 행을 보여 준다
           OPEN INPUT RestHist-File
           IF RestHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RestHist-Eof = 'Y'
               READ RestHist-File
                   AT END MOVE 'Y' TO RestHist-Eof
                   NOT AT END
                       IF RH-AcctNo = Want-AcctNo
                          AND RH-Stamp <= Asof-Date
                          AND RH-Stamp > Best-Stamp
                           MOVE RH-Stamp TO Best-Stamp
                           MOVE 'R' TO Best-Source
                           MOVE RH-Source TO Best-RSource
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RestHist-File.

       ShowRestStamp-P.
           MOVE 'N' TO RestHist-Eof
           OPEN INPUT RestHist-File
           IF RestHist-Status NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RestHist-Eof = 'Y'
               READ RestHist-File
                   AT END MOVE 'Y' TO RestHist-Eof
                   NOT AT END
                       IF RH-AcctNo = Want-AcctNo
                          AND RH-Stamp = Best-Stamp
                           DISPLAY RH-Row
                           ADD 1 TO Shown-Ctr
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RestHist-File.

       Keut-P.
           GOBACK.

