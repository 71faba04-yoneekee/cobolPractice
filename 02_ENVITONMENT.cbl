               select Move-File assign to 'STUDMOVE.DAT'
                   organization is line sequential
                   file status is MV-Status.
               *> 과목 교사 배정 - 교사간 점수 조정의 채점자 구분
               select SubjTchr-File assign to 'SUBJTCHR.DAT'
                   organization is line sequential
                   file status is SJ-Status.
               *> 교사/과목별 점수 조정 내역
               select ModRpt-File assign to 'MODRPT.DAT'
                   organization is line sequential
                   file status is MR-Status.
               *> 점수 완비 점검이 남긴 보류 표시
               select Hold-File assign to 'SCORHOLD.DAT'
                   organization is line sequential
                   file status is HD-Status.
               *> 교직원 원부 - 반 소계의 담임 표기용
               select Staff-File assign to 'STAFMAST.DAT'
                   organization is line sequential
                   file status is Staff-Status.
           i-o-control.
               return every 100 records of Sorted-File.

               MOVE "JARYO 시작"     TO AL-Event
               PERFORM LogAudit-P
               MOVE 0 TO RETURN-CODE
               *> 점수 완비 점검(SCORCHK)이 보류를 걸었으면 누락
               *> 학생이 빠진 석차를 내지 않고 경고로 끝낸다 -
               *> 누락을 채우고 SCORCHK부터 다시 돌린다
               PERFORM CheckHold-P
               IF Hold-On = 'Y'
                   DISPLAY "** 점수 누락으로 보류 중 - SCORCHK.RPT"
                           " 확인"
                   MOVE 4 TO RETURN-CODE
                   MOVE "JARYO 보류 - 점수 누락" TO AL-Event
                   PERFORM LogAudit-P
                   GOBACK
               END-IF
               PERFORM GetSections-P
               PERFORM LoadStudMast-P
               PERFORM LoadClasMast-P
               PERFORM LoadStaff-P
               PERFORM LoadWeights-P
               PERFORM LoadConfig-P
               PERFORM LoadAttSum-P
               PERFORM LoadMoves-P
               *> 교사간 점수 조정을 켰으면 정렬 전에 전 섹션을
               *> 한 번 읽어 교사별/학년별 평균과 편차를 낸다
               IF Mod-On = 'Y'
                   PERFORM ModPrep-P
               END-IF
               *> Out-File을 열기 전에 체크포인트부터 읽어야, 재시작인
               *> 경우 이전 실행이 이미 써 놓은 Bogoseo.DAT 앞부분을
               *> OPEN OUTPUT으로 지워버리지 않고 OPEN EXTEND로 이어
               WRITE Audit-Record
               CLOSE Audit-File.

           CheckHold-P.
               *> 보류 표시가 없으면 그대로 진행한다
               MOVE 'N' TO Hold-On
               OPEN INPUT Hold-File
               IF HD-Status = '00'
                   READ Hold-File
                       NOT AT END
                           IF HD-Flag = 'Y'
                               MOVE 'Y' TO Hold-On
                           END-IF
                   END-READ
                   CLOSE Hold-File
               END-IF.

           GetSections-P.
               *> 실행 인자로 학급 섹션 파일 개수와 이름을 받는다
               *> 인자가 없으면 기존과 같이 JaRyo.DAT 한 섹션만 처리
                           MOVE Yeongeo TO SW-Yeongeo
                           MOVE Ban-Code TO SW-Ban
                           MOVE Stud-Id TO SW-StudId
                           PERFORM ModScores-P
                           MOVE Mod-GuGer   TO SW-ModG
                           MOVE Mod-SanSu   TO SW-ModS
                           MOVE Mod-Yeongeo TO SW-ModY
                           *> 순위용 합산점수에 과목 가중치 적용
                           *> - 조정을 켰으면 조정 점수로 센다
                           COMPUTE SW-Combined ROUNDED =
                               Mod-GuGer * Wt-GuGer
                               + Mod-SanSu * Wt-SanSu
                               + Mod-Yeongeo * Wt-Yeongeo
                           RELEASE SW-Record
                   END-READ
               END-PERFORM
                       MOVE SR-Yeongeo TO Yeongeo
                       MOVE SR-Ban     TO Ban-Code
                       MOVE SR-StudId  TO Stud-Id
                       MOVE SR-ModG    TO Mod-GuGer
                       MOVE SR-ModS    TO Mod-SanSu
                       MOVE SR-ModY    TO Mod-Yeongeo
                       *> 반 코드가 바뀌면 직전 그룹의 소계를 먼저 확정하고 반
                       *> 누적항목을 새 그룹을 위해 초기화한다 - 이 값이 방금
                       *> 바뀐 레코드의 GENERATE 시점에 자동 출력되는
                              AND CF-AbsLimit > 0
                               MOVE CF-AbsLimit TO Abs-Limit
                           END-IF
                           IF CF-Moderate = 'Y'
                               MOVE 'Y' TO Mod-On
                           END-IF
                   END-READ
                   CLOSE Config-File
               END-IF.
                   DISPLAY "** 학급 원부 없음 - 반 검증 생략"
               END-IF.

           LoadStaff-P.
               *> 교직원 원부를 테이블로 적재한다 -
               *> 원부가 없으면 반 소계에 학급 원부의
               *> 담임 이름을 그대로 찍는다
               MOVE 0 TO SF-Count
               OPEN INPUT Staff-File
               IF Staff-Status = '00'
                   MOVE 'N' TO Staff-Eof
                   PERFORM UNTIL Staff-Eof = 'Y'
                       READ Staff-File
                           AT END MOVE 'Y' TO Staff-Eof
                           NOT AT END
                               IF SF-Count < 300
                                   ADD 1 TO SF-Count
                                   SET STFx TO SF-Count
                                   MOVE SF-Id      TO SFT-Id(STFx)
                                   MOVE SF-Irum    TO SFT-Irum(STFx)
                                   MOVE SF-Teacher
                                       TO SFT-Teacher(STFx)
                                   MOVE SF-Status
                                       TO SFT-Status(STFx)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Staff-File
               ELSE
                   DISPLAY "** 교직원 원부 없음"
                           " - 학급 원부 담임 그대로 표기"
               END-IF.

           LoadStudMast-P.
               *> 학생 ID 원부를 테이블로 적재한다 - 원부가 없으면
               *> ID 검증 없이 기존 검증만 적용한다
               MOVE Prev-Ban-Code TO Ban-Code-Print
               *> 반 소계가 담임 선생님 이름표를 달고 나가도록
               *> 학급 원부에서 담임을 찾아 둔다
               MOVE SPACES TO Ban-Teacher-Print Ban-Staff-Print
               IF CL-Count > 0
                   SET CLx TO 1
                   SEARCH CL-Entry
                       WHEN CLT-Ban(CLx) = Prev-Ban-Code
                           MOVE CLT-Teacher(CLx)
                               TO Ban-Teacher-Print
                           PERFORM BanStaff-P
                   END-SEARCH
               END-IF
               MOVE Ban-HighGuGer TO Ban-HighGuGer-Print
               MOVE Ban-AvgGuGer TO Ban-AvgGuGer-Print
               MOVE Ban-AvgSanSu TO Ban-AvgSanSu-Print.

           BanStaff-P.
               *> 담임 이름과 교번은 교직원 원부에서
               *> 찍는다 - 재직자를 먼저 찾고, 퇴직자나
               *> 원부에 없는 이름은 표시를 달아 STAFCHK
               *> 결과와 맞춘다
               IF SF-Count = 0 OR CLT-Teacher(CLx) = SPACES
                   EXIT PARAGRAPH
               END-IF
               SET STFx TO 1
               SEARCH SF-Entry
                   AT END CONTINUE
                   WHEN SFT-Teacher(STFx) = CLT-Teacher(CLx)
                        AND SFT-Status(STFx) NOT = 'L'
                       MOVE SFT-Irum(STFx) TO Ban-Teacher-Print
                       MOVE SPACES TO Ban-Staff-Print
                       STRING "(교번 " DELIMITED BY SIZE
                              SFT-Id(STFx) DELIMITED BY SIZE
                              ")"      DELIMITED BY SIZE
                              INTO Ban-Staff-Print
                       EXIT PARAGRAPH
               END-SEARCH
               SET STFx TO 1
               SEARCH SF-Entry
                   AT END
                       MOVE "(원부에 없음)" TO Ban-Staff-Print
                   WHEN SFT-Teacher(STFx) = CLT-Teacher(CLx)
                       MOVE SFT-Irum(STFx) TO Ban-Teacher-Print
                       MOVE "(퇴직)" TO Ban-Staff-Print
               END-SEARCH.

           Deungeup-P.
               *> 국어/산수/영어 평균으로 등급을 산출 (90 이상 A, 80 이상 B, 70 이상 C, 60 이상 D, 미만 F)
               *> 평균에도 실행별 과목 가중치를 적용한다
               *> 교사간 조정을 켰으면 조정 점수로 매긴다 -
               *> 결과 파일의 과목 점수는 원점수 그대로다
               COMPUTE Avg-Score =
                   (Mod-GuGer * Wt-GuGer + Mod-SanSu * Wt-SanSu
                    + Mod-Yeongeo * Wt-Yeongeo) / Wt-Sum
               EVALUATE TRUE
                   WHEN Avg-Score >= 90 MOVE "A" TO Grade
                   WHEN Avg-Score >= 80 MOVE "B" TO Grade
                   WHEN Avg-Score >= 60 MOVE "D" TO Grade
                   WHEN OTHER            MOVE "F" TO Grade
               END-EVALUATE.

           ModPrep-P.
               *> 과목 교사 배정이 없으면 채점자를 가를 수 없어
               *> 조정 없이 원점수로 처리한다
               PERFORM LoadSubjTchr-P
               IF ST-Count = 0
                   DISPLAY "** 과목 교사 배정 없음"
                           " - 점수 조정 생략"
                   MOVE 'N' TO Mod-On
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING Mod-Ix FROM 1 BY 1
                       UNTIL Mod-Ix > Num-Sections
                   MOVE Section-File-Name(Mod-Ix) TO WS-InFileName
                   MOVE 'N' TO In-Eof
                   OPEN INPUT In-File
                   PERFORM UNTIL In-Eof = 'Y'
                       READ In-File
                           AT END MOVE 'Y' TO In-Eof
                           NOT AT END PERFORM ModTally-P
                       END-READ
                   END-PERFORM
                   CLOSE In-File
               END-PERFORM
               MOVE 'N' TO In-Eof
               PERFORM VARYING MKx FROM 1 BY 1 UNTIL MKx > MK-Count
                   COMPUTE MKT-Mean(MKx) ROUNDED =
                       MKT-Sum(MKx) / MKT-N(MKx)
                   COMPUTE Mod-Var ROUNDED =
                       MKT-SumSq(MKx) / MKT-N(MKx)
                       - (MKT-Sum(MKx) / MKT-N(MKx)) ** 2
                   COMPUTE MKT-Sd(MKx) ROUNDED = Mod-Var ** 0.5
               END-PERFORM
               PERFORM VARYING CHx FROM 1 BY 1 UNTIL CHx > CH-Count
                   COMPUTE CHT-Mean(CHx) ROUNDED =
                       CHT-Sum(CHx) / CHT-N(CHx)
                   COMPUTE Mod-Var ROUNDED =
                       CHT-SumSq(CHx) / CHT-N(CHx)
                       - (CHT-Sum(CHx) / CHT-N(CHx)) ** 2
                   COMPUTE CHT-Sd(CHx) ROUNDED = Mod-Var ** 0.5
               END-PERFORM
               PERFORM WriteModRpt-P.

           LoadSubjTchr-P.
               MOVE 0 TO ST-Count
               OPEN INPUT SubjTchr-File
               IF SJ-Status = '00'
                   MOVE 'N' TO SJ-Eof
                   PERFORM UNTIL SJ-Eof = 'Y'
                       READ SubjTchr-File
                           AT END MOVE 'Y' TO SJ-Eof
                           NOT AT END
                               IF ST-Count < 120
                                  AND SJ-Teacher NOT = SPACES
                                   ADD 1 TO ST-Count
                                   MOVE SJ-Ban
                                       TO STT-Ban(ST-Count)
                                   MOVE SJ-Subj
                                       TO STT-Subj(ST-Count)
                                   MOVE SJ-Teacher
                                       TO STT-Teacher(ST-Count)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SubjTchr-File
               END-IF.

           ModTally-P.
               *> 범위 밖 점수나 이름 없는 행은 통계에서 뺀다 -
               *> 본 처리에서 어차피 오류로 격리된다
               IF Irum = SPACES
                  OR GuGer NOT NUMERIC OR GuGer > 100
                  OR SanSu NOT NUMERIC OR SanSu > 100
                  OR Yeongeo NOT NUMERIC OR Yeongeo > 100
                   EXIT PARAGRAPH
               END-IF
               MOVE Ban-Code TO Mod-Ban
               MOVE 'G'      TO Mod-Subj
               MOVE GuGer    TO Mod-Raw
               PERFORM ModAdd-P
               MOVE 'S'      TO Mod-Subj
               MOVE SanSu    TO Mod-Raw
               PERFORM ModAdd-P
               MOVE 'Y'      TO Mod-Subj
               MOVE Yeongeo  TO Mod-Raw
               PERFORM ModAdd-P.

           ModAdd-P.
               *> 학년 기준 집단에는 모두, 교사 집계에는 배정된
               *> 반만 더한다
               PERFORM FindCohort-P
               IF Mod-Found = 'N'
                   IF CH-Count >= 40
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO CH-Count
                   SET CHx TO CH-Count
                   MOVE Mod-Ban(1:1) TO CHT-Level(CHx)
                   MOVE Mod-Subj     TO CHT-Subj(CHx)
                   MOVE 0 TO CHT-N(CHx) CHT-Sum(CHx) CHT-SumSq(CHx)
               END-IF
               ADD 1 TO CHT-N(CHx)
               ADD Mod-Raw TO CHT-Sum(CHx)
               COMPUTE CHT-SumSq(CHx) = CHT-SumSq(CHx)
                   + Mod-Raw * Mod-Raw
               PERFORM FindTeacher-P
               IF Mod-Teacher = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindMarker-P
               IF Mod-Found = 'N'
                   IF MK-Count >= 200
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO MK-Count
                   SET MKx TO MK-Count
                   MOVE Mod-Ban(1:1) TO MKT-Level(MKx)
                   MOVE Mod-Subj     TO MKT-Subj(MKx)
                   MOVE Mod-Teacher  TO MKT-Teacher(MKx)
                   MOVE 0 TO MKT-N(MKx) MKT-Sum(MKx) MKT-SumSq(MKx)
               END-IF
               ADD 1 TO MKT-N(MKx)
               ADD Mod-Raw TO MKT-Sum(MKx)
               COMPUTE MKT-SumSq(MKx) = MKT-SumSq(MKx)
                   + Mod-Raw * Mod-Raw.

           FindCohort-P.
               MOVE 'N' TO Mod-Found
               IF CH-Count > 0
                   SET CHx TO 1
                   SEARCH CH-Entry
                       AT END CONTINUE
                       WHEN CHT-Level(CHx) = Mod-Ban(1:1)
                            AND CHT-Subj(CHx) = Mod-Subj
                           MOVE 'Y' TO Mod-Found
                   END-SEARCH
               END-IF.

           FindTeacher-P.
               MOVE SPACES TO Mod-Teacher
               IF ST-Count > 0
                   SET STx TO 1
                   SEARCH ST-Entry
                       AT END CONTINUE
                       WHEN STT-Ban(STx) = Mod-Ban
                            AND STT-Subj(STx) = Mod-Subj
                           MOVE STT-Teacher(STx) TO Mod-Teacher
                   END-SEARCH
               END-IF.

           FindMarker-P.
               MOVE 'N' TO Mod-Found
               IF MK-Count > 0
                   SET MKx TO 1
                   SEARCH MK-Entry
                       AT END CONTINUE
                       WHEN MKT-Level(MKx) = Mod-Ban(1:1)
                            AND MKT-Subj(MKx) = Mod-Subj
                            AND MKT-Teacher(MKx) = Mod-Teacher
                           MOVE 'Y' TO Mod-Found
                   END-SEARCH
               END-IF.

           ModScores-P.
               *> 정렬에 넣기 전 세 과목의 조정 점수를 낸다 -
               *> 조정을 껐으면 원점수 그대로
               MOVE GuGer   TO Mod-GuGer
               MOVE SanSu   TO Mod-SanSu
               MOVE Yeongeo TO Mod-Yeongeo
               IF Mod-On = 'N'
                   EXIT PARAGRAPH
               END-IF
               IF Irum = SPACES
                  OR GuGer NOT NUMERIC OR GuGer > 100
                  OR SanSu NOT NUMERIC OR SanSu > 100
                  OR Yeongeo NOT NUMERIC OR Yeongeo > 100
                   EXIT PARAGRAPH
               END-IF
               MOVE Ban-Code TO Mod-Ban
               MOVE 'G'      TO Mod-Subj
               MOVE GuGer    TO Mod-Raw
               PERFORM ModOne-P
               MOVE Mod-Out  TO Mod-GuGer
               MOVE 'S'      TO Mod-Subj
               MOVE SanSu    TO Mod-Raw
               PERFORM ModOne-P
               MOVE Mod-Out  TO Mod-SanSu
               MOVE 'Y'      TO Mod-Subj
               MOVE Yeongeo  TO Mod-Raw
               PERFORM ModOne-P
               MOVE Mod-Out  TO Mod-Yeongeo.

           ModOne-P.
               *> 조정 점수 = 집단 평균 + (원점수 - 교사 평균)
               *>             x 집단 편차 / 교사 편차
               *> 교사 편차가 0이면 평균만 옮긴다. 0~100로 자른다
               MOVE Mod-Raw TO Mod-Out
               PERFORM FindTeacher-P
               IF Mod-Teacher = SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindMarker-P
               IF Mod-Found = 'N'
                   EXIT PARAGRAPH
               END-IF
               PERFORM FindCohort-P
               IF Mod-Found = 'N'
                   EXIT PARAGRAPH
               END-IF
               IF MKT-Sd(MKx) = 0
                   COMPUTE Mod-Work ROUNDED = CHT-Mean(CHx)
                       + (Mod-Raw - MKT-Mean(MKx))
               ELSE
                   COMPUTE Mod-Work ROUNDED = CHT-Mean(CHx)
                       + (Mod-Raw - MKT-Mean(MKx))
                         * CHT-Sd(CHx) / MKT-Sd(MKx)
               END-IF
               IF Mod-Work < 0
                   MOVE 0 TO Mod-Work
               END-IF
               IF Mod-Work > 100
                   MOVE 100 TO Mod-Work
               END-IF
               COMPUTE Mod-Out ROUNDED = Mod-Work
               IF Mod-Out NOT = Mod-Raw
                   ADD 1 TO Mod-Ctr
               END-IF.

           WriteModRpt-P.
               *> 교사/과목별로 옮긴 폭(평균 차)과 배율(편차 비)
               OPEN OUTPUT ModRpt-File
               IF MR-Status NOT = '00'
                   DISPLAY "** 점수 조정 보고 열기 실패 : "
                           MR-Status
                   EXIT PARAGRAPH
               END-IF
               MOVE "=== 교사간 점수 조정 ===" TO ModRpt-Line
               WRITE ModRpt-Line
               MOVE SPACES TO ModRpt-Line
               STRING "학년 과목 교사        인원  교사평균"
                          DELIMITED BY SIZE
                      "  편차  집단평균  편차  이동  배율"
                          DELIMITED BY SIZE
                      INTO ModRpt-Line
               WRITE ModRpt-Line
               PERFORM VARYING MKx FROM 1 BY 1 UNTIL MKx > MK-Count
                   MOVE MKT-Level(MKx)   TO MD-Level Mod-Ban
                   MOVE MKT-Subj(MKx)    TO MD-Subj Mod-Subj
                   MOVE MKT-Teacher(MKx) TO MD-Teacher
                   MOVE MKT-N(MKx)       TO MD-N
                   MOVE MKT-Mean(MKx)    TO MD-Mean
                   MOVE MKT-Sd(MKx)      TO MD-Sd
                   PERFORM FindCohort-P
                   MOVE CHT-Mean(CHx)    TO MD-CMean
                   MOVE CHT-Sd(CHx)      TO MD-CSd
                   COMPUTE Mod-Shift = CHT-Mean(CHx) - MKT-Mean(MKx)
                   MOVE Mod-Shift        TO MD-Shift
                   IF MKT-Sd(MKx) = 0
                       MOVE 1 TO Mod-Scale
                   ELSE
                       COMPUTE Mod-Scale ROUNDED =
                           CHT-Sd(CHx) / MKT-Sd(MKx)
                   END-IF
                   MOVE Mod-Scale        TO MD-Scale
                   MOVE Mod-Detail TO ModRpt-Line
                   WRITE ModRpt-Line
               END-PERFORM
               CLOSE ModRpt-File.
