                   02 SR-SanSu         PIC     9(3).
                   02 SR-Yeongeo       PIC     9(3).
                   02 SR-StudId        PIC     9(5).
                   * 조정 점수 - 조정을 끄면 원점수와 같다
                   02 SR-ModG          PIC     9(3).
                   02 SR-ModS          PIC     9(3).
                   02 SR-ModY          PIC     9(3).
           * ---------------------------------------------------
           * ----- 검증 오류 레코드 격리 -----
           FD      Reject-File.
                   02 SW-SanSu         PIC     9(3).
                   02 SW-Yeongeo       PIC     9(3).
                   02 SW-StudId        PIC     9(5).
                   02 SW-ModG          PIC     9(3).
                   02 SW-ModS          PIC     9(3).
                   02 SW-ModY          PIC     9(3).
           * ---------------------------------------------------
           * ----- WONRI, JARYO, TABLE-TEST가 같이 남기는 실행
           * ----- 기록 파일 -----
                   02 CF-HonorN   PIC     9(2).
                   02 CF-Floor    PIC     9(3).
                   02 CF-AbsLimit PIC     9(2).
                   * 'Y'면 교사간 점수 조정 - 옛 파일은 빈칸(끔)
                   02 CF-Moderate PIC     X.
                   * 점수 완비 기준(%) - SCORCHK가 읽는다
                   02 CF-MinPct   PIC     9(3).
           * ---------------------------------------------------
           * ----- 반별 상위 N명 우등 명단 -----
           FD      Honor-File.
                   02 CL-Ban      PIC     X(4).
                   02 CL-Teacher  PIC     X(10).
                   02 CL-Room     PIC     X(4).
           * 학급 정원 - 빈칸/0이면 제한 없음 (PROMOTE)
                   02 CL-Cap      PIC     9(2).
           * ---------------------------------------------------
           * ----- 학생 ID 원부 -----
           FD      StudMast-File.
                   02 SM-Guardian PIC     X(10).
                   02 SM-GAddr    PIC     X(30).
                   02 SM-GPostal  PIC     X(6).
           * 반 편성 균형용 성별/편성 표시 (PROMOTE)
                   02 SM-Gender   PIC     X.
                   02 SM-Attr     PIC     X.
           * ---------------------------------------------------
           * ----- 교직원 원부 (STAFMNT 관리) -----
           FD      Staff-File.
           COPY "STAFREC.cbl".
           * ---------------------------------------------------
           * ----- STUDMNT의 학생 이동 이력 -----
           FD      Move-File.
                   02 FILLER      PIC     X.
                   02 AF-Late     PIC     9(3).
           * ---------------------------------------------------
           * ----- 과목 교사 배정 (반, 과목 G/S/Y, 교사) -----
           FD      SubjTchr-File.
           01      SubjTchr-Record.
                   02 SJ-Ban      PIC     X(4).
                   02 FILLER      PIC     X.
                   02 SJ-Subj     PIC     X.
                   02 FILLER      PIC     X.
                   02 SJ-Teacher  PIC     X(10).
           * ---------------------------------------------------
           * ----- 교사간 점수 조정 보고 -----
           FD      ModRpt-File.
           01      ModRpt-Line         PIC     X(80).
           * ---------------------------------------------------
           * ----- 점수 완비 점검(SCORCHK) 보류 표시 -----
           FD      Hold-File.
           01      Hold-Record.
                   02 HD-Flag     PIC     X.
                   02 FILLER      PIC     X(19).
           * ---------------------------------------------------
           working-storage         section.
           77      Audit-Status pic     xx.
           77      Out-Status   pic     xx.
                      03 CLT-Ban     pic x(4).
                      03 CLT-Teacher pic x(10).
                      03 CLT-Room    pic x(4).
           * ----- 교직원 원부 테이블 -----
           77      Staff-Status pic    xx.
           77      Staff-Eof   pic     x       value 'N'.
           77      SF-Count    pic     9(3)    value 0.
           01      SF-Names.
                   02 SF-Entry OCCURS 0 TO 300 TIMES
                               DEPENDING ON SF-Count
                               INDEXED BY STFx.
                      03 SFT-Id      pic 9(4).
                      03 SFT-Irum    pic x(12).
                      03 SFT-Teacher pic x(10).
                      03 SFT-Status  pic x.
           01      SM-Names.
                   02 SM-Entry OCCURS 0 TO 500 TIMES
                               DEPENDING ON SM-Count
           * 직전에 결과를 아래 -Print 항목에 옮겨 두고, 반-소계는
           * 그 항목을 SOURCE로 삼는다.
           77      Ban-Code-Print      pic     x(4).
           77      Ban-Teacher-Print   pic     x(12).
           77      Ban-Staff-Print     pic     x(20).
           * ----- 과목 가중치 (미지정 시 1.00) -----
           77      WT-Status   pic     xx.
           77      Wt-GuGer    pic     9V99    value 1.00.
                               INDEXED BY ABx.
                      03 ABT-Id     pic 9(5).
                      03 ABT-Absent pic 9(3).
           77      HD-Status   pic     xx.
           77      Hold-On     pic     x       value 'N'.
           * ----- 교사간 점수 조정 -----
           * 학년(반 코드 첫 자리)과 과목이 같은 학생 전체를
           * 기준 집단으로 두고, 채점 교사별 평균/편차를 기준
           * 집단의 평균/편차로 옮긴다
           77      Mod-On      pic     x       value 'N'.
           77      SJ-Status   pic     xx.
           77      SJ-Eof      pic     x       value 'N'.
           77      MR-Status   pic     xx.
           77      Mod-Ix      pic     9(2)    value 0.
           77      Mod-GuGer   pic     9(3)    value 0.
           77      Mod-SanSu   pic     9(3)    value 0.
           77      Mod-Yeongeo pic     9(3)    value 0.
           77      Mod-Ban     pic     x(4)    value SPACES.
           77      Mod-Subj    pic     x       value SPACE.
           77      Mod-Raw     pic     9(3)    value 0.
           77      Mod-Out     pic     9(3)    value 0.
           77      Mod-Work    pic     s9(5)v99 value 0.
           77      Mod-Teacher pic     x(10)   value SPACES.
           77      Mod-Found   pic     x       value 'N'.
           77      Mod-Var     pic     9(7)v9999 value 0.
           77      Mod-Shift   pic     s9(3)v99 value 0.
           77      Mod-Scale   pic     9(3)v999 value 0.
           77      Mod-Ctr     pic     9(5)    value 0.
           77      ST-Count    pic     9(3)    value 0.
           01      ST-Assign.
                   02 ST-Entry OCCURS 0 TO 120 TIMES
                               DEPENDING ON ST-Count
                               INDEXED BY STx.
                      03 STT-Ban     pic x(4).
                      03 STT-Subj    pic x.
                      03 STT-Teacher pic x(10).
           * 채점 교사별 (학년, 과목, 교사) 집계
           77      MK-Count    pic     9(3)    value 0.
           01      MK-Stats.
                   02 MK-Entry OCCURS 0 TO 200 TIMES
                               DEPENDING ON MK-Count
                               INDEXED BY MKx.
                      03 MKT-Level   pic x.
                      03 MKT-Subj    pic x.
                      03 MKT-Teacher pic x(10).
                      03 MKT-N       pic 9(5).
                      03 MKT-Sum     pic 9(8).
                      03 MKT-SumSq   pic 9(10).
                      03 MKT-Mean    pic 999v99.
                      03 MKT-Sd      pic 999v99.
           * 기준 집단 (학년, 과목) 집계
           77      CH-Count    pic     9(2)    value 0.
           01      CH-Stats.
                   02 CH-Entry OCCURS 0 TO 40 TIMES
                               DEPENDING ON CH-Count
                               INDEXED BY CHx.
                      03 CHT-Level   pic x.
                      03 CHT-Subj    pic x.
                      03 CHT-N       pic 9(5).
                      03 CHT-Sum     pic 9(8).
                      03 CHT-SumSq   pic 9(10).
                      03 CHT-Mean    pic 999v99.
                      03 CHT-Sd      pic 999v99.
           01      Mod-Detail.
                   02 MD-Level    pic x.
                   02 FILLER      pic x(3)   value SPACES.
                   02 MD-Subj     pic x.
                   02 FILLER      pic x(3)   value SPACES.
                   02 MD-Teacher  pic x(10).
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-N        pic zzz9.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-Mean     pic zz9.99.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-Sd       pic zz9.99.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-CMean    pic zz9.99.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-CSd      pic zz9.99.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-Shift    pic +zz9.99.
                   02 FILLER      pic x(2)   value SPACES.
                   02 MD-Scale    pic z9.999.
           77      Ban-HighGuGer-Print pic     9(3).
           77      Ban-LowGuGer-Print  pic     9(3).
           77      Ban-HighSanSu-Print pic     9(3).
           01  Classroom-Footing      TYPE CONTROL FOOTING Ban-Code.
               02  LINE PLUS 1 COLUMN  1  PIC X(16) VALUE "-- 반 소계 --".
               02              COLUMN 20  PIC X(4)  SOURCE Ban-Code-Print.
               02              COLUMN 26  PIC X(12)
                                   SOURCE Ban-Teacher-Print.
               02              COLUMN 40  PIC X(20)
                                   SOURCE Ban-Staff-Print.
               02  LINE PLUS 1 COLUMN  1  PIC X(12) VALUE "국어 평균 :".
               02              COLUMN 14  PIC ZZ9.9  SOURCE Ban-AvgGuGer-Print.
               02              COLUMN 24  PIC X(12) VALUE "국어 최고 :".
