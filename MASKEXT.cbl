       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASKEXT.
       AUTHOR. YONEE.
       REMARKS. 시험용 가명 추출. 업체와 시험하거나 사고를
                재현할 때 실제 이름, 주소, 전화, 보호자
                연락처가 든 마스터를 통째로 넘기던 것을
                대신한다. 고객(CUSTMAST), 계좌(ACCOUNTS),
                학생(STUDMAST) 마스터와 딸린 파일(LEDGER,
                AROPEN, ORDHIST, STUDRES 등)을 읽어 이름,
                주소, 전화는 그럴듯한 가짜로 바꾸고, 고객
                번호와 계좌번호는 모든 파일에서 같은 새
                번호로 바꾼다. 새 계좌번호는 ACCTCHK로 검증
                숫자를 붙인다. 금액, 날짜, 회차는 건드리지
                않고 LEDGCTL 등 대사 파일은 그대로 옮긴다.
                분개(GLPOST)는 명세 줄의 계좌번호만
                같은 새 번호로 바꾸고 머리/꼬리는
                그대로 둔다 - GLPROOF는 꼬리의 건수와
                금액 해시만 보므로 가명 세트도 LEDGVRF,
                GLPROOF, INTEGCHK를 그대로 통과한다
                (고아 행은 고아로 남는다). 1번 인자는
                출력 디렉터리(기본 MASKED, 미리 만들어
                둔다) - 현재 디렉터리에는 쓰지 않는다.
                파일마다 AUDIT.DAT에 남긴다.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT In-File ASSIGN TO In-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS In-Status.
           SELECT Out-File ASSIGN TO Out-Name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Out-Status.
           *> 공용 실행 기록 파일
           SELECT Audit-File ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS Audit-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  In-File.
       01  In-Line               PIC X(200).

       FD  Out-File.
       01  Out-Line              PIC X(200).

       FD  Audit-File.
       COPY "AUDITLOG.cbl".

       WORKING-STORAGE SECTION.
      *> ----- 공용 실행 기록 -----
       77  Audit-Status      PIC XX.
       77  In-Status         PIC XX.
       77  Out-Status        PIC XX.
       77  In-Eof            PIC X       VALUE 'N'.
       77  In-Name           PIC X(12)   VALUE SPACES.
       77  Out-Name          PIC X(44)   VALUE SPACES.
       77  Out-Dir           PIC X(30)   VALUE SPACES.

      *> ----- 추출 대상 목록 -----
      *> 이름, 처리 종류, 위치 두 개. 마스터가 먼저 와야
      *> 번호 대응표가 마스터 순서(정렬)대로 잡힌다.
      *>   C 고객 마스터 (번호/이름/주소/전화 자리 고정)
      *>   A 계좌 마스터 (계좌번호 위치1, 고객 번호 위치2)
      *>   S 학생 마스터 (학번/이름/보호자/주소 자리 고정)
      *>   T 성적 (학번 위치1, 이름 위치2)
      *>   L 계좌번호 (위치1)
      *>   N 고객 번호 (위치1)
      *>   O 주문 줄 (고객 이름 위치1, 고객 번호 위치2)
      *>   G 분개 (명세 'D' 줄의 계좌번호 위치1 - 대응표에
      *>     있는 번호만, 지점/상품 키 등은 그대로)
      *>   P 그대로 옮김 (개인 정보와 번호 없음)
       77  Num-Files         PIC 99      VALUE 19.
       01  File-List.
           02  FILLER PIC X(20) VALUE 'CUSTMAST.DAT C001005'.
           02  FILLER PIC X(20) VALUE 'ACCOUNTS.DAT A001030'.
           02  FILLER PIC X(20) VALUE 'STUDMAST.DAT S001006'.
           02  FILLER PIC X(20) VALUE 'LEDGER.DAT   L001000'.
           02  FILLER PIC X(20) VALUE 'EXTRAPOK.DAT L001000'.
           02  FILLER PIC X(20) VALUE 'EXTRAPAY.DAT L001000'.
           02  FILLER PIC X(20) VALUE 'AROPEN.DAT   N008000'.
           02  FILLER PIC X(20) VALUE 'INVREG.DAT   N008000'.
           02  FILLER PIC X(20) VALUE 'ORDHIST.DAT  N010000'.
           02  FILLER PIC X(20) VALUE 'HOLDS.DAT    N007000'.
           02  FILLER PIC X(20) VALUE 'ORDTRANS.DAT O015045'.
           02  FILLER PIC X(20) VALUE 'BACKORD.DAT  O030060'.
           02  FILLER PIC X(20) VALUE 'STUDRES.DAT  T009015'.
           02  FILLER PIC X(20) VALUE 'LEDGCTL.DAT  P000000'.
           02  FILLER PIC X(20) VALUE 'GLPOST.DAT   G003000'.
           02  FILLER PIC X(20) VALUE 'PRODMAST.DAT P000000'.
           02  FILLER PIC X(20) VALUE 'KITDEF.DAT   P000000'.
           02  FILLER PIC X(20) VALUE 'OPENPO.DAT   P000000'.
           02  FILLER PIC X(20) VALUE 'VENDMAST.DAT P000000'.
       01  FILLER REDEFINES File-List.
           02  File-Entry OCCURS 19 TIMES.
               03  FL-Name       PIC X(12).
               03  FILLER        PIC X.
               03  FL-Kind       PIC X.
               03  FL-Pos1       PIC 9(3).
               03  FL-Pos2       PIC 9(3).

      *> ----- 처리 작업영역 -----
       77  Fx                PIC 99      VALUE 0.
       77  Px                PIC 9(3)    VALUE 0.
       77  Work-Line         PIC X(200)  VALUE SPACES.
       77  Line-Ctr          PIC 9(7)    VALUE 0.
       77  File-Ctr          PIC 99      VALUE 0.
       77  Miss-Master       PIC 99      VALUE 0.
       77  Stop-Flag         PIC X       VALUE 'N'.

      *> ----- 고객 번호 대응표 (옛 번호 -> 새 번호) -----
      *> 새 번호는 10001부터 차례로. 옛 이름은 번호 없는
      *> 주문 줄(옛 형식)을 이름으로 맞출 때 쓴다
       77  Cust-Count        PIC 9(4)    VALUE 0.
       01  Cust-Map.
           02  Cust-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Cust-Count
                          INDEXED BY CMx.
               03  CM-Old        PIC 9(5).
               03  CM-New        PIC 9(5).
               03  CM-OldName    PIC X(30).
       77  Old-Cust          PIC 9(5)    VALUE 0.
       77  New-Cust          PIC 9(5)    VALUE 0.
       77  Old-Name          PIC X(30)   VALUE SPACES.
       77  Cust-Hit          PIC X       VALUE 'N'.
      *> 이름으로도 못 맞춘 번호 없는 주문 줄의 가짜 이름
       77  Anon-Seq          PIC 9(5)    VALUE 90000.

      *> ----- 계좌번호 대응표 (옛 번호 -> 새 번호) -----
      *> 원장은 계좌별로 모여 있어 직전 계좌를 먼저 본다
       77  Acct-Count        PIC 9(4)    VALUE 0.
       01  Acct-Map.
           02  Acct-Entry OCCURS 0 TO 2000 TIMES
                          DEPENDING ON Acct-Count
                          INDEXED BY AMx.
               03  AM-Old        PIC X(10).
               03  AM-New        PIC X(10).
       77  Old-Acct          PIC X(10)   VALUE SPACES.
       77  Last-Old-Acct     PIC X(10)   VALUE SPACES.
       77  Last-New-Acct     PIC X(10)   VALUE SPACES.
       01  New-Acct.
           02  NA-Base           PIC 9(9).
           02  NA-Check          PIC X.
      *> 계좌번호 검증 숫자(ACCTCHK) 작업영역
       77  Ck-Op             PIC X(3)    VALUE 'GEN'.
       77  Ck-Flag           PIC X       VALUE SPACE.

      *> ----- 가짜 이름/주소/전화 재료 -----
       01  FName-List.
           02  FILLER PIC X(50) VALUE
               'MINJUN    SEOYEON   JIHO      HAYOON    DOYUN     '.
           02  FILLER PIC X(50) VALUE
               'SEOAH     JUWON     JIU       YEJUN     HAEUN     '.
           02  FILLER PIC X(50) VALUE
               'SIWOO     SUAH      JUNWOO    JIAN      HYUNWOO   '.
           02  FILLER PIC X(50) VALUE
               'YUNA      GEONWOO   CHAEWON   WOOJIN    SOYUL     '.
       01  FILLER REDEFINES FName-List.
           02  Fake-FName        PIC X(10) OCCURS 20 TIMES.
       01  LName-List.
           02  FILLER PIC X(50) VALUE
               'KIM       LEE       PARK      CHOI      JUNG      '.
           02  FILLER PIC X(50) VALUE
               'KANG      CHO       YOON      JANG      LIM       '.
           02  FILLER PIC X(50) VALUE
               'HAN       OH        SEO       SHIN      KWON      '.
           02  FILLER PIC X(50) VALUE
               'HWANG     AHN       SONG      YOO       HONG      '.
       01  FILLER REDEFINES LName-List.
           02  Fake-LName        PIC X(10) OCCURS 20 TIMES.
       01  Street-List.
           02  FILLER PIC X(28) VALUE 'HAENGBOK-RO   SARANG-GIL    '.
           02  FILLER PIC X(28) VALUE 'MIRAE-RO      HANEUL-GIL    '.
           02  FILLER PIC X(28) VALUE 'BOMNAL-RO     GAEUL-GIL     '.
           02  FILLER PIC X(28) VALUE 'SAEMAEUL-RO   CHEONGNYEON-RO'.
           02  FILLER PIC X(28) VALUE 'SOMANG-GIL    DONGSAN-RO    '.
       01  FILLER REDEFINES Street-List.
           02  Fake-Street       PIC X(14) OCCURS 10 TIMES.
       01  City-List.
           02  FILLER PIC X(50) VALUE
               'SEOUL     BUSAN     DAEGU     INCHEON   GWANGJU   '.
           02  FILLER PIC X(50) VALUE
               'DAEJEON   ULSAN     SUWON     CHANGWON  JEONJU    '.
       01  FILLER REDEFINES City-List.
           02  Fake-City         PIC X(10) OCCURS 10 TIMES.
      *> 학생/보호자 이름 - 성 한 자, 이름 두 자
       01  Sung-List.
           02  FILLER PIC X(30) VALUE '김이박최정강조윤장임'.
       01  FILLER REDEFINES Sung-List.
           02  Fake-Sung         PIC X(3) OCCURS 10 TIMES.
       01  Irum-List.
           02  FILLER PIC X(30) VALUE '민준서연지호하윤도윤'.
           02  FILLER PIC X(30) VALUE '서아주원지우예준하은'.
           02  FILLER PIC X(30) VALUE '시우수아준우지안현우'.
           02  FILLER PIC X(30) VALUE '유나건우채원우진소율'.
       01  FILLER REDEFINES Irum-List.
           02  Fake-Irum         PIC X(6) OCCURS 20 TIMES.
       01  Guard-List.
           02  FILLER PIC X(30) VALUE '영수영희철수미숙정훈'.
           02  FILLER PIC X(30) VALUE '은주상철미영동현수진'.
       01  FILLER REDEFINES Guard-List.
           02  Fake-Guard        PIC X(6) OCCURS 10 TIMES.

      *> ----- 가짜 값 만들기 (번호 하나에서 늘 같은 값) -----
       77  Gen-No            PIC 9(5)    VALUE 0.
       77  Gen-Quot          PIC 9(5)    VALUE 0.
       77  Gen-Work          PIC 9(11)   VALUE 0.
       77  Gx                PIC 99      VALUE 0.
       77  Gy                PIC 99      VALUE 0.
       77  Fake-First        PIC X(15)   VALUE SPACES.
       77  Fake-Last         PIC X(15)   VALUE SPACES.
       77  Fake-Addr         PIC X(30)   VALUE SPACES.
       77  Fake-KName        PIC X(10)   VALUE SPACES.
       77  Fake-GName        PIC X(10)   VALUE SPACES.
       77  House-No          PIC 9(3)    VALUE 0.
       01  Fake-Phone.
           02  FILLER            PIC X(4)   VALUE '010-'.
           02  FP-Mid            PIC 9(4).
           02  FILLER            PIC X      VALUE '-'.
           02  FP-End            PIC 9(4).

       PROCEDURE DIVISION.
       SiJak-P.
           MOVE SPACES TO Audit-Record
           MOVE "MASKEXT"        TO AL-Program
           MOVE "MASKEXT 시작"   TO AL-Event
           PERFORM LogAudit-P
           MOVE 0 TO RETURN-CODE
           PERFORM GetDir-P
           IF Stop-Flag = 'Y'
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           DISPLAY "가명 추출 -> " Out-Dir
           MOVE SPACES TO AL-Event
           STRING "MASKEXT 출력 " DELIMITED BY SIZE
                  Out-Dir         DELIMITED BY SPACE
                  INTO AL-Event
           PERFORM LogAudit-P
           PERFORM DoFile-P
               VARYING Fx FROM 1 BY 1
               UNTIL Fx > Num-Files OR Stop-Flag = 'Y'
           IF Stop-Flag = 'Y'
               DISPLAY "** 가명 추출 중단 - 출력 쓰지 말 것"
               MOVE 16 TO RETURN-CODE
               GO TO Keut-P
           END-IF
           DISPLAY "가명 추출 완료 : 파일 " File-Ctr
                   " 고객 " Cust-Count " 계좌 " Acct-Count
           IF Miss-Master > 0
               DISPLAY "** 마스터 없음 " Miss-Master
                       " 건 - 세트가 불완전함"
               MOVE 4 TO RETURN-CODE
           END-IF
           GO TO Keut-P.

       GetDir-P.
          *> 출력 디렉터리 - 살아 있는 파일을 덮어쓰지 않도록
          *> 현재 디렉터리는 받지 않는다
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT Out-Dir FROM ARGUMENT-VALUE
               ON EXCEPTION MOVE SPACES TO Out-Dir
           END-ACCEPT
           IF Out-Dir = SPACES
               MOVE 'MASKED' TO Out-Dir
           END-IF
           IF Out-Dir = '.' OR Out-Dir = './'
               DISPLAY "** 현재 디렉터리에는 쓸 수 없음"
               MOVE 'Y' TO Stop-Flag
           END-IF.

       DoFile-P.
          *> 파일 하나 - 없으면 건너뛴다 (마스터면 경고)
           MOVE FL-Name(Fx) TO In-Name
           MOVE SPACES TO Out-Name
           STRING Out-Dir     DELIMITED BY SPACE
                  "/"         DELIMITED BY SIZE
                  FL-Name(Fx) DELIMITED BY SPACE
                  INTO Out-Name
           OPEN INPUT In-File
           IF In-Status NOT = '00'
               DISPLAY "  " FL-Name(Fx) " 없음 - 건너뜀"
               IF FL-Kind(Fx) = 'C' OR FL-Kind(Fx) = 'A'
                  OR FL-Kind(Fx) = 'S'
                   ADD 1 TO Miss-Master
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT Out-File
           IF Out-Status NOT = '00'
               DISPLAY "** 출력 열기 실패 : " Out-Name
                       " " Out-Status
               CLOSE In-File
               MOVE 'Y' TO Stop-Flag
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO Line-Ctr
           MOVE 'N' TO In-Eof
           PERFORM MaskLine-P
               UNTIL In-Eof = 'Y' OR Stop-Flag = 'Y'
           CLOSE In-File
           CLOSE Out-File
           ADD 1 TO File-Ctr
           DISPLAY "  " FL-Name(Fx) " " Line-Ctr " 줄"
           MOVE SPACES TO AL-Event
           STRING "추출 "      DELIMITED BY SIZE
                  FL-Name(Fx)  DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  Line-Ctr     DELIMITED BY SIZE
                  " 줄"        DELIMITED BY SIZE
                  INTO AL-Event
           PERFORM LogAudit-P.

       MaskLine-P.
           MOVE SPACES TO In-Line
           READ In-File
               AT END
                   MOVE 'Y' TO In-Eof
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO Line-Ctr
           MOVE In-Line TO Work-Line
           EVALUATE FL-Kind(Fx)
               WHEN 'C' PERFORM MaskCust-P
               WHEN 'A' PERFORM MaskAcct-P
               WHEN 'S' PERFORM MaskStud-P
               WHEN 'T' PERFORM MaskRes-P
               WHEN 'L'
                   MOVE FL-Pos1(Fx) TO Px
                   PERFORM SwapAcct-P
               WHEN 'N'
                   MOVE FL-Pos1(Fx) TO Px
                   PERFORM SwapCust-P
               WHEN 'O' PERFORM MaskOrder-P
               WHEN 'G' PERFORM MaskGL-P
               WHEN OTHER CONTINUE
           END-EVALUATE
           MOVE Work-Line TO Out-Line
           WRITE Out-Line
           IF Out-Status NOT = '00'
               DISPLAY "** 쓰기 실패 : " Out-Name " " Out-Status
                       " 줄 " Line-Ctr
               MOVE 'Y' TO Stop-Flag
           END-IF.

       MaskCust-P.
          *> 번호 1-5, 이름 6-35, 주소 36-65, 전화 66-78,
          *> 우편번호 79-84 (앞 세 자리 지역만 남긴다)
           MOVE 1 TO Px
           MOVE Work-Line(6:30) TO Old-Name
           PERFORM SwapCust-P
           IF Work-Line(1:5) IS NUMERIC
               MOVE Work-Line(1:5) TO Gen-No
           ELSE
               MOVE Line-Ctr TO Gen-No
           END-IF
           PERFORM FakePerson-P
           IF Work-Line(6:15) NOT = SPACES
               MOVE Fake-First TO Work-Line(6:15)
           END-IF
           IF Work-Line(21:15) NOT = SPACES
               MOVE Fake-Last TO Work-Line(21:15)
           END-IF
           IF Work-Line(36:30) NOT = SPACES
               MOVE Fake-Addr TO Work-Line(36:30)
           END-IF
           IF Work-Line(66:13) NOT = SPACES
               MOVE Fake-Phone TO Work-Line(66:13)
           END-IF
           INSPECT Work-Line(82:3) CONVERTING "123456789"
               TO "000000000".

       MaskAcct-P.
          *> 계좌 마스터는 이름이 없다 - 번호 둘만 바꾼다
           MOVE FL-Pos1(Fx) TO Px
           PERFORM SwapAcct-P
           MOVE FL-Pos2(Fx) TO Px
           MOVE SPACES TO Old-Name
           PERFORM SwapCust-P.

       MaskGL-P.
          *> 명세 줄의 계좌번호만 바꾼다 - 대응표에 없는
          *> 키(PROVISN의 지점+상품 키 등)는 새 번호를 만들지
          *> 않고 그대로 둔다
           IF Work-Line(1:1) NOT = 'D' OR Acct-Count = 0
               EXIT PARAGRAPH
           END-IF
           MOVE FL-Pos1(Fx) TO Px
           MOVE Work-Line(Px:10) TO Old-Acct
           SET AMx TO 1
           SEARCH Acct-Entry
               AT END CONTINUE
               WHEN AM-Old(AMx) = Old-Acct
                   MOVE AM-New(AMx) TO Work-Line(Px:10)
           END-SEARCH.

       MaskStud-P.
          *> 학번 1-5 (그대로), 이름 6-15, 반 16-19, 보호자
          *> 20-29, 보호자 주소 30-59, 우편번호 60-65
           IF Work-Line(1:5) IS NUMERIC
               MOVE Work-Line(1:5) TO Gen-No
           ELSE
               MOVE Line-Ctr TO Gen-No
           END-IF
           PERFORM FakeStudent-P
           IF Work-Line(6:10) NOT = SPACES
               MOVE Fake-KName TO Work-Line(6:10)
           END-IF
           IF Work-Line(20:10) NOT = SPACES
               MOVE Fake-GName TO Work-Line(20:10)
           END-IF
           IF Work-Line(30:30) NOT = SPACES
               PERFORM FakePerson-P
               MOVE Fake-Addr TO Work-Line(30:30)
           END-IF
           INSPECT Work-Line(63:3) CONVERTING "123456789"
               TO "000000000".

       MaskRes-P.
          *> 성적 줄의 이름 - 학번이 같으면 학생 마스터와
          *> 같은 가짜 이름이 나온다
           MOVE FL-Pos1(Fx) TO Px
           IF Work-Line(Px:5) IS NUMERIC
               MOVE Work-Line(Px:5) TO Gen-No
           ELSE
               MOVE Line-Ctr TO Gen-No
           END-IF
           PERFORM FakeStudent-P
           MOVE FL-Pos2(Fx) TO Px
           IF Work-Line(Px:10) NOT = SPACES
               MOVE Fake-KName TO Work-Line(Px:10)
           END-IF.

       MaskOrder-P.
          *> 번호가 있으면 새 번호의 가짜 이름, 번호 없는 옛
          *> 줄은 고객 마스터의 옛 이름으로 맞춰 본다
           MOVE FL-Pos1(Fx) TO Px
           MOVE Work-Line(Px:30) TO Old-Name
           MOVE FL-Pos2(Fx) TO Px
           MOVE 'N' TO Cust-Hit
           IF Work-Line(Px:5) IS NUMERIC
              AND Work-Line(Px:5) NOT = '00000'
               PERFORM SwapCust-P
               MOVE New-Cust TO Gen-No
               MOVE 'Y' TO Cust-Hit
           ELSE
               IF Old-Name NOT = SPACES
                   PERFORM FindByName-P
               END-IF
           END-IF
           IF Cust-Hit = 'N'
               ADD 1 TO Anon-Seq
               MOVE Anon-Seq TO Gen-No
           END-IF
           PERFORM FakePerson-P
           MOVE FL-Pos1(Fx) TO Px
           IF Work-Line(Px:15) NOT = SPACES
               MOVE Fake-First TO Work-Line(Px:15)
           END-IF
           ADD 15 TO Px
           IF Work-Line(Px:15) NOT = SPACES
               MOVE Fake-Last TO Work-Line(Px:15)
           END-IF.

       FindByName-P.
           IF Cust-Count > 0
               SET CMx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CM-OldName(CMx) = Old-Name
                       MOVE CM-New(CMx) TO Gen-No
                       MOVE 'Y' TO Cust-Hit
               END-SEARCH
           END-IF.

       SwapCust-P.
          *> Work-Line(Px:5)의 고객 번호를 새 번호로 - 0과
          *> 숫자 아닌 값(옛 빈칸)은 연결 없음이라 둔다
           MOVE 0 TO New-Cust
           IF Work-Line(Px:5) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE Work-Line(Px:5) TO Old-Cust
           IF Old-Cust = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO Cust-Hit
           IF Cust-Count > 0
               SET CMx TO 1
               SEARCH Cust-Entry
                   AT END CONTINUE
                   WHEN CM-Old(CMx) = Old-Cust
                       MOVE CM-New(CMx) TO New-Cust
                       MOVE 'Y' TO Cust-Hit
               END-SEARCH
           END-IF
           IF Cust-Hit = 'N'
               IF Cust-Count >= 2000
                   DISPLAY "** 고객 대응표 한도(2000) 초과"
                   MOVE 'Y' TO Stop-Flag
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Cust-Count
               COMPUTE New-Cust = 10000 + Cust-Count
               MOVE Old-Cust TO CM-Old(Cust-Count)
               MOVE New-Cust TO CM-New(Cust-Count)
               MOVE Old-Name TO CM-OldName(Cust-Count)
           END-IF
           MOVE New-Cust TO Work-Line(Px:5).

       SwapAcct-P.
          *> Work-Line(Px:10)의 계좌번호를 새 번호로 - 빈칸은
          *> 둔다. 새 번호는 앞 9자리 일련번호 + 검증 숫자
           MOVE Work-Line(Px:10) TO Old-Acct
           IF Old-Acct = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Old-Acct = Last-Old-Acct
               MOVE Last-New-Acct TO Work-Line(Px:10)
               EXIT PARAGRAPH
           END-IF
           MOVE Old-Acct TO Last-Old-Acct
           MOVE SPACES TO Last-New-Acct
           IF Acct-Count > 0
               SET AMx TO 1
               SEARCH Acct-Entry
                   AT END CONTINUE
                   WHEN AM-Old(AMx) = Old-Acct
                       MOVE AM-New(AMx) TO Last-New-Acct
               END-SEARCH
           END-IF
           IF Last-New-Acct = SPACES
               IF Acct-Count >= 2000
                   DISPLAY "** 계좌 대응표 한도(2000) 초과"
                   MOVE 'Y' TO Stop-Flag
                   MOVE SPACES TO Last-Old-Acct
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO Acct-Count
               COMPUTE NA-Base = 100000000 + Acct-Count
               MOVE '0' TO NA-Check
               CALL 'ACCTCHK' USING Ck-Op New-Acct Ck-Flag
               MOVE New-Acct TO Last-New-Acct
               MOVE Old-Acct TO AM-Old(Acct-Count)
               MOVE New-Acct TO AM-New(Acct-Count)
           END-IF
           MOVE Last-New-Acct TO Work-Line(Px:10).

       FakePerson-P.
          *> Gen-No 하나에서 영문 이름, 주소, 휴대전화를
          *> 늘 같게 만든다
           DIVIDE Gen-No BY 20 GIVING Gen-Quot
           COMPUTE Gx = FUNCTION MOD(Gen-No, 20) + 1
           COMPUTE Gy = FUNCTION MOD(Gen-No * 3 + Gen-Quot, 20) + 1
           MOVE Fake-FName(Gx) TO Fake-First
           MOVE Fake-LName(Gy) TO Fake-Last
           COMPUTE House-No = FUNCTION MOD(Gen-No * 37, 900) + 100
           COMPUTE Gx = FUNCTION MOD(Gen-No * 7, 10) + 1
           COMPUTE Gy = FUNCTION MOD(Gen-No * 3 + Gen-Quot, 10) + 1
           MOVE SPACES TO Fake-Addr
           STRING House-No        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  Fake-Street(Gx) DELIMITED BY SPACE
                  " "             DELIMITED BY SIZE
                  Fake-City(Gy)   DELIMITED BY SPACE
                  INTO Fake-Addr
           COMPUTE Gen-Work = Gen-No * 7919
           COMPUTE FP-Mid = FUNCTION MOD(Gen-Work, 9000) + 1000
           COMPUTE Gen-Work = Gen-No * 104729 + 4321
           COMPUTE FP-End = FUNCTION MOD(Gen-Work, 10000).

       FakeStudent-P.
          *> 학번에서 학생 이름과 같은 성의 보호자 이름을
           DIVIDE Gen-No BY 10 GIVING Gen-Quot
           COMPUTE Gx = FUNCTION MOD(Gen-Quot, 10) + 1
           COMPUTE Gy = FUNCTION MOD(Gen-No, 20) + 1
           MOVE SPACES TO Fake-KName Fake-GName
           STRING Fake-Sung(Gx) DELIMITED BY SIZE
                  Fake-Irum(Gy) DELIMITED BY SIZE
                  INTO Fake-KName
           COMPUTE Gy = FUNCTION MOD(Gen-No, 10) + 1
           STRING Fake-Sung(Gx)  DELIMITED BY SIZE
                  Fake-Guard(Gy) DELIMITED BY SIZE
                  INTO Fake-GName.

       Keut-P.
           MOVE "MASKEXT 종료"   TO AL-Event
           PERFORM LogAudit-P
          *> 야간 배치 드라이버가 CALL로 실행할 때도
          *> 쓸 수 있도록 STOP RUN 대신 GOBACK을 쓴다
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
       END PROGRAM MASKEXT.
