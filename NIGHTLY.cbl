      *> 의존 규칙은 순서가 말한다 - 피드 반영이
      *> 주문 처리보다, 주문 처리가 백오더 해제와
      *> 청구보다 앞선다. 이름 뒤 한 글자는 달력
      *> 구분('M' = 월말에만, 'W' = 주초(월요일)에만,
      *> 'Q' = 분기말(3/6/9/12월 말일)에만 도는 단계)이다.
       77  Num-Steps   PIC 99 VALUE 50.
       01  Step-Table.
           02  FILLER PIC X(11) VALUE 'PREFLITE   '.
           02  FILLER PIC X(11) VALUE 'GENKEEP    '.
           02  FILLER PIC X(11) VALUE 'RATEACT    '.
           02  FILLER PIC X(11) VALUE 'CHGAPPLY   '.
           02  FILLER PIC X(11) VALUE 'RESTRUCT   '.
           02  FILLER PIC X(11) VALUE 'PENASSES   '.
           02  FILLER PIC X(11) VALUE 'RATERSET   '.
           02  FILLER PIC X(11) VALUE 'EXTREDIT   '.
           02  FILLER PIC X(11) VALUE 'RATEVRF    '.
           02  FILLER PIC X(11) VALUE 'WONRI      '.
           02  FILLER PIC X(11) VALUE 'LEDGVRF    '.
           02  FILLER PIC X(11) VALUE 'LEDGIDX    '.
           02  FILLER PIC X(11) VALUE 'LEDGKEEP   '.
           02  FILLER PIC X(11) VALUE 'REMIND     '.
           02  FILLER PIC X(11) VALUE 'CNFSPLIT   '.
           02  FILLER PIC X(11) VALUE 'ATTAPPLY   '.
           02  FILLER PIC X(11) VALUE 'EXAMAGG    '.
           02  FILLER PIC X(11) VALUE 'STAFCHK    '.
           02  FILLER PIC X(11) VALUE 'SCORCHK    '.
           02  FILLER PIC X(11) VALUE 'JARYO      '.
           02  FILLER PIC X(11) VALUE 'TABLE-TEST '.
           02  FILLER PIC X(11) VALUE 'FEEDAPLY   '.
           02  FILLER PIC X(11) VALUE 'HOLDEXP    '.
           02  FILLER PIC X(11) VALUE 'LOTEXP     '.
           02  FILLER PIC X(11) VALUE 'ORDENTRY   '.
           02  FILLER PIC X(11) VALUE 'PICKCONF   '.
           02  FILLER PIC X(11) VALUE 'BORELEAS   '.
           02  FILLER PIC X(11) VALUE 'SHIPRUN    '.
           02  FILLER PIC X(11) VALUE 'BILLING    '.
           02  FILLER PIC X(11) VALUE 'CYCLBILL   '.
           02  FILLER PIC X(11) VALUE 'STKRECON   '.
           02  FILLER PIC X(11) VALUE 'CNTSCHED   '.
           02  FILLER PIC X(11) VALUE 'DROPOPEN   '.
           02  FILLER PIC X(11) VALUE 'LOTRPT    W'.
           02  FILLER PIC X(11) VALUE 'QUOTFLW   W'.
           02  FILLER PIC X(11) VALUE 'INTEGCHK  W'.
           02  FILLER PIC X(11) VALUE 'CUSTDUP   W'.
           02  FILLER PIC X(11) VALUE 'DORMSCAN  M'.
           02  FILLER PIC X(11) VALUE 'GAPRPT    M'.
           02  FILLER PIC X(11) VALUE 'BRPROF    M'.
           02  FILLER PIC X(11) VALUE 'COLLRPT   M'.
           02  FILLER PIC X(11) VALUE 'INVVAL    M'.
           02  FILLER PIC X(11) VALUE 'QUARRPT   M'.
           02  FILLER PIC X(11) VALUE 'ABCCLASS  M'.
           02  FILLER PIC X(11) VALUE 'VENDSCOR  Q'.
           02  FILLER PIC X(11) VALUE 'REBATE    M'.
           02  FILLER PIC X(11) VALUE 'COMMRUN   M'.
           02  FILLER PIC X(11) VALUE 'SALECUBE  M'.
           02  FILLER PIC X(11) VALUE 'HISTARCH  M'.
           02  FILLER PIC X(11) VALUE 'MGTSUM     '.
       01  FILLER REDEFINES Step-Table.
           02  Step-Entry OCCURS 50 TIMES.
               03  Step-Name PIC X(10).
               03  Step-Cal  PIC X.

      *> ----- 완료 단계 표시 -----
       01  Done-Flags.
           02  Done-Flag PIC X OCCURS 50 TIMES VALUE 'N'.

      *> ----- 월말 판정 -----
       77  Today-Date  PIC 9(8) VALUE 0.
       77  Today-Int   PIC 9(8) VALUE 0.
       77  Next-Date   PIC 9(8) VALUE 0.
       77  MonthEnd    PIC X VALUE 'N'.
       77  WeekStart   PIC X VALUE 'N'.
       77  QuarterEnd  PIC X VALUE 'N'.

      *> ----- 운전원 지시 -----
       77  Run-Arg     PIC X(10) VALUE SPACES.
               IF Done-Flag(Kx) = 'N'
                  AND (Step-Cal(Kx) NOT = 'M'
                       OR MonthEnd = 'Y')
                  AND (Step-Cal(Kx) NOT = 'W'
                       OR WeekStart = 'Y')
                  AND (Step-Cal(Kx) NOT = 'Q'
                       OR QuarterEnd = 'Y')
                   SET AVx TO 1
                   SEARCH Avg-Entry
                       AT END CONTINUE
           IF Next-Date(5:2) NOT = Today-Date(5:2)
               MOVE 'Y' TO MonthEnd
               DISPLAY "월말 단계 포함 실행"
               IF Today-Date(5:2) = '03' OR '06' OR '09'
                                    OR '12'
                   MOVE 'Y' TO QuarterEnd
                   DISPLAY "분기말 단계 포함 실행"
               END-IF
           END-IF
           *> Today-Int는 월말 판정에서 +1 한 내일의
           *> 정수 날짜다 - 1을 빼 오늘로 되돌린다.
           *> 1601-01-01(정수 날짜 1)이 월요일이므로
           *> 오늘 정수 날짜의 7 나머지가 1이면 월요일.
           *> 빼기를 없애면 하루 밀린다
           IF FUNCTION MOD(Today-Int - 1, 7) = 1
               MOVE 'Y' TO WeekStart
               DISPLAY "주간 단계 포함 실행"
           END-IF.

       GetArg-P.
           IF Step-Ok NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           *> 월말/주간 전용 단계는 그날에만 돌린다 (단독
           *> 지정 실행이면 달력과 무관하게 돌린다)
           IF Step-Cal(Ix) = 'M' AND MonthEnd = 'N'
              AND Only-Step = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Step-Cal(Ix) = 'W' AND WeekStart = 'N'
              AND Only-Step = SPACES
               EXIT PARAGRAPH
           END-IF
           IF Step-Cal(Ix) = 'Q' AND QuarterEnd = 'N'
              AND Only-Step = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO Ran-Any
           PERFORM Project-P
           DISPLAY "단계 실행 : " Step-Name(Ix)
