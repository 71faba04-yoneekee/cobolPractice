       77  Carry-Delta       PIC S9(7)   VALUE 0.
       77  Run-CumIja        PIC 9(7)V9  VALUE 0.
       77  New-Open          PIC S9(7)   VALUE 0.
      *> 이자 기초 - 적금은 회차 납입액(원래 행의 Hab)을
      *> 얹은 잔액에 이자가 붙는다
       77  Ija-Base          PIC S9(7)V9 VALUE 0.
       77  New-Ija           PIC 9(4)V9  VALUE 0.
       77  Old-Ija           PIC 9(4)V9  VALUE 0.
       77  New-Hab           PIC 9(5)V9  VALUE 0.
           END-IF.

       FindFee-P.
          *> 적금 회차에는 수수료가 없다
           MOVE 0 TO Work-Fee
           IF Curr-Type = 'S'
               EXIT PARAGRAPH
           END-IF
           IF Fee-Count > 0
               SET FEx TO 1
               SEARCH Fee-Entry
               MOVE 0 TO New-Open
           END-IF
           PERFORM FindRate-P
           MOVE New-Open TO Ija-Base
           IF Curr-Type = 'S'
               ADD LG-Hab TO Ija-Base
           END-IF
           COMPUTE New-Ija = Ija-Base * Work-Rate
               ON SIZE ERROR MOVE 0 TO New-Ija
           END-COMPUTE
           COMPUTE New-Hab = New-Open + New-Ija + Work-Fee
               ON SIZE ERROR MOVE New-Open TO New-Hab
           END-COMPUTE
           IF Curr-Type = 'S'
               MOVE LG-Hab TO New-Hab
           END-IF
           IF Curr-Type = 'D' OR Curr-Type = 'S'
               COMPUTE New-Tax ROUNDED = New-Ija * Tax-Rate
                   ON SIZE ERROR MOVE 0 TO New-Tax
               END-COMPUTE
           MOVE Curr-AcctNo TO AD-AcctNo
           MOVE LG-Period   TO AD-Period
           MOVE Abs-Delta   TO AD-Amount
           IF Curr-Type = 'D' OR Curr-Type = 'S'
               MOVE Acct-IntExpense TO AD-GLCode
           ELSE
               MOVE Acct-IntRecv TO AD-GLCode
           WRITE Adj-Line
           ADD 1 TO Adj-Count
           ADD Abs-Delta TO Adj-Hash
           IF Curr-Type = 'D' OR Curr-Type = 'S'
               MOVE Acct-IntPayable TO AD-GLCode
           ELSE
               MOVE Acct-IntIncome TO AD-GLCode
