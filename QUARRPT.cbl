           02 QS-Qty        PIC 9(3).
           02 FILLER        PIC X.
           02 QS-CustNo     PIC 9(5).
           02 FILLER        PIC X.
           02 QS-Lot        PIC X(10).
           02 FILLER        PIC X.
      *> 'D'=파손 반품(옛 행은 빈칸) 'E'=기한 지난 로트
           02 QS-Why        PIC X.

       FD  Rpt-File.
       01  Rpt-Line         PIC X(70).
           02 AD-Date       PIC 9(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 AD-Bucket     PIC X(8).
           02 FILLER        PIC X(2)  VALUE SPACES.
           02 AD-Why        PIC X(7).
           02 FILLER        PIC X     VALUE SPACE.
           02 AD-Lot        PIC X(10).

       PROCEDURE DIVISION.
       SiJak.
                   MOVE QS-Qty      TO AD-Qty
                   MOVE QS-Date     TO AD-Date
                   MOVE Bucket      TO AD-Bucket
                   IF QS-Why = 'E'
                       MOVE "EXPIRED" TO AD-Why
                   ELSE
                       MOVE "DAMAGED" TO AD-Why
                   END-IF
                   MOVE QS-Lot      TO AD-Lot
                   MOVE Age-Detail TO Rpt-Line
                   WRITE Rpt-Line
           END-READ.
