      *> 고객 번호 별칭(CUSTALIAS.DAT) - 중복 고객 병합
      *> (CUSTMRG)으로 물러난 번호와 그 번호를 이어받은
      *> 고객 번호, 병합일과 신청/승인 운전원. 옛 청구서,
      *> 견적, 전자 주문에 찍힌 번호가 이 파일로 지금
      *> 번호를 찾는다. 병합이 이어지면(A->B 뒤 B->C) 옛
      *> 줄도 새 번호로 고쳐 늘 한 번에 찾아지게 한다.
       01  Alias-Record.
           02  CA-OldNo       PIC 9(5).
           02  FILLER         PIC X       VALUE SPACE.
           02  CA-NewNo       PIC 9(5).
           02  FILLER         PIC X       VALUE SPACE.
           02  CA-Date        PIC 9(8).
           02  FILLER         PIC X       VALUE SPACE.
           02  CA-Maker       PIC X(3).
           02  FILLER         PIC X       VALUE SPACE.
           02  CA-Checker     PIC X(3).
