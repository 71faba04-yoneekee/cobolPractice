      *> 고객 병합(CUSTMRG) 호출 영역 - 물러날 번호와
      *> 이어받을 번호, 신청/승인 운전원. 결과 'Y' = 병합,
      *> 'N' = 거절(없거나 이미 해지된 번호, 같은 번호),
      *> 'E' = 원부/파일 오류. 옮긴 참조 건수를 돌려준다.
       01  Merge-Ctl.
           02  MG-OldNo       PIC 9(5).
           02  MG-NewNo       PIC 9(5).
           02  MG-Maker       PIC X(3).
           02  MG-Checker     PIC X(3).
           02  MG-Result      PIC X.
           02  MG-Moved       PIC 9(7).
