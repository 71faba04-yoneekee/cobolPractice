      *> 마커-체커 승인 대기 변경 레코드(PENDCHG.DAT) -
      *> ACCTMNT/PRODMNT/CUSTMNT가 민감 변경을 쌓고, CHGAPPRV가
      *> 다른 운전원의 승인/반려를 받고, CHGAPPLY가 승인
      *> 건만 마스터에 반영한다.
      *> 유형 - 'P'=원금 'R'=상품코드 'C'=단가 'D'=단종
      *>        'H'=휴면 예금 해제(값 없음)
      *>        'G'=중복 고객 병합(키 = 물러날 고객 번호,
      *>            값 = 이어받을 고객 번호)
      *> 상태 - 'P'=대기 'A'=승인 'R'=반려
      *> 값 - 원금/단가는 자릿수 텍스트(단가는 뒤 두
      *> 자리가 소수부), 상품코드는 그대로
