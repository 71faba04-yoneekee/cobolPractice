      *> 채무 재조정 요청 레코드(RESTREQ.DAT) - RESTMNT가
      *> 접속한 운전원 번호로 요청을 올리고(대기 'P'),
      *> 다른 운전원이 같은 콘솔에서 승인('A')/반려('J')
      *> 한다. 야간 RESTRUCT가 승인 건을 반영('D')하거나
      *> 반려하고, 요청 파일에는 미처리 건만 남긴다.
       01  Req-Record.
           02  RQ-AcctNo         PIC X(10).
           02  FILLER            PIC X.
           *> 새 기간 수(회차)
           02  RQ-Term           PIC 9(3).
           02  FILLER            PIC X.
           *> 새 상품 코드 - 빈칸이면 그대로
           02  RQ-ProdCode       PIC X(5).
           02  FILLER            PIC X.
           *> 새 적용 요율 - 0이면 상품 요율을 따른다
           02  RQ-Rate           PIC 9V9999.
           02  FILLER            PIC X.
           *> 'Y' = 미납 연체액을 원금에 얹는다
           02  RQ-CapFlag        PIC X.
           02  FILLER            PIC X.
           02  RQ-Maker          PIC X(3).
           02  FILLER            PIC X.
           02  RQ-Checker        PIC X(3).
           02  FILLER            PIC X.
           *> 'P' 대기, 'A' 승인, 'D' 반영, 'J' 반려
           02  RQ-Status         PIC X.
           02  FILLER            PIC X.
           *> 반려 사유 - B 연체 60일 미만, T 기간 오류,
           *> X 승인자 오류, N 계좌 없음, C 해지/상각,
           *> K 예금 계좌, L 원장 행 없음, S 원금 자릿수
           *> 초과, F 원부/보관 파일 실패, R 검토자 반려
           02  RQ-Reason         PIC X.
