      *> 표준 코드 목록 - 프로그램이 실제로 내는 코드 종류와
      *> 코드. CODEMNT가 빠진 표준 코드를 채울 때('S')와 종류
      *> 검증에, PREFLITE가 코드 표 누락을 찾을 때 같이 쓴다.
      *> 새 거절/사유 코드를 만들면 여기에도 넣는다.
      *> 종류 - XREJ EXTRAREJ.DAT(EXTREDIT), AREJ APPLYREJ.DAT
      *> (ORIGIN), BREJ BANKDREJ.RPT(BANKDEP), CREJ COLLREJ.RPT
      *> (COLLRET - 은행 실패 코드), FREJ FEEDREJ.DAT(FEEDAPLY),
      *> RTRN 반품 사유(RETURNS), JRNL 거래 기록 사건
      *> (ACCTJRNL), PROD 상품코드/설명(13_COMPLEXARRAY - 표준
      *> 코드 없음)
       77  Std-Type-Count    PIC 99      VALUE 8.
       01  Std-Type-List.
           02  FILLER PIC X(32)
               VALUE 'XREJAREJBREJCREJFREJRTRNJRNLPROD'.
       01  FILLER REDEFINES Std-Type-List.
           02  Std-Type       PIC X(4) OCCURS 8 TIMES.
       77  Std-Code-Count    PIC 99      VALUE 39.
       01  Std-Code-List.
           02  FILLER PIC X(28) VALUE 'XREJA   계좌 없음'.
           02  FILLER PIC X(50) VALUE
               '계좌 마스터에 없는 계좌번호'.
           02  FILLER PIC X(28) VALUE 'XREJP   회차 범위 밖'.
           02  FILLER PIC X(50) VALUE
               '계좌 기간 수를 벗어난 상환 회차'.
           02  FILLER PIC X(28) VALUE 'XREJN   금액 오류'.
           02  FILLER PIC X(50) VALUE
               '중도상환 금액이 숫자가 아님'.
           02  FILLER PIC X(28) VALUE 'XREJK   검증 숫자 오류'.
           02  FILLER PIC X(50) VALUE
               '계좌번호 검증 숫자 불일치 (오타)'.
           02  FILLER PIC X(28) VALUE 'AREJN   번호 오류'.
           02  FILLER PIC X(50) VALUE
               '계좌번호가 비었거나 숫자가 아님'.
           02  FILLER PIC X(28) VALUE 'AREJK   검증 숫자 오류'.
           02  FILLER PIC X(50) VALUE
               '계좌번호 검증 숫자 불일치 (오타)'.
           02  FILLER PIC X(28) VALUE 'AREJD   중복'.
           02  FILLER PIC X(50) VALUE
               '이미 마스터에 있는 계좌번호'.
           02  FILLER PIC X(28) VALUE 'AREJP   상품 없음'.
           02  FILLER PIC X(50) VALUE
               '요율표에 없는 상품코드'.
           02  FILLER PIC X(28) VALUE 'AREJB   구간 밖'.
           02  FILLER PIC X(50) VALUE
               '원금이 상품의 어느 구간에도 없음'.
           02  FILLER PIC X(28) VALUE 'AREJF   기산일/주기'.
           02  FILLER PIC X(50) VALUE
               '기산일이 없거나 상환 주기가 M/W 아님'.
           02  FILLER PIC X(28) VALUE 'AREJC   고객/구분 오류'.
           02  FILLER PIC X(50) VALUE
               '고객번호 오류 또는 구분이 L/D/S 아님'.
           02  FILLER PIC X(28) VALUE 'BREJF   형식 오류'.
           02  FILLER PIC X(50) VALUE
               '쉼표 구분 명세가 깨짐 - 수작업 입력'.
           02  FILLER PIC X(28) VALUE 'BREJK   검증 숫자 오류'.
           02  FILLER PIC X(50) VALUE
               '계좌번호 검증 숫자 불일치 - 확인'.
           02  FILLER PIC X(28) VALUE 'CREJ1   잔액 부족'.
           02  FILLER PIC X(50) VALUE
               '출금 계좌 잔액 부족'.
           02  FILLER PIC X(28) VALUE 'CREJ2   계좌 해지'.
           02  FILLER PIC X(50) VALUE
               '출금 계좌가 해지됨'.
           02  FILLER PIC X(28) VALUE 'CREJ3   동의 없음'.
           02  FILLER PIC X(50) VALUE
               '출금 동의가 없거나 철회됨'.
           02  FILLER PIC X(28) VALUE 'CREJ4   계좌 오류'.
           02  FILLER PIC X(50) VALUE
               '은행에 없는 계좌번호'.
           02  FILLER PIC X(28) VALUE 'CREJ9   기타'.
           02  FILLER PIC X(50) VALUE
               '기타 은행 실패 - 은행에 확인'.
           02  FILLER PIC X(28) VALUE 'FREJP   상품 없음'.
           02  FILLER PIC X(50) VALUE
               '상품 마스터에 없는 상품코드'.
           02  FILLER PIC X(28) VALUE 'FREJF   형식 오류'.
           02  FILLER PIC X(50) VALUE
               '코드,수량,단가 쉼표 형식이 깨짐'.
           02  FILLER PIC X(28) VALUE 'RTRND   파손'.
           02  FILLER PIC X(50) VALUE
               '파손 반품 - 격리 재고(QUARSTK)로'.
           02  FILLER PIC X(28) VALUE 'RTRNW   오배송'.
           02  FILLER PIC X(50) VALUE
               '잘못 보낸 물건 - 재입고'.
           02  FILLER PIC X(28) VALUE 'RTRNC   변심'.
           02  FILLER PIC X(50) VALUE
               '고객 변심 - 재입고'.
           02  FILLER PIC X(28) VALUE 'RTRNO   기타'.
           02  FILLER PIC X(50) VALUE
               '기타 사유 - 재입고'.
           02  FILLER PIC X(28) VALUE 'JRNLOPEN개설'.
           02  FILLER PIC X(50) VALUE
               '신규 계좌 개설 (ORIGIN)'.
           02  FILLER PIC X(28) VALUE 'JRNLEXTR중도상환'.
           02  FILLER PIC X(50) VALUE
               '중도상환 적용 (WONRI)'.
           02  FILLER PIC X(28) VALUE 'JRNLMATU만기'.
           02  FILLER PIC X(50) VALUE
               '만기 도래 (WONRI)'.
           02  FILLER PIC X(28) VALUE 'JRNLPAY 입금'.
           02  FILLER PIC X(50) VALUE
               '입금 소인 (PAYPOST)'.
           02  FILLER PIC X(28) VALUE 'JRNLCORR원금 정정'.
           02  FILLER PIC X(50) VALUE
               '원금 정정 (ACCTMNT)'.
           02  FILLER PIC X(28) VALUE 'JRNLRSTR채무 재조정'.
           02  FILLER PIC X(50) VALUE
               '채무 재조정 (RESTRUCT)'.
           02  FILLER PIC X(28) VALUE 'JRNLWOFF대손 상각'.
           02  FILLER PIC X(50) VALUE
               '대손 상각 (CHGOFF)'.
           02  FILLER PIC X(28) VALUE 'JRNLRECV상각채권 회수'.
           02  FILLER PIC X(50) VALUE
               '상각채권 회수 입금 (PAYPOST)'.
           02  FILLER PIC X(28) VALUE 'JRNLPENL연체 이자 부과'.
           02  FILLER PIC X(50) VALUE
               '연체 이자 부과 (PENASSES)'.
           02  FILLER PIC X(28) VALUE 'JRNLPENP연체 이자 수납'.
           02  FILLER PIC X(50) VALUE
               '연체 이자 수납 (PAYPOST)'.
           02  FILLER PIC X(28) VALUE 'JRNLRSET금리 재산정'.
           02  FILLER PIC X(50) VALUE
               '변동금리 재산정 - 전/후는 요율 bp'.
           02  FILLER PIC X(28) VALUE 'JRNLDORM휴면 지정'.
           02  FILLER PIC X(50) VALUE
               '휴면 계좌 지정 (DORMSCAN)'.
           02  FILLER PIC X(28) VALUE 'JRNLACTV휴면 해제'.
           02  FILLER PIC X(50) VALUE
               '휴면 해제 - 고객 신청 (CHGAPPLY)'.
           02  FILLER PIC X(28) VALUE 'JRNLCRDT과납 예수금'.
           02  FILLER PIC X(50) VALUE
               '과납 예수금 발생 (PAYPOST)'.
           02  FILLER PIC X(28) VALUE 'JRNLRFND과납 환불'.
           02  FILLER PIC X(50) VALUE
               '과납 환불 (REFUND)'.
       01  FILLER REDEFINES Std-Code-List.
           02  Std-Code-Entry OCCURS 39 TIMES.
               03  SC-Type    PIC X(4).
               03  SC-Code    PIC X(4).
               03  SC-Short   PIC X(20).
               03  SC-Long    PIC X(50).
