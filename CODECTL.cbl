      *> 코드 설명 조회 블록 - CODELKUP을 'GET'으로 부르면
      *> 종류와 코드로 설명을 돌려준다. 코드 표는 첫 호출에
      *> 한 번 읽고, 'RLD'는 다시 읽는다 (CODEMNT 정정 뒤).
      *> 결과 - 'Y' = 있음, 'N' = 표에 없음 (짧은 설명에
      *> '** 미등록 코드'), 'X' = 코드 표 파일 없음
       01  Code-Ctl.
           02  CC-Op          PIC X(3).
           02  CC-Type        PIC X(4).
           02  CC-Code        PIC X(4).
           02  CC-Short       PIC X(20).
           02  CC-Long        PIC X(50).
           02  CC-Result      PIC X.
