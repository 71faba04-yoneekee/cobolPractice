      *> 공용 코드 표 레코드(CODEDESC.DAT) - 코드 종류와
      *> 코드로 짧은/긴 설명을 찾는다. CODEMNT가 등록/정정하고
      *> CODELKUP이 읽어 거절 보고서와 JRNLINQ에 설명을 붙이며
      *> PREFLITE가 누락을 찾는다. 종류 목록은 CODESTD.cbl.
      *> 종류 PROD 행은 13_COMPLEXARRAY의 상품코드/설명 표 -
      *> 코드 네 자리가 두 자리 코드 둘, 짧은 설명 앞 여섯
      *> 자가 세 자 설명 둘이다.
       01  CodeDesc-Record.
           02  CD-Type        PIC X(4).
           02  FILLER         PIC X       VALUE SPACE.
           02  CD-Code        PIC X(4).
           02  CD-Code-Prod REDEFINES CD-Code.
               03  CD-Code1   PIC 99.
               03  CD-Code2   PIC 99.
           02  FILLER         PIC X       VALUE SPACE.
           02  CD-Short       PIC X(20).
           02  CD-Desc-Prod REDEFINES CD-Short.
               03  CD-Desc1   PIC XXX.
               03  CD-Desc2   PIC XXX.
               03  FILLER     PIC X(14).
           02  FILLER         PIC X       VALUE SPACE.
           02  CD-Long        PIC X(50).
