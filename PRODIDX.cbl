               03 PM-Reord    PIC 9(5).
               03 PM-Price    PIC 9(5)V99.
           02 PM-Status   PIC X.
      *> 사이즈별 단위 무게(kg) - 옛 행은 빈칸
           02 PM-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
      *> 사이즈별 ABC 등급(A/B/C) - 옛 행은 빈칸
           02 PM-Class    PIC X OCCURS 3 TIMES.
      *> 직송 표시('Y')와 기본 공급처 - 옛 행은 빈칸
           02 PM-DropShip PIC X.
           02 PM-Vendor   PIC X(5).
      *> 상품군(수수료율 구분) - 옛 행은 빈칸
           02 PM-Group    PIC X(3).

       FD  ProdIdx-File.
       01  ProdIdx-Record.
               03 PI-Reord    PIC 9(5).
               03 PI-Price    PIC 9(5)V99.
           02 PI-Status   PIC X.
           02 PI-Weight   PIC 9(3)V99 OCCURS 3 TIMES.
           02 PI-Class    PIC X OCCURS 3 TIMES.
           02 PI-DropShip PIC X.
           02 PI-Vendor   PIC X(5).
           02 PI-Group    PIC X(3).

       WORKING-STORAGE SECTION.
       77 Prod-Status  PIC XX.
