           02  CAR-IMP          PIC 9(3)V9999.
           02  CAR-INC          PIC 9(3).
           02  CAR-MONEDA       PIC X(3).
           02  CAR-TOLERANCIA   PIC 9(2)V99.

       FD  LLAMADAS-CLI.
       01  LLAMADA-CLI.
