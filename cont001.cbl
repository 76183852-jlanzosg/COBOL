        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT REGIMENES ASSIGN TO "data/REGIMENES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT ASIENTOS ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

        SELECT ASIENTOS-ANT ASSIGN TO "data/ASIENTOS_ANT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT CONT-RESUMEN ASSIGN TO "data/CONT_RESUMEN.DAT"
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  REGIMENES.
       01  REGISTRO-REGIMEN.
           02  ASI-MONEDA       PIC X(3).
           02  ASI-IMPORTE-EUR  PIC 9(10)V99.

       FD  ASIENTOS-ANT.
       01  REGISTRO-ASIENTO-ANT PIC X(72).

       FD  CONT-RESUMEN.
       01  LINEA-RESUMEN        PIC X(80).

           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-LLAMADA-CLI-M.
           02  WS-LLCM-CLIENTE-ID   PIC X(5).
       01  WS-PERIODO-ENTRADA   PIC X(6) VALUE SPACES.

       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ASI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ASI-EOF           PIC X(1) VALUE 'N'.
       01  WS-CTL-AJENOS        PIC 9(8) VALUE 0.
       01  WS-CAM-EOF           PIC X(1) VALUE 'N'.
       01  WS-CMT-MAX           PIC 9(2) VALUE 20.
       01  WS-CMT-CNT           PIC 9(2) VALUE 0.
           END-IF.

       0400-ESCRIBE-ASIENTOS.
           PERFORM 0380-SALVA-AJENOS.
           OPEN OUTPUT ASIENTOS.
           MOVE 1 TO WS-MON-IDX.
           PERFORM 0420-ASIENTO-CLIENTES
           PERFORM 0460-ASIENTO-IMPUESTOS
             UNTIL WS-MON-IDX > WS-MON-CNT.
           PERFORM 0470-ASIENTO-DIFERENCIA.
           IF WS-CTL-AJENOS > 0
             MOVE 'N' TO WS-ASI-EOF
             OPEN INPUT ASIENTOS-ANT
             PERFORM 0395-RECUPERA-AJENO UNTIL WS-ASI-EOF = 'Y'
             CLOSE ASIENTOS-ANT
             DISPLAY 'ASIENTOS DE OTROS PROCESOS CONSERVADOS: '
                     WS-CTL-AJENOS
           END-IF.
           CLOSE ASIENTOS.

       0380-SALVA-AJENOS.
           MOVE 0 TO WS-CTL-AJENOS.
           OPEN INPUT ASIENTOS.
           IF WS-ASI-STATUS = '00'
             MOVE 'N' TO WS-ASI-EOF
             OPEN OUTPUT ASIENTOS-ANT
             PERFORM 0385-LEE-ASIENTO-ANT UNTIL WS-ASI-EOF = 'Y'
             CLOSE ASIENTOS-ANT
             CLOSE ASIENTOS
           END-IF.

       0385-LEE-ASIENTO-ANT.
           READ ASIENTOS
             AT END
               MOVE 'Y' TO WS-ASI-EOF
             NOT AT END
               IF ASI-CUENTA = '60700000' OR ASI-CUENTA = '41000000'
                  OR ASI-CUENTA = '57200000'
                  OR (ASI-CUENTA = '43000000' AND
                      ASI-DESC NOT = 'CLIENTES POR FACTURACION')
                 WRITE REGISTRO-ASIENTO-ANT FROM REGISTRO-ASIENTO
                 ADD 1 TO WS-CTL-AJENOS
               END-IF
           END-READ.

       0395-RECUPERA-AJENO.
           READ ASIENTOS-ANT
             AT END
               MOVE 'Y' TO WS-ASI-EOF
             NOT AT END
               WRITE REGISTRO-ASIENTO FROM REGISTRO-ASIENTO-ANT
           END-READ.

       0420-ASIENTO-CLIENTES.
           COMPUTE WS-ASI-IMPORTE =
             WS-MON-BASE(WS-MON-IDX) + WS-MON-TAX(WS-MON-IDX).
