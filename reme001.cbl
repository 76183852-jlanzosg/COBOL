        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT FACT-REGISTRO ASSIGN TO "data/FACT_REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CLAVE.

        SELECT DISPUTAS-I ASSIGN TO "data/DISPUTAS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-ID
               ALTERNATE RECORD KEY IS DSP-FACTURA
                 WITH DUPLICATES
               ALTERNATE RECORD KEY IS DSP-CLIENTE-ID
                 WITH DUPLICATES
               FILE STATUS IS WS-DSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-I.
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  FACT-REGISTRO.
       01  REGISTRO-FACT-REG    PIC X(80).
               03  ORD-PERIODO    PIC X(6).
           02  ORD-IMPORTE      PIC 9(10)V99.

       FD  DISPUTAS-I.
       01  DISPUTA-I.
           02  DSP-ID           PIC 9(6).
           02  DSP-FACTURA      PIC 9(8).
           02  DSP-CLIENTE-ID   PIC X(5).
           02  DSP-PERIODO      PIC X(6).
           02  DSP-MONEDA       PIC X(3).
           02  DSP-ALCANCE      PIC X(1).
           02  DSP-BASE         PIC 9(8)V99.
           02  DSP-TOTAL        PIC 9(8)V99.
           02  DSP-ESTADO       PIC X(1).
           02  DSP-FEC-ALTA     PIC 9(8).
           02  DSP-FEC-ESTADO   PIC 9(8).
           02  DSP-OPERADOR     PIC X(8).
           02  DSP-OPE-ESTADO   PIC X(8).
           02  DSP-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-ID   PIC X(5).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-FRG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FRG-REG           PIC X(80) VALUE SPACES.
           02  WS-ORD-IMPORTE    PIC 9(10)V99.
       01  WS-ORD-EOF           PIC X(1) VALUE 'N'.

       01  WS-DSP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DSP-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-DSP-EOF           PIC X(1) VALUE 'N'.
       01  WS-DSP-IMPORTE       PIC 9(8)V99 VALUE 0.

       01  WS-SECUENCIA         PIC 9(5) VALUE 0.
       01  WS-REFERENCIA        PIC X(12) VALUE SPACES.

       01  WS-CTL-TOTALES       PIC 9(8) VALUE 0.
       01  WS-CTL-ORDENES       PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-CUENTA    PIC 9(8) VALUE 0.
       01  WS-CTL-EN-DISPUTA    PIC 9(8) VALUE 0.
       01  WS-CTL-IMP-DISPUTA   PIC 9(12)V99 VALUE 0.
       01  WS-CTL-IMPORTE       PIC 9(12)V99 VALUE 0.
       01  WS-IMP-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           OPEN OUTPUT ORDENES-I.
           CLOSE ORDENES-I.
           OPEN I-O ORDENES-I.
           OPEN INPUT DISPUTAS-I.
           IF WS-DSP-STATUS = '00'
             MOVE 'Y' TO WS-DSP-PRESENTE
           END-IF.
           PERFORM 0100-ACUMULA-FACTURAS.
           IF WS-DSP-PRESENTE = 'Y'
             CLOSE DISPUTAS-I
           END-IF.
           PERFORM 0300-ESCRIBE-REMESA.
           PERFORM 0900-RESUMEN.
           STOP RUN.
                   DISPLAY 'FACTURA ' WS-FRT-FACTURA
                           ' CON MONEDAS SIN DESGLOSE - NO REMESADA'
                 ELSE
                   IF WS-DSP-PRESENTE = 'Y'
                     PERFORM 0170-DESCUENTA-DISPUTAS
                   END-IF
                   IF WS-FRT-TOTAL > 0
                     PERFORM 0200-ACUMULA-ORDEN
                   END-IF
                 END-IF
               END-IF
           END-READ.

       0170-DESCUENTA-DISPUTAS.
           MOVE 0 TO WS-DSP-IMPORTE.
           MOVE 'N' TO WS-DSP-EOF.
           MOVE WS-FRT-FACTURA TO DSP-FACTURA.
           START DISPUTAS-I KEY IS EQUAL TO DSP-FACTURA
             INVALID KEY MOVE 'Y' TO WS-DSP-EOF
           END-START.
           PERFORM 0180-SUMA-DISPUTA UNTIL WS-DSP-EOF = 'Y'.
           IF WS-DSP-IMPORTE > 0
             ADD 1 TO WS-CTL-EN-DISPUTA
             IF WS-DSP-IMPORTE NOT LESS THAN WS-FRT-TOTAL
               ADD WS-FRT-TOTAL TO WS-CTL-IMP-DISPUTA
               MOVE 0 TO WS-FRT-TOTAL
               DISPLAY 'FACTURA ' WS-FRT-FACTURA ' ' WS-FRT-MONEDA
                       ' EN DISPUTA - NO REMESADA'
             ELSE
               ADD WS-DSP-IMPORTE TO WS-CTL-IMP-DISPUTA
               SUBTRACT WS-DSP-IMPORTE FROM WS-FRT-TOTAL
               DISPLAY 'FACTURA ' WS-FRT-FACTURA ' ' WS-FRT-MONEDA
                       ' CON LINEAS EN DISPUTA - SE REMESA EL RESTO'
             END-IF
           END-IF.

       0180-SUMA-DISPUTA.
           READ DISPUTAS-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-DSP-EOF
             NOT AT END
               IF DSP-FACTURA NOT = WS-FRT-FACTURA
                 MOVE 'Y' TO WS-DSP-EOF
               ELSE
                 IF DSP-MONEDA = WS-FRT-MONEDA AND
                    (DSP-ESTADO = 'A' OR DSP-ESTADO = 'R')
                   ADD DSP-TOTAL TO WS-DSP-IMPORTE
                 END-IF
               END-IF
           END-READ.
           END-IF.

       0900-RESUMEN.
           DISPLAY 'TOTALES DE FACTURA LEIDOS : ' WS-CTL-TOTALES.
           DISPLAY 'ORDENES DE COBRO EMITIDAS : ' WS-CTL-ORDENES.
           DISPLAY 'CLIENTES SIN CUENTA       : ' WS-CTL-SIN-CUENTA.
           DISPLAY 'FACTURAS CON DISPUTA      : ' WS-CTL-EN-DISPUTA.
           MOVE WS-CTL-IMP-DISPUTA TO WS-IMP-ED.
           DISPLAY 'IMPORTE RETENIDO DISPUTA  : ' WS-IMP-ED.
           MOVE WS-CTL-IMPORTE TO WS-IMP-ED.
           DISPLAY 'IMPORTE REMESADO          : ' WS-IMP-ED.

       END PROGRAM REME001.
