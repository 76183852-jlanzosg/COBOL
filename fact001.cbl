       FILE-CONTROL.
        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT LLAMADAS-CLI-S ASSIGN TO "data/LLAMADAS_CLI_FACT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LLAMADAS-CLI-C ASSIGN TO "data/LLAMADAS_CLI_CONS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LLAMADAS-CLI-O ASSIGN TO "data/LLAMADAS_CLI_CONS_ORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT WORK ASSIGN TO WRK
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT FACTURAS ASSIGN TO "data/FACTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  LLAMADAS-CLI-S.
       01  LLAMADA-CLI-S.
           02  LLCS-BANDA        PIC X(1).
           02  LLCS-TIPO-REG     PIC X(1).

       FD  LLAMADAS-CLI-C.
       01  LLAMADA-CLI-C.
           02  LLCC-FACTURAR     PIC X(5).
           02  LLCC-LLAMADA      PIC X(98).

       FD  LLAMADAS-CLI-O.
       01  LLAMADA-CLI-O.
           02  LLCO-FACTURAR     PIC X(5).
           02  LLCO-LLAMADA      PIC X(98).

       SD  WORK.
       01  LLAMADA-CLI-W.
           02  LLCW-FACTURAR     PIC X(5).
           02  LLCW-CLIENTE-ID   PIC X(5).
           02  LLCW-TEL-NUM      PIC X(16).
           02  FILLER            PIC X(72).
           02  LLCW-MONEDA       PIC X(3).
           02  FILLER            PIC X(2).

       FD  FACTURAS.
       01  LINEA-FACTURA        PIC X(80).

           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-LLAMADA-CLI-S.
           02  WS-LLCS-CLIENTE-ID   PIC X(5).
           02  WS-LLCS-BANDA        PIC X(1).
           02  WS-LLCS-TIPO-REG     PIC X(1).

       01  WS-LLAMADA-CLI-O.
           02  WS-LLCO-FACTURAR     PIC X(5).
           02  WS-LLCO-LLAMADA      PIC X(98).

       01  WS-GRP-EOF           PIC X(1) VALUE 'N'.
       01  WS-GRP-CLI           PIC X(5) VALUE SPACES.
       01  WS-GRP-CLI-ANT       PIC X(5) VALUE SPACES.
       01  WS-GRP-FACTURAR      PIC X(5) VALUE SPACES.
       01  WS-CTL-HIJOS         PIC 9(8) VALUE 0.

       01  WS-CONSOLIDADA       PIC X(1) VALUE 'N'.
       01  WS-HIJO-ANT          PIC X(5) VALUE SPACES.
       01  WS-HIJO-NOM          PIC X(16) VALUE SPACES.
       01  WS-HIJ-EOF           PIC X(1) VALUE 'N'.
       01  WS-TEL-ANT           PIC X(16) VALUE SPACES.
       01  WS-TEL-MON-ANT       PIC X(3) VALUE SPACES.
       01  WS-TEL-IMP           PIC 9(8)V99 VALUE 0.
       01  WS-TEL-LLAMADAS      PIC 9(6) VALUE 0.
       01  WS-TEL-IMP-ED        PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TEL-LLAMADAS-ED   PIC ZZZ,ZZ9.
       01  WS-HM-MAX            PIC 9(2) VALUE 10.
       01  WS-HM-CNT            PIC 9(2) VALUE 0.
       01  WS-HM-IDX            PIC 9(2) VALUE 0.
       01  WS-HM-ENCONTRADA     PIC X(1) VALUE 'N'.
       01  WS-HM-TABLA.
           02  WS-HM OCCURS 10 TIMES.
               03  WS-HM-MONEDA  PIC X(3).
               03  WS-HM-IMPORTE PIC 9(8)V99.
       01  WS-HM-IMPORTE-ED     PIC ZZZ,ZZZ,ZZ9.99.

       01  WS-AJ-CLI            PIC X(5) VALUE SPACES.
       01  WS-AJ-NOM            PIC X(16) VALUE SPACES.
       01  WS-AJ-CABECERA       PIC X(1) VALUE 'N'.

       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJU-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-CLI-ANT           PIC X(5) VALUE SPACES.
       01  WS-CLI-NOM           PIC X(16) VALUE SPACES.
       01  WS-CLI-CUE           PIC X(30) VALUE SPACES.
       01  WS-CLI-FAC           PIC X(1) VALUE 'P'.
       01  WS-CTL-SIN-PAPEL     PIC 9(8) VALUE 0.

       01  WS-IVA-PCT-DEF       PIC 9(2)V999 VALUE 21.000.
       01  WS-IMP-IVA           PIC 9(8)V99 VALUE 0.
           02  WS-FRC-FECHA-EMI PIC 9(8).
           02  WS-FRC-FECHA-VTO PIC 9(8).
           02  WS-FRC-NOM       PIC X(16).
           02  WS-FRC-REGIMEN   PIC X(3).
           02  WS-FRC-PCT       PIC 9(2)V999.
           02  WS-FRC-EXENTO    PIC X(1).
       01  WS-FRG-DETALLE.
           02  WS-FRD-TIPO      PIC X(1).
           02  WS-FRD-FACTURA   PIC 9(8).
           02  WS-FRD-MONEDA    PIC X(3).
           02  WS-FRD-BANDA     PIC X(1).
           02  WS-FRD-TIPO-REG  PIC X(1).
           02  WS-FRD-CLIENTE   PIC X(5).
       01  WS-FRG-AJUSTE.
           02  WS-FRA-TIPO      PIC X(1).
           02  WS-FRA-FACTURA   PIC 9(8).
           02  WS-FRA-SIGNO     PIC X(1).
           02  WS-FRA-IMPORTE   PIC 9(8)V99.
           02  WS-FRA-MONEDA    PIC X(3).
           02  WS-FRA-CLIENTE   PIC X(5).
       01  WS-FRG-TOTAL.
           02  WS-FRT-TIPO      PIC X(1).
           02  WS-FRT-FACTURA   PIC 9(8).
           PERFORM 7000-RC-INICIO.
           PERFORM 0100-INICIALIZAR.
           PERFORM UNTIL WS-EOF = 'Y'
             READ LLAMADAS-CLI-O INTO WS-LLAMADA-CLI-O
               AT END
                 MOVE 'Y' TO WS-EOF
                 IF WS-CLI-ANT NOT EQUAL SPACES
           PERFORM 0110-CALCULA-FECHAS.
           PERFORM 0120-LEE-FACT-CONTROL.
           OPEN INPUT  CLIENTES-I.
           PERFORM 0130-PREPARA-CONSOLIDACION.
           OPEN INPUT  LLAMADAS-CLI-O.
           OPEN OUTPUT FACTURAS.
           OPEN OUTPUT FACT-REGISTRO.
           PERFORM 0150-CARGA-AJUSTES.
           END-IF.
           DISPLAY 'ULTIMA FACTURA EMITIDA: ' WS-ULT-FACTURA.

       0130-PREPARA-CONSOLIDACION.
           MOVE 'N' TO WS-GRP-EOF.
           MOVE SPACES TO WS-GRP-CLI-ANT.
           OPEN INPUT  LLAMADAS-CLI-S.
           OPEN OUTPUT LLAMADAS-CLI-C.
           PERFORM 0135-LEE-LLAMADA-FACT UNTIL WS-GRP-EOF = 'Y'.
           CLOSE LLAMADAS-CLI-S.
           CLOSE LLAMADAS-CLI-C.
           SORT WORK ON ASCENDING KEY LLCW-FACTURAR LLCW-CLIENTE-ID
                                       LLCW-MONEDA LLCW-TEL-NUM
           USING LLAMADAS-CLI-C GIVING LLAMADAS-CLI-O.
           DISPLAY 'LLAMADAS POR CUENTA DE FACTURACION ORDENADAS - '
                   'CLIENTES CON CUENTA PADRE: ' WS-CTL-HIJOS.

       0135-LEE-LLAMADA-FACT.
           READ LLAMADAS-CLI-S INTO WS-LLAMADA-CLI-S
             AT END
               MOVE 'Y' TO WS-GRP-EOF
             NOT AT END
               IF WS-LLCS-CLIENTE-ID NOT = WS-GRP-CLI-ANT
                 MOVE WS-LLCS-CLIENTE-ID TO WS-GRP-CLI-ANT
                 MOVE WS-LLCS-CLIENTE-ID TO WS-GRP-CLI
                 PERFORM 0137-BUSCA-PADRE
                 IF WS-GRP-FACTURAR NOT = WS-GRP-CLI
                   ADD 1 TO WS-CTL-HIJOS
                 END-IF
               END-IF
               MOVE WS-GRP-FACTURAR  TO LLCC-FACTURAR
               MOVE WS-LLAMADA-CLI-S TO LLCC-LLAMADA
               WRITE LLAMADA-CLI-C
           END-READ.

       0137-BUSCA-PADRE.
           MOVE WS-GRP-CLI TO WS-GRP-FACTURAR.
           MOVE WS-GRP-CLI TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTE-I-PADRE NOT = SPACES
                 MOVE CLIENTE-I-PADRE TO WS-GRP-FACTURAR
               END-IF
           END-READ.

       0170-CARGA-REGIMENES.
           OPEN INPUT REGIMENES-I.
           IF WS-REG-STATUS = '00'
           END-IF.

       0200-PROCESA-LLAMADA.
           MOVE WS-LLCO-LLAMADA TO WS-LLAMADA-CLI-S.
           IF WS-LLCO-FACTURAR NOT EQUAL WS-CLI-ANT
             IF WS-CLI-ANT NOT EQUAL SPACES
               PERFORM 0600-CIERRA-FACTURA
             END-IF
             PERFORM 0300-ABRE-FACTURA
           END-IF.
           IF WS-CONSOLIDADA = 'S'
             PERFORM 0210-CONTROLA-CUENTA-HIJA
           END-IF.
           PERFORM 0500-IMPRIME-DETALLE.
           PERFORM 0550-ACUMULA-TARIFA.
           PERFORM 0560-ACUMULA-MONEDA.
           IF WS-CONSOLIDADA = 'S'
             ADD WS-LLCS-IMPORTE TO WS-TEL-IMP
             ADD 1 TO WS-TEL-LLAMADAS
             PERFORM 0615-ACUMULA-HIJO
           END-IF.

       0210-CONTROLA-CUENTA-HIJA.
           IF WS-LLCS-CLIENTE-ID NOT = WS-HIJO-ANT
             IF WS-HIJO-ANT NOT = SPACES
               PERFORM 0620-CIERRA-HIJO
             END-IF
             PERFORM 0610-ABRE-HIJO
           ELSE
             IF WS-LLCS-TEL-NUM NOT = WS-TEL-ANT
                OR WS-LLCS-MONEDA NOT = WS-TEL-MON-ANT
               PERFORM 0630-SUBTOTAL-LINEA
             END-IF
           END-IF.

       0300-ABRE-FACTURA.
           MOVE WS-LLCO-FACTURAR   TO WS-CLI-ANT.
           MOVE SPACES             TO WS-CLI-NOM WS-CLI-CUE.
           MOVE 'P'                TO WS-CLI-FAC.
           MOVE SPACES             TO WS-HIJO-ANT.
           MOVE 0                  TO WS-TARIFA-TOT-CNT.
           MOVE 0                  TO WS-MONEDA-TOT-CNT.
           MOVE 0                  TO WS-MT-OTRAS-IMPORTE.
           ADD 1 TO WS-CTL-FACTURAS.
           ADD 1 TO WS-PAGINA.
           MOVE 0 TO WS-LINEAS-PAGINA.
           PERFORM 0390-COMPRUEBA-CONSOLIDADA.
           IF WS-CLI-FAC = 'E'
             ADD 1 TO WS-CTL-SIN-PAPEL
           END-IF.
           PERFORM 0400-IMPRIME-CABECERA.
           PERFORM 0380-REGISTRA-CABECERA.

       0390-COMPRUEBA-CONSOLIDADA.
           MOVE 'N' TO WS-CONSOLIDADA.
           MOVE WS-CLI-ANT TO CLIENTE-I-PADRE.
           START CLIENTES-I KEY IS EQUAL TO CLIENTE-I-PADRE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'S' TO WS-CONSOLIDADA
           END-START.

       0380-REGISTRA-CABECERA.
           MOVE 'C'              TO WS-FRC-TIPO.
           MOVE WS-FACTURA-NUM   TO WS-FRC-FACTURA.
           MOVE WS-FECHA-EMI-NUM TO WS-FRC-FECHA-EMI.
           MOVE WS-FECHA-VTO-NUM TO WS-FRC-FECHA-VTO.
           MOVE WS-CLI-NOM       TO WS-FRC-NOM.
           MOVE WS-REG-ACTUAL    TO WS-FRC-REGIMEN.
           MOVE WS-PCT-ACTUAL    TO WS-FRC-PCT.
           MOVE WS-EXENTO-ACTUAL TO WS-FRC-EXENTO.
           WRITE REGISTRO-FACT-REG FROM WS-FRG-CABECERA.

       0350-BUSCA-CLIENTE.
             NOT INVALID KEY
               MOVE WS-CLIENTE-I-NOM TO WS-CLI-NOM
               MOVE WS-CLIENTE-I-CUE TO WS-CLI-CUE
               IF WS-CLIENTE-I-FAC = 'E'
                 MOVE 'E' TO WS-CLI-FAC
               END-IF
               IF WS-CLIENTE-I-REG = SPACES
                 MOVE 'IVA' TO WS-CLI-REG
               ELSE
           STRING 'FACTURA DE LLAMADAS - PAGINA ' DELIMITED BY SIZE
                  WS-PAGINA                       DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING 'FACTURA : ' DELIMITED BY SIZE
                  WS-FACTURA-NUM DELIMITED BY SIZE
                  '   PERIODO ' DELIMITED BY SIZE
                  WS-PERIODO-ACTUAL DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING 'EMISION : ' DELIMITED BY SIZE
                  WS-FECHA-EMI-ED DELIMITED BY SIZE
                  '   VENCIMIENTO ' DELIMITED BY SIZE
                  WS-FECHA-VTO-ED DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING 'CLIENTE : ' DELIMITED BY SIZE
                  WS-CLI-ANT   DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WS-CLI-NOM   DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING 'CUENTA  : ' DELIMITED BY SIZE
                  WS-CLI-CUE   DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE 7 TO WS-LINEAS-PAGINA.
           IF WS-CONSOLIDADA = 'S'
             MOVE SPACES TO LINEA-FACTURA
             STRING 'FACTURA CONSOLIDADA DEL GRUPO - DETALLE POR '
                    DELIMITED BY SIZE
                    'CUENTA Y LINEA' DELIMITED BY SIZE
               INTO LINEA-FACTURA
             PERFORM 0460-GRABA-LINEA-FACTURA
             ADD 1 TO WS-LINEAS-PAGINA
           END-IF.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           PERFORM 0450-IMPRIME-COLUMNAS.

       0450-IMPRIME-COLUMNAS.
           MOVE SPACES TO LINEA-FACTURA.
                  DELIMITED BY SIZE
                  'TARIFA    IMPORTE      MON BT' DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING '  ---------------- ---------------- ---------'
                  DELIMITED BY SIZE
                  '  -----  ------------  --- --' DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 2 TO WS-LINEAS-PAGINA.

       0460-GRABA-LINEA-FACTURA.
           IF WS-CLI-FAC NOT = 'E'
             WRITE LINEA-FACTURA
           END-IF.

       0500-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA NOT LESS THAN WS-MAX-LINEAS
             ADD 1 TO WS-PAGINA
                    ' (CONT.) CLIENTE '             DELIMITED BY SIZE
                    WS-CLI-ANT                      DELIMITED BY SIZE
               INTO LINEA-FACTURA
             PERFORM 0460-GRABA-LINEA-FACTURA
             MOVE SPACES TO LINEA-FACTURA
             PERFORM 0460-GRABA-LINEA-FACTURA
             PERFORM 0450-IMPRIME-COLUMNAS
             MOVE 4 TO WS-LINEAS-PAGINA
           END-IF.
           MOVE WS-LLCS-BANDA     TO WS-LD-BANDA.
           MOVE WS-LLCS-TIPO-REG  TO WS-LD-TIPO-REG.
           MOVE WS-LINEA-DETALLE  TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE 'D'               TO WS-FRD-TIPO.
           MOVE WS-FACTURA-NUM    TO WS-FRD-FACTURA.
           MOVE WS-LLCS-MONEDA    TO WS-FRD-MONEDA.
           MOVE WS-LLCS-BANDA     TO WS-FRD-BANDA.
           MOVE WS-LLCS-TIPO-REG  TO WS-FRD-TIPO-REG.
           MOVE WS-LLCS-CLIENTE-ID TO WS-FRD-CLIENTE.
           WRITE REGISTRO-FACT-REG FROM WS-FRG-DETALLE.

       0550-ACUMULA-TARIFA.
           END-IF.

       0600-CIERRA-FACTURA.
           IF WS-CONSOLIDADA = 'S'
             IF WS-HIJO-ANT NOT = SPACES
               PERFORM 0620-CIERRA-HIJO
             END-IF
             IF WS-AJU-PRESENTE = 'Y'
               PERFORM 0640-AJUSTES-GRUPO
             END-IF
           END-IF.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE 1 TO WS-TARIFA-TOT-IDX.
           PERFORM 0650-IMPRIME-SUBTOTAL
             UNTIL WS-TARIFA-TOT-IDX > WS-TARIFA-TOT-CNT.
           IF WS-AJU-PRESENTE = 'Y'
             MOVE WS-CLI-ANT TO WS-AJ-CLI
             MOVE 'N' TO WS-AJ-CABECERA
             PERFORM 0654-APLICA-AJUSTES-CLI
           END-IF.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE 1 TO WS-MONEDA-TOT-IDX.
           PERFORM 0670-IMPRIME-TOTAL-MONEDA
             UNTIL WS-MONEDA-TOT-IDX > WS-MONEDA-TOT-CNT.
             PERFORM 0680-IMPRIME-TOTAL-OTRAS
           END-IF.

       0610-ABRE-HIJO.
           MOVE WS-LLCS-CLIENTE-ID TO WS-HIJO-ANT.
           MOVE SPACES TO WS-HIJO-NOM.
           MOVE WS-LLCS-CLIENTE-ID TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               DISPLAY 'CLIENTE NO ENCONTRADO ' WS-LLCS-CLIENTE-ID
             NOT INVALID KEY
               MOVE CLIENTE-I-NOM TO WS-HIJO-NOM
           END-READ.
           MOVE 0 TO WS-HM-CNT.
           MOVE WS-LLCS-TEL-NUM TO WS-TEL-ANT.
           MOVE WS-LLCS-MONEDA  TO WS-TEL-MON-ANT.
           MOVE 0 TO WS-TEL-IMP.
           MOVE 0 TO WS-TEL-LLAMADAS.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           STRING ' CUENTA ' DELIMITED BY SIZE
                  WS-HIJO-ANT DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WS-HIJO-NOM DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 2 TO WS-LINEAS-PAGINA.

       0615-ACUMULA-HIJO.
           MOVE 'N' TO WS-HM-ENCONTRADA.
           MOVE 1   TO WS-HM-IDX.
           PERFORM 0617-BUSCA-MONEDA-HIJO
             UNTIL WS-HM-IDX > WS-HM-CNT
                OR WS-HM-ENCONTRADA = 'Y'.
           IF WS-HM-ENCONTRADA NOT = 'Y'
             IF WS-HM-CNT < WS-HM-MAX
               ADD 1 TO WS-HM-CNT
               MOVE WS-LLCS-MONEDA  TO WS-HM-MONEDA(WS-HM-CNT)
               MOVE WS-LLCS-IMPORTE TO WS-HM-IMPORTE(WS-HM-CNT)
             ELSE
               DISPLAY 'TABLA DE MONEDAS DE CUENTA LLENA - '
                       WS-HIJO-ANT ' - SIN SUBTOTAL EN '
                       WS-LLCS-MONEDA
             END-IF
           END-IF.

       0617-BUSCA-MONEDA-HIJO.
           IF WS-HM-MONEDA(WS-HM-IDX) = WS-LLCS-MONEDA
             ADD WS-LLCS-IMPORTE TO WS-HM-IMPORTE(WS-HM-IDX)
             MOVE 'Y' TO WS-HM-ENCONTRADA
           ELSE
             ADD 1 TO WS-HM-IDX
           END-IF.

       0620-CIERRA-HIJO.
           PERFORM 0630-SUBTOTAL-LINEA.
           IF WS-AJU-PRESENTE = 'Y'
             MOVE WS-HIJO-ANT TO WS-AJ-CLI
             MOVE 'N' TO WS-AJ-CABECERA
             PERFORM 0654-APLICA-AJUSTES-CLI
           END-IF.
           MOVE 1 TO WS-HM-IDX.
           PERFORM 0625-IMPRIME-TOTAL-HIJO
             UNTIL WS-HM-IDX > WS-HM-CNT.

       0625-IMPRIME-TOTAL-HIJO.
           MOVE WS-HM-IMPORTE(WS-HM-IDX) TO WS-HM-IMPORTE-ED.
           MOVE SPACES TO LINEA-FACTURA.
           STRING '  SUBTOTAL CUENTA ' DELIMITED BY SIZE
                  WS-HIJO-ANT          DELIMITED BY SIZE
                  ' (CONSUMO) ..... '  DELIMITED BY SIZE
                  WS-HM-IMPORTE-ED     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-HM-MONEDA(WS-HM-IDX) DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 1 TO WS-LINEAS-PAGINA.
           ADD 1 TO WS-HM-IDX.

       0630-SUBTOTAL-LINEA.
           MOVE WS-TEL-IMP      TO WS-TEL-IMP-ED.
           MOVE WS-TEL-LLAMADAS TO WS-TEL-LLAMADAS-ED.
           MOVE SPACES TO LINEA-FACTURA.
           STRING '    SUBTOTAL LINEA ' DELIMITED BY SIZE
                  WS-TEL-ANT           DELIMITED BY SIZE
                  WS-TEL-LLAMADAS-ED   DELIMITED BY SIZE
                  ' LL. '              DELIMITED BY SIZE
                  WS-TEL-IMP-ED        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WS-TEL-MON-ANT       DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 1 TO WS-LINEAS-PAGINA.
           MOVE WS-LLCS-TEL-NUM TO WS-TEL-ANT.
           MOVE WS-LLCS-MONEDA  TO WS-TEL-MON-ANT.
           MOVE 0 TO WS-TEL-IMP.
           MOVE 0 TO WS-TEL-LLAMADAS.

       0640-AJUSTES-GRUPO.
           MOVE 'N' TO WS-HIJ-EOF.
           MOVE WS-CLI-ANT TO CLIENTE-I-PADRE.
           START CLIENTES-I KEY IS EQUAL TO CLIENTE-I-PADRE
             INVALID KEY MOVE 'Y' TO WS-HIJ-EOF
           END-START.
           PERFORM 0645-AJUSTES-HIJO UNTIL WS-HIJ-EOF = 'Y'.

       0645-AJUSTES-HIJO.
           READ CLIENTES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-HIJ-EOF
             NOT AT END
               IF CLIENTE-I-PADRE NOT = WS-CLI-ANT
                 MOVE 'Y' TO WS-HIJ-EOF
               ELSE
                 MOVE CLIENTE-I-ID  TO WS-AJ-CLI
                 MOVE CLIENTE-I-NOM TO WS-AJ-NOM
                 MOVE 'S' TO WS-AJ-CABECERA
                 PERFORM 0654-APLICA-AJUSTES-CLI
               END-IF
           END-READ.

       0650-IMPRIME-SUBTOTAL.
           MOVE WS-TT-IMPORTE(WS-TARIFA-TOT-IDX) TO WS-TT-IMPORTE-ED.
           MOVE SPACES TO LINEA-FACTURA.
                  ' '                  DELIMITED BY SIZE
                  WS-TT-MONEDA(WS-TARIFA-TOT-IDX) DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           ADD 1 TO WS-TARIFA-TOT-IDX.

       0654-APLICA-AJUSTES-CLI.
           MOVE 'N' TO WS-AJI-EOF.
           MOVE WS-AJ-CLI TO AJI-CLIENTE-ID.
           START AJUSTES-I KEY IS EQUAL TO AJI-CLIENTE-ID
             INVALID KEY MOVE 'Y' TO WS-AJI-EOF
           END-START.
             AT END
               MOVE 'Y' TO WS-AJI-EOF
             NOT AT END
               IF WS-AJI-CLIENTE-ID NOT = WS-AJ-CLI
                 MOVE 'Y' TO WS-AJI-EOF
               ELSE
                 IF WS-AJI-USADO NOT = 'Y'
           END-READ.

       0656-APLICA-AJUSTE.
           IF WS-AJ-CABECERA = 'S'
             MOVE 'N' TO WS-AJ-CABECERA
             MOVE SPACES TO LINEA-FACTURA
             PERFORM 0460-GRABA-LINEA-FACTURA
             MOVE SPACES TO LINEA-FACTURA
             STRING ' CUENTA ' DELIMITED BY SIZE
                    WS-AJ-CLI  DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-AJ-NOM  DELIMITED BY SIZE
                    ' - CARGOS Y ABONOS' DELIMITED BY SIZE
               INTO LINEA-FACTURA
             PERFORM 0460-GRABA-LINEA-FACTURA
           END-IF.
           MOVE WS-AJI-IMPORTE TO WS-AJI-IMPORTE-ED.
           MOVE SPACES TO LINEA-FACTURA.
           IF WS-AJI-SIGNO = '-'
                    WS-AJI-MONEDA      DELIMITED BY SIZE
               INTO LINEA-FACTURA
           END-IF.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           PERFORM 0657-APLICA-AJUSTE-MONEDA.
           MOVE 'Y' TO WS-AJI-USADO.
           MOVE WS-AJUSTE-I TO AJUSTE-I.
           MOVE WS-AJI-SIGNO   TO WS-FRA-SIGNO.
           MOVE WS-AJI-IMPORTE TO WS-FRA-IMPORTE.
           MOVE WS-AJI-MONEDA  TO WS-FRA-MONEDA.
           MOVE WS-AJ-CLI      TO WS-FRA-CLIENTE.
           WRITE REGISTRO-FACT-REG FROM WS-FRG-AJUSTE.

       0657-APLICA-AJUSTE-MONEDA.
             IF WS-AJI-SIGNO = '-'
               DISPLAY 'ABONO SIN BASE EN MONEDA '
                       WS-AJI-MONEDA ' - CLIENTE '
                       WS-AJ-CLI ' - PASA A SALDO A FAVOR'
               MOVE WS-AJI-IMPORTE TO WS-RES-W-IMP
               PERFORM 0659-SALDO-A-FAVOR
             ELSE
             IF WS-AJI-SIGNO = '-'
               IF WS-AJI-IMPORTE >
                  WS-MT-IMPORTE(WS-MONEDA-TOT-IDX)
                 DISPLAY 'ABONO SUPERA LA BASE - CLIENTE ' WS-AJ-CLI
                         ' MONEDA ' WS-AJI-MONEDA
                         ' - RESTO PASA A SALDO A FAVOR'
                 COMPUTE WS-RES-W-IMP =
                  ' '           DELIMITED BY SIZE
                  WS-AJI-MONEDA DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           IF WS-RES-CNT < WS-RES-MAX
             ADD 1 TO WS-RES-CNT
             MOVE WS-AJ-CLI    TO WS-RES-CLI(WS-RES-CNT)
             MOVE WS-RES-W-IMP TO WS-RES-IMP(WS-RES-CNT)
             MOVE WS-AJI-MONEDA TO WS-RES-MON(WS-RES-CNT)
           ELSE
             DISPLAY 'TABLA DE SALDOS A FAVOR LLENA - ' WS-AJ-CLI
           END-IF.

       0670-IMPRIME-TOTAL-MONEDA.
                  ') ............ '    DELIMITED BY SIZE
                  WS-MT-IMPORTE-ED     DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           IF WS-EXENTO-ACTUAL = 'S'
             STRING '  ' DELIMITED BY SIZE
                    WS-IMP-IVA-ED DELIMITED BY SIZE
               INTO LINEA-FACTURA
           END-IF.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE WS-MT-MONEDA(WS-MONEDA-TOT-IDX) TO WS-RI-W-MON.
           MOVE WS-MT-IMPORTE(WS-MONEDA-TOT-IDX) TO WS-RI-W-BASE.
           MOVE WS-IMP-IVA TO WS-RI-W-IMP.
                  ') ............. '   DELIMITED BY SIZE
                  WS-TOTAL-FACTURA-ED  DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE 'T'              TO WS-FRT-TIPO.
           MOVE WS-FACTURA-NUM   TO WS-FRT-FACTURA.
           MOVE WS-MT-MONEDA(WS-MONEDA-TOT-IDX) TO WS-FRT-MONEDA.
           STRING '  BASE IMPONIBLE (OTRAS) ...... ' DELIMITED BY SIZE
                  WS-MT-IMPORTE-ED                    DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           IF WS-EXENTO-ACTUAL = 'S'
             STRING '  ' DELIMITED BY SIZE
                    WS-IMP-IVA-ED DELIMITED BY SIZE
               INTO LINEA-FACTURA
           END-IF.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE '***'              TO WS-RI-W-MON.
           MOVE WS-MT-OTRAS-IMPORTE TO WS-RI-W-BASE.
           MOVE WS-IMP-IVA         TO WS-RI-W-IMP.
           STRING '  TOTAL FACTURA (OTRAS) ....... ' DELIMITED BY SIZE
                  WS-TOTAL-FACTURA-ED                  DELIMITED BY SIZE
             INTO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE SPACES TO LINEA-FACTURA.
           PERFORM 0460-GRABA-LINEA-FACTURA.
           MOVE 'T'              TO WS-FRT-TIPO.
           MOVE WS-FACTURA-NUM   TO WS-FRT-FACTURA.
           MOVE '***'            TO WS-FRT-MONEDA.
       0692-FACTURA-PENDIENTE.
           PERFORM 0694-BUSCA-PENDIENTE.
           IF WS-AJP-HAY = 'Y'
             MOVE WS-AJI-CLIENTE-ID TO WS-GRP-CLI
             PERFORM 0137-BUSCA-PADRE
             MOVE WS-GRP-FACTURAR TO WS-LLCO-FACTURAR
             PERFORM 0300-ABRE-FACTURA
             PERFORM 0600-CIERRA-FACTURA
           END-IF.
           PERFORM 0980-CIERRA-AJUSTES.
           PERFORM 0970-GRABA-FACT-CONTROL.
           CLOSE CLIENTES-I.
           CLOSE LLAMADAS-CLI-O.
           CLOSE FACTURAS.
           CLOSE FACT-REGISTRO.
           IF WS-REG-PRESENTE = 'Y'
           WRITE REGISTRO-FACT-CONTROL.
           CLOSE FACT-CONTROL.
           DISPLAY 'ULTIMA FACTURA EMITIDA AHORA: ' WS-ULT-FACTURA.
           DISPLAY 'FACTURAS SOLO ELECTRONICAS (SIN PAPEL): '
                   WS-CTL-SIN-PAPEL.

       0980-CIERRA-AJUSTES.
           IF WS-AJU-PRESENTE = 'Y'
