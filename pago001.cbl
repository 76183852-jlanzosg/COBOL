        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT TELEFONOS-I ASSIGN TO "data/TELEFONOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOR-CLAVE.

        SELECT DISPUTAS-I ASSIGN TO "data/DISPUTAS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-ID
               ALTERNATE RECORD KEY IS DSP-FACTURA
                 WITH DUPLICATES
               ALTERNATE RECORD KEY IS DSP-CLIENTE-ID
                 WITH DUPLICATES
               FILE STATUS IS WS-DSP-STATUS.

        SELECT LLAMADAS-CLI-M ASSIGN TO "data/LLAMADAS_CLI_M.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LLCM-GRP ASSIGN TO "data/LLCM_GRUPO.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LLCM-ORD ASSIGN TO "data/LLCM_GRUPO_ORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PARTIDAS ASSIGN TO "data/PARTIDAS.DAT"
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  TELEFONOS-I.
       01  TELEFONO-I.
       01  REGISTRO-SUSP-PARAM.
           02  SUS-EDAD-MESES   PIC 9(3).
           02  SUS-IMPORTE-MIN  PIC 9(8)V99.
           02  SUS-DIAS-AVISO   PIC 9(3).

       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA.
           02  PAG-IMPORTE      PIC 9(8)V99.
           02  PAG-MONEDA       PIC X(3).
           02  PAG-REFERENCIA   PIC X(12).
           02  PAG-TIPO         PIC X(1).

       FD  PAGOS-I.
       01  PAGO-I.
               03  MOR-MONEDA     PIC X(3).
           02  MOR-IMPORTE      PIC 9(10)V99.

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

       FD  LLAMADAS-CLI-M.
       01  LLAMADA-CLI-M.
           02  LLCM-CLIENTE-ID   PIC X(5).
           02  LLCM-PERIODO      PIC X(6).
           02  LLCM-MONEDA       PIC X(3).

       FD  LLCM-GRP.
       01  LLCM-GRP-REG.
           02  LLCG-GRUPO        PIC X(5).
           02  LLCG-LLCM         PIC X(70).

       FD  LLCM-ORD.
       01  LLCM-ORD-REG.
           02  LLCO-GRUPO        PIC X(5).
           02  LLCO-CLIENTE-ID   PIC X(5).
           02  LLCO-CLIENTE-NOM  PIC X(16).
           02  LLCO-CUENTA       PIC X(30).

       SD  WORK.
       01  LLCM-W.
           02  LLCW-GRUPO        PIC X(5).
           02  LLCW-CLIENTE-ID   PIC X(5).
           02  LLCW-CLIENTE-NOM  PIC X(16).
           02  LLCW-CUENTA       PIC X(30).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-LLAMADA-CLI-M.
           02  WS-LLCM-CLIENTE-ID   PIC X(5).
           02  WS-LLCM-CLIENTE-NOM  PIC X(16).
           02  WS-LLCM-CUENTA       PIC X(30).
           02  WS-LLCM-IMPORTE      PIC 9(8)V99.
           02  WS-LLCM-PERIODO      PIC X(6).
           02  WS-LLCM-MONEDA       PIC X(3).

       01  WS-GRP-EOF           PIC X(1) VALUE 'N'.
       01  WS-GRP-CLI           PIC X(5) VALUE SPACES.
       01  WS-GRP-CLI-ANT       PIC X(5) VALUE SPACES.
       01  WS-GRP-CUENTA        PIC X(5) VALUE SPACES.
       01  WS-APLICADO-GRP      PIC 9(8)V99 VALUE 0.
       01  WS-CTL-APLICADO-GRP  PIC 9(10)V99 VALUE 0.

       01  WS-LLCM-ORD.
           02  WS-LLCO-GRUPO        PIC X(5).
           02  WS-LLCO-CLIENTE-ID   PIC X(5).
           02  WS-LLCO-CLIENTE-NOM  PIC X(16).
           02  WS-LLCO-CUENTA       PIC X(30).
       01  WS-MOR-EOF           PIC X(1) VALUE 'N'.
       01  WS-MOR-BLOQUEA       PIC X(1) VALUE 'N'.

       01  WS-DSP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DSP-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-DSP-EOF           PIC X(1) VALUE 'N'.
       01  WS-DSP-CLAVE-ANT     PIC X(14) VALUE SPACES.
       01  WS-DSP-CLAVE-ACT     PIC X(14) VALUE SPACES.
       01  WS-DSP-GRP-CLAVE-ANT PIC X(14) VALUE SPACES.
       01  WS-DSP-CLI-BUSCA     PIC X(5) VALUE SPACES.
       01  WS-DSP-SUMA          PIC 9(10)V99 VALUE 0.
       01  WS-DSP-RESTO         PIC 9(10)V99 VALUE 0.
       01  WS-DSP-RESTO-GRP     PIC 9(10)V99 VALUE 0.
       01  WS-DSP-DISPONIBLE    PIC 9(10)V99 VALUE 0.
       01  WS-DSP-APLICADO      PIC 9(8)V99 VALUE 0.
       01  WS-DSP-ESTADO-BUS    PIC X(1) VALUE SPACE.
       01  WS-DSP-PRO-CLAVE-ANT PIC X(14) VALUE SPACES.
       01  WS-DSP-PRO-GRP-ANT   PIC X(14) VALUE SPACES.
       01  WS-DSP-PRO-RESTO     PIC 9(10)V99 VALUE 0.
       01  WS-DSP-PRO-RESTO-GRP PIC 9(10)V99 VALUE 0.
       01  WS-CTL-ABONADO       PIC 9(10)V99 VALUE 0.
       01  WS-CTL-DISPUTADO     PIC 9(10)V99 VALUE 0.

       01  WS-PAG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PAG-EOF           PIC X(1) VALUE 'N'.
       01  WS-PAGO-I.
           MOVE WS-FSIS-MM   TO WS-MES-ACT.
           OPEN INPUT CLIENTES-I.
           PERFORM 0150-LEE-PARAM-SUSP.
           OPEN INPUT DISPUTAS-I.
           IF WS-DSP-STATUS = '00'
             MOVE 'Y' TO WS-DSP-PRESENTE
           ELSE
             DISPLAY 'SIN DISPUTAS_I.DAT - NO HAY IMPORTES EN DISPUTA'
           END-IF.

       0150-LEE-PARAM-SUSP.
           OPEN INPUT SUSP-PARAM.
           READ PAGOS-I INTO WS-PAGO-I
             KEY IS PGI-CLAVE
             INVALID KEY
               IF PAG-TIPO = 'R'
                 DISPLAY 'REEMBOLSO SIN PAGOS PREVIOS ' PAG-CLIENTE-ID
                         ' ' PAG-REFERENCIA ' - IGNORADO'
               ELSE
                 MOVE PAG-CLIENTE-ID TO PGI-CLIENTE-ID
                 MOVE PAG-MONEDA     TO PGI-MONEDA
                 MOVE PAG-IMPORTE    TO PGI-IMPORTE
                 WRITE PAGO-I
                   INVALID KEY
                     DISPLAY 'ERROR AL GRABAR PAGO ' PAG-CLIENTE-ID
                 END-WRITE
               END-IF
             NOT INVALID KEY
               IF PAG-TIPO = 'R'
                 PERFORM 0280-DESCUENTA-REEMBOLSO
               ELSE
                 ADD PAG-IMPORTE TO WS-PGI-IMPORTE
               END-IF
               MOVE WS-PAGO-I TO PAGO-I
               REWRITE PAGO-I
                 INVALID KEY
               END-REWRITE
           END-READ.

       0280-DESCUENTA-REEMBOLSO.
           IF PAG-IMPORTE > WS-PGI-IMPORTE
             DISPLAY 'REEMBOLSO SUPERA LOS PAGOS ' PAG-CLIENTE-ID
                     ' ' PAG-REFERENCIA
             MOVE 0 TO WS-PGI-IMPORTE
           ELSE
             SUBTRACT PAG-IMPORTE FROM WS-PGI-IMPORTE
           END-IF.

       0300-ORDENA-FACTURACION.
           MOVE 'N' TO WS-GRP-EOF.
           MOVE SPACES TO WS-GRP-CLI-ANT.
           OPEN INPUT  LLAMADAS-CLI-M.
           OPEN OUTPUT LLCM-GRP.
           PERFORM 0310-ASIGNA-GRUPO UNTIL WS-GRP-EOF = 'Y'.
           CLOSE LLAMADAS-CLI-M.
           CLOSE LLCM-GRP.
           SORT WORK ON ASCENDING KEY LLCW-GRUPO LLCW-MONEDA
                                       LLCW-PERIODO LLCW-CLIENTE-ID
           USING LLCM-GRP GIVING LLCM-ORD.
           DISPLAY 'LLAMADAS-CLI-M Sort Successful'.

       0310-ASIGNA-GRUPO.
           READ LLAMADAS-CLI-M INTO WS-LLAMADA-CLI-M
             AT END
               MOVE 'Y' TO WS-GRP-EOF
             NOT AT END
               IF WS-LLCM-CLIENTE-ID NOT = WS-GRP-CLI-ANT
                 MOVE WS-LLCM-CLIENTE-ID TO WS-GRP-CLI-ANT
                 MOVE WS-LLCM-CLIENTE-ID TO WS-GRP-CLI
                 PERFORM 0320-BUSCA-GRUPO
               END-IF
               MOVE WS-GRP-CUENTA    TO LLCG-GRUPO
               MOVE WS-LLAMADA-CLI-M TO LLCG-LLCM
               WRITE LLCM-GRP-REG
           END-READ.

       0320-BUSCA-GRUPO.
           MOVE WS-GRP-CLI TO WS-GRP-CUENTA.
           MOVE WS-GRP-CLI TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTE-I-PADRE NOT = SPACES
                 MOVE CLIENTE-I-PADRE TO WS-GRP-CUENTA
               END-IF
           END-READ.

       0400-APLICA-PAGOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT  LLCM-ORD.
           CLOSE PARTIDAS.

       0450-APLICA-PAGO-FACTURA.
           IF WS-DSP-PRESENTE = 'Y'
             PERFORM 0440-DESCUENTA-PROCEDENTES
           END-IF.
           MOVE 'N' TO WS-PGI-ENCONTRADO.
           MOVE WS-LLCO-CLIENTE-ID TO PGI-CLIENTE-ID.
           MOVE WS-LLCO-MONEDA     TO PGI-MONEDA.
             MOVE 0 TO WS-APLICADO
           END-IF.
           COMPUTE WS-PENDIENTE = WS-LLCO-IMPORTE - WS-APLICADO.
           IF WS-PENDIENTE > 0 AND
              WS-LLCO-GRUPO NOT = WS-LLCO-CLIENTE-ID
             PERFORM 0455-APLICA-PAGO-GRUPO
           END-IF.
           IF WS-PENDIENTE > 0 AND WS-DSP-PRESENTE = 'Y'
             PERFORM 0460-DESCUENTA-DISPUTAS
           END-IF.
           IF WS-PENDIENTE > 0
             PERFORM 0470-CALCULA-EDAD
             MOVE WS-LLCO-CLIENTE-ID TO WS-PAR-CLIENTE-ID
             END-IF
           END-IF.

       0440-DESCUENTA-PROCEDENTES.
           MOVE 'P' TO WS-DSP-ESTADO-BUS.
           IF WS-LLCO-GRUPO NOT = WS-LLCO-CLIENTE-ID
             MOVE SPACES TO WS-DSP-CLAVE-ACT
             STRING WS-LLCO-CLIENTE-ID WS-LLCO-MONEDA WS-LLCO-PERIODO
               DELIMITED BY SIZE INTO WS-DSP-CLAVE-ACT
             IF WS-DSP-CLAVE-ACT NOT = WS-DSP-PRO-CLAVE-ANT
               MOVE WS-DSP-CLAVE-ACT TO WS-DSP-PRO-CLAVE-ANT
               MOVE WS-LLCO-CLIENTE-ID TO WS-DSP-CLI-BUSCA
               PERFORM 0463-BUSCA-DISPUTAS
               MOVE WS-DSP-SUMA TO WS-DSP-PRO-RESTO
             END-IF
             IF WS-DSP-PRO-RESTO > 0
               MOVE WS-DSP-PRO-RESTO TO WS-DSP-DISPONIBLE
               PERFORM 0445-ABONA-PROCEDENTE
               SUBTRACT WS-DSP-APLICADO FROM WS-DSP-PRO-RESTO
             END-IF
           END-IF.
           IF WS-LLCO-IMPORTE > 0
             MOVE SPACES TO WS-DSP-CLAVE-ACT
             STRING WS-LLCO-GRUPO WS-LLCO-MONEDA WS-LLCO-PERIODO
               DELIMITED BY SIZE INTO WS-DSP-CLAVE-ACT
             IF WS-DSP-CLAVE-ACT NOT = WS-DSP-PRO-GRP-ANT
               MOVE WS-DSP-CLAVE-ACT TO WS-DSP-PRO-GRP-ANT
               MOVE WS-LLCO-GRUPO TO WS-DSP-CLI-BUSCA
               PERFORM 0463-BUSCA-DISPUTAS
               MOVE WS-DSP-SUMA TO WS-DSP-PRO-RESTO-GRP
             END-IF
             IF WS-DSP-PRO-RESTO-GRP > 0
               MOVE WS-DSP-PRO-RESTO-GRP TO WS-DSP-DISPONIBLE
               PERFORM 0445-ABONA-PROCEDENTE
               SUBTRACT WS-DSP-APLICADO FROM WS-DSP-PRO-RESTO-GRP
             END-IF
           END-IF.

       0445-ABONA-PROCEDENTE.
           IF WS-DSP-DISPONIBLE NOT LESS THAN WS-LLCO-IMPORTE
             MOVE WS-LLCO-IMPORTE TO WS-DSP-APLICADO
           ELSE
             MOVE WS-DSP-DISPONIBLE TO WS-DSP-APLICADO
           END-IF.
           SUBTRACT WS-DSP-APLICADO FROM WS-LLCO-IMPORTE.
           ADD WS-DSP-APLICADO TO WS-CTL-ABONADO.
           DISPLAY 'DISPUTA PROCEDENTE ' WS-LLCO-CLIENTE-ID
                   ' ' WS-LLCO-PERIODO ' ' WS-DSP-APLICADO
                   ' ' WS-LLCO-MONEDA ' - DESCONTADA DE LO FACTURADO'.

       0455-APLICA-PAGO-GRUPO.
           MOVE 0 TO WS-APLICADO-GRP.
           MOVE WS-LLCO-GRUPO  TO PGI-CLIENTE-ID.
           MOVE WS-LLCO-MONEDA TO PGI-MONEDA.
           READ PAGOS-I INTO WS-PAGO-I
             KEY IS PGI-CLAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF WS-PGI-IMPORTE > 0
                 IF WS-PGI-IMPORTE NOT LESS THAN WS-PENDIENTE
                   MOVE WS-PENDIENTE TO WS-APLICADO-GRP
                 ELSE
                   MOVE WS-PGI-IMPORTE TO WS-APLICADO-GRP
                 END-IF
                 SUBTRACT WS-APLICADO-GRP FROM WS-PGI-IMPORTE
                 MOVE WS-PAGO-I TO PAGO-I
                 REWRITE PAGO-I
                   INVALID KEY
                     DISPLAY 'ERROR AL REGRABAR PAGO ' WS-LLCO-GRUPO
                 END-REWRITE
               END-IF
           END-READ.
           ADD WS-APLICADO-GRP TO WS-APLICADO.
           SUBTRACT WS-APLICADO-GRP FROM WS-PENDIENTE.
           ADD WS-APLICADO-GRP TO WS-CTL-APLICADO-GRP.

       0460-DESCUENTA-DISPUTAS.
           MOVE 'A' TO WS-DSP-ESTADO-BUS.
           IF WS-LLCO-GRUPO NOT = WS-LLCO-CLIENTE-ID
             MOVE SPACES TO WS-DSP-CLAVE-ACT
             STRING WS-LLCO-CLIENTE-ID WS-LLCO-MONEDA WS-LLCO-PERIODO
               DELIMITED BY SIZE INTO WS-DSP-CLAVE-ACT
             IF WS-DSP-CLAVE-ACT NOT = WS-DSP-CLAVE-ANT
               MOVE WS-DSP-CLAVE-ACT TO WS-DSP-CLAVE-ANT
               MOVE WS-LLCO-CLIENTE-ID TO WS-DSP-CLI-BUSCA
               PERFORM 0463-BUSCA-DISPUTAS
               MOVE WS-DSP-SUMA TO WS-DSP-RESTO
             END-IF
             IF WS-DSP-RESTO > 0
               MOVE WS-DSP-RESTO TO WS-DSP-DISPONIBLE
               PERFORM 0467-APARTA-DISPUTA
               SUBTRACT WS-DSP-APLICADO FROM WS-DSP-RESTO
             END-IF
           END-IF.
           IF WS-PENDIENTE > 0
             MOVE SPACES TO WS-DSP-CLAVE-ACT
             STRING WS-LLCO-GRUPO WS-LLCO-MONEDA WS-LLCO-PERIODO
               DELIMITED BY SIZE INTO WS-DSP-CLAVE-ACT
             IF WS-DSP-CLAVE-ACT NOT = WS-DSP-GRP-CLAVE-ANT
               MOVE WS-DSP-CLAVE-ACT TO WS-DSP-GRP-CLAVE-ANT
               MOVE WS-LLCO-GRUPO TO WS-DSP-CLI-BUSCA
               PERFORM 0463-BUSCA-DISPUTAS
               MOVE WS-DSP-SUMA TO WS-DSP-RESTO-GRP
             END-IF
             IF WS-DSP-RESTO-GRP > 0
               MOVE WS-DSP-RESTO-GRP TO WS-DSP-DISPONIBLE
               PERFORM 0467-APARTA-DISPUTA
               SUBTRACT WS-DSP-APLICADO FROM WS-DSP-RESTO-GRP
             END-IF
           END-IF.

       0463-BUSCA-DISPUTAS.
           MOVE 0 TO WS-DSP-SUMA.
           MOVE 'N' TO WS-DSP-EOF.
           MOVE WS-DSP-CLI-BUSCA TO DSP-CLIENTE-ID.
           START DISPUTAS-I KEY IS EQUAL TO DSP-CLIENTE-ID
             INVALID KEY MOVE 'Y' TO WS-DSP-EOF
           END-START.
           PERFORM 0465-SUMA-DISPUTA UNTIL WS-DSP-EOF = 'Y'.

       0465-SUMA-DISPUTA.
           READ DISPUTAS-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-DSP-EOF
             NOT AT END
               IF DSP-CLIENTE-ID NOT = WS-DSP-CLI-BUSCA
                 MOVE 'Y' TO WS-DSP-EOF
               ELSE
                 IF DSP-PERIODO = WS-LLCO-PERIODO AND
                    DSP-MONEDA = WS-LLCO-MONEDA AND
                    DSP-ESTADO NOT = 'D'
                   IF WS-DSP-ESTADO-BUS = 'P'
                     IF DSP-ESTADO = 'P'
                       ADD DSP-BASE TO WS-DSP-SUMA
                     END-IF
                   ELSE
                     IF DSP-ESTADO = 'A' OR DSP-ESTADO = 'R'
                       ADD DSP-BASE TO WS-DSP-SUMA
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       0467-APARTA-DISPUTA.
           IF WS-DSP-DISPONIBLE NOT LESS THAN WS-PENDIENTE
             MOVE WS-PENDIENTE TO WS-DSP-APLICADO
           ELSE
             MOVE WS-DSP-DISPONIBLE TO WS-DSP-APLICADO
           END-IF.
           SUBTRACT WS-DSP-APLICADO FROM WS-PENDIENTE.
           ADD WS-DSP-APLICADO TO WS-CTL-DISPUTADO.
           DISPLAY 'IMPORTE EN DISPUTA ' WS-LLCO-CLIENTE-ID
                   ' ' WS-LLCO-PERIODO ' ' WS-DSP-APLICADO
                   ' ' WS-LLCO-MONEDA ' - FUERA DE COBRO'.

       0485-MARCA-MOROSO.
           MOVE WS-LLCO-GRUPO      TO MOR-CLIENTE-ID.
           MOVE WS-LLCO-MONEDA     TO MOR-MONEDA.
           READ MOROSOS-I INTO WS-MOROSO-I
             KEY IS MOR-CLAVE
             INVALID KEY
               MOVE WS-LLCO-GRUPO      TO MOR-CLIENTE-ID
               MOVE WS-LLCO-MONEDA     TO MOR-MONEDA
               MOVE WS-PENDIENTE       TO MOR-IMPORTE
               WRITE MOROSO-I
                 INVALID KEY
                   DISPLAY 'ERROR AL GRABAR MOROSO '
                           WS-LLCO-GRUPO
               END-WRITE
             NOT INVALID KEY
               ADD WS-PENDIENTE TO WS-MOR-IMPORTE
               REWRITE MOROSO-I
                 INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR MOROSO '
                           WS-LLCO-GRUPO
               END-REWRITE
           END-READ.

           END-IF.

       0480-ACUMULA-AGING.
           MOVE WS-LLCO-GRUPO      TO AGI-CLIENTE-ID.
           MOVE WS-LLCO-MONEDA     TO AGI-MONEDA.
           READ AGING-I INTO WS-AGING-I
             KEY IS AGI-CLAVE
             INVALID KEY
               MOVE WS-LLCO-GRUPO      TO WS-AGI-CLIENTE-ID
               MOVE WS-LLCO-MONEDA     TO WS-AGI-MONEDA
               MOVE 0 TO WS-AGI-B0
               MOVE 0 TO WS-AGI-B30
               MOVE WS-AGING-I TO AGING-I-REG
               WRITE AGING-I-REG
                 INVALID KEY
                   DISPLAY 'ERROR AL GRABAR AGING ' WS-LLCO-GRUPO
               END-WRITE
             NOT INVALID KEY
               PERFORM 0490-SUMA-TRAMO
               REWRITE AGING-I-REG
                 INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR AGING '
                           WS-LLCO-GRUPO
               END-REWRITE
           END-READ.

       0600-ESCRIBE-AGING.
           OPEN OUTPUT AGING.
           MOVE SPACES TO LINEA-AGING.
           STRING 'ANTIGUEDAD DE SALDOS POR CUENTA DE GRUPO Y MONEDA'
             DELIMITED BY SIZE INTO LINEA-AGING.
           WRITE LINEA-AGING.
           MOVE SPACES TO LINEA-AGING.
       0830-CHEQUEA-MOROSO-TEL.
           MOVE 'N' TO WS-MOR-BLOQUEA.
           MOVE 'N' TO WS-MOR-EOF.
           MOVE WS-TELEFONO-I-CLI TO WS-GRP-CLI.
           PERFORM 0320-BUSCA-GRUPO.
           MOVE WS-GRP-CUENTA TO MOR-CLIENTE-ID.
           MOVE LOW-VALUES        TO MOR-MONEDA.
           START MOROSOS-I KEY IS NOT LESS THAN MOR-CLAVE
             INVALID KEY MOVE 'Y' TO WS-MOR-EOF
             AT END
               MOVE 'Y' TO WS-MOR-EOF
             NOT AT END
               IF WS-MOR-CLIENTE-ID NOT = WS-GRP-CUENTA
                 MOVE 'Y' TO WS-MOR-EOF
               ELSE
                 IF WS-MOR-IMPORTE > WS-IMPORTE-MIN

       0900-FINALIZAR.
           CLOSE CLIENTES-I.
           IF WS-DSP-PRESENTE = 'Y'
             CLOSE DISPUTAS-I
           END-IF.
           PERFORM 0950-PAGOS-EN-EXCESO.
           DISPLAY 'PAGOS LEIDOS        : ' WS-CTL-PAGOS.
           DISPLAY 'RESUMENES FACTURADOS: ' WS-CTL-FACTURAS.
           DISPLAY 'PARTIDAS ABIERTAS   : ' WS-CTL-ABIERTAS.
           DISPLAY 'CLIENTES RECLAMADOS : ' WS-CTL-RECLAMADAS.
           DISPLAY 'LINEAS REACTIVADAS  : ' WS-CTL-REACTIVADAS.
           MOVE WS-CTL-DISPUTADO TO WS-IMP-ED.
           DISPLAY 'IMPORTE EN DISPUTA  : ' WS-IMP-ED.
           MOVE WS-CTL-ABONADO TO WS-IMP-ED.
           DISPLAY 'DISPUTAS PROCEDENTES: ' WS-IMP-ED.
           MOVE WS-CTL-APLICADO-GRP TO WS-IMP-ED.
           DISPLAY 'APLICADO DE PADRES  : ' WS-IMP-ED.

       0950-PAGOS-EN-EXCESO.
           MOVE 'N' TO WS-PGI-EOF.
