      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   STRUCTURED ELECTRONIC INVOICE EXPORT
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EFAC001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT EFAC-EMISOR ASSIGN TO "data/EFAC_EMISOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMI-STATUS.

        SELECT FACT-REGISTRO ASSIGN TO "data/FACT_REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.

        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT REGIMENES-I ASSIGN TO "data/REGIMENES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-I-CODIGO
               FILE STATUS IS WS-REG-STATUS.

        SELECT EFAC-LOG ASSIGN TO "data/EFAC_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELG-STATUS.

        SELECT EFACTURAS ASSIGN TO "data/EFACTURAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EFAC-EMISOR.
       01  REGISTRO-EFAC-EMISOR.
           02  EMI-NIF          PIC X(9).
           02  EMI-NOM          PIC X(30).
           02  EMI-DIR          PIC X(40).

       FD  FACT-REGISTRO.
       01  REGISTRO-FACT-REG    PIC X(80).

       FD  CLIENTES-I.
       01  CLIENTE-I.
           02  CLIENTE-I-ID     PIC X(5).
           02  CLIENTE-I-NOM    PIC X(16).
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  REGIMENES-I.
       01  REGIMEN-I.
           02  REG-I-CODIGO     PIC X(3).
           02  REG-I-DESC       PIC X(20).
           02  REG-I-PCT        PIC 9(2)V999.
           02  REG-I-EXENTO     PIC X(1).
           02  REG-I-TEXTO      PIC X(30).

       FD  EFAC-LOG.
       01  REGISTRO-EFAC-LOG.
           02  ELG-FECHA        PIC 9(8).
           02  ELG-HORA         PIC X(6).
           02  ELG-FACTURA      PIC 9(8).
           02  ELG-CLIENTE      PIC X(5).
           02  ELG-ESTADO       PIC X(1).
           02  ELG-MOTIVO       PIC X(40).

       FD  EFACTURAS.
       01  LINEA-EFACTURA       PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-EMI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FRG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ELG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REG-PRESENTE      PIC X(1) VALUE 'N'.

       01  WS-EMISOR.
           02  WS-EMI-NIF       PIC X(9).
           02  WS-EMI-NOM       PIC X(30).
           02  WS-EMI-DIR       PIC X(40).

       01  WS-FRG-REG           PIC X(80) VALUE SPACES.
       01  WS-FRG-CABECERA REDEFINES WS-FRG-REG.
           02  WS-FRC-TIPO      PIC X(1).
           02  WS-FRC-FACTURA   PIC 9(8).
           02  WS-FRC-CLIENTE   PIC X(5).
           02  WS-FRC-PERIODO   PIC X(6).
           02  WS-FRC-FECHA-EMI PIC 9(8).
           02  WS-FRC-FECHA-VTO PIC 9(8).
           02  WS-FRC-NOM       PIC X(16).
           02  WS-FRC-REGIMEN   PIC X(3).
           02  WS-FRC-PCT       PIC 9(2)V999.
           02  WS-FRC-EXENTO    PIC X(1).
           02  FILLER           PIC X(19).
       01  WS-FRG-DETALLE REDEFINES WS-FRG-REG.
           02  WS-FRD-TIPO      PIC X(1).
           02  WS-FRD-FACTURA   PIC 9(8).
           02  WS-FRD-TEL-NUM   PIC X(16).
           02  WS-FRD-TEL-DES   PIC X(16).
           02  WS-FRD-TIEMPO    PIC 9(8).
           02  WS-FRD-TARIFA    PIC X(5).
           02  WS-FRD-IMPORTE   PIC 9(8)V99.
           02  WS-FRD-MONEDA    PIC X(3).
           02  WS-FRD-BANDA     PIC X(1).
           02  WS-FRD-TIPO-REG  PIC X(1).
           02  WS-FRD-CLIENTE   PIC X(5).
           02  FILLER           PIC X(6).
       01  WS-FRG-AJUSTE REDEFINES WS-FRG-REG.
           02  WS-FRA-TIPO      PIC X(1).
           02  WS-FRA-FACTURA   PIC 9(8).
           02  WS-FRA-CONCEPTO  PIC X(30).
           02  WS-FRA-SIGNO     PIC X(1).
           02  WS-FRA-IMPORTE   PIC 9(8)V99.
           02  WS-FRA-MONEDA    PIC X(3).
           02  WS-FRA-CLIENTE   PIC X(5).
           02  FILLER           PIC X(22).
       01  WS-FRG-TOTAL REDEFINES WS-FRG-REG.
           02  WS-FRT-TIPO      PIC X(1).
           02  WS-FRT-FACTURA   PIC 9(8).
           02  WS-FRT-MONEDA    PIC X(3).
           02  WS-FRT-BASE      PIC 9(8)V99.
           02  WS-FRT-IMPUESTO  PIC 9(8)V99.
           02  WS-FRT-TOTAL     PIC 9(8)V99.
           02  FILLER           PIC X(38).

       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-ID     PIC X(5).
           02  WS-CLIENTE-I-NOM    PIC X(16).
           02  WS-CLIENTE-I-CUE    PIC X(30).
           02  WS-CLIENTE-I-REG    PIC X(3).
           02  WS-CLIENTE-I-EST    PIC X(1).
           02  WS-CLIENTE-I-PADRE  PIC X(5).
           02  WS-CLIENTE-I-FAC    PIC X(1).
           02  WS-CLIENTE-I-NIF    PIC X(9).

       01  WS-REGIMEN-I.
           02  WS-REG-I-CODIGO   PIC X(3).
           02  WS-REG-I-DESC     PIC X(20).
           02  WS-REG-I-PCT      PIC 9(2)V999.
           02  WS-REG-I-EXENTO   PIC X(1).
           02  WS-REG-I-TEXTO    PIC X(30).

       01  WS-REGISTRO-EFAC-LOG.
           02  WS-ELG-FECHA     PIC 9(8).
           02  WS-ELG-HORA      PIC X(6).
           02  WS-ELG-FACTURA   PIC 9(8).
           02  WS-ELG-CLIENTE   PIC X(5).
           02  WS-ELG-ESTADO    PIC X(1).
           02  WS-ELG-MOTIVO    PIC X(40).

       01  WS-EF-CABECERA.
           02  WS-EFC-TAG       PIC X(3) VALUE 'CAB'.
           02  WS-EFC-FACTURA   PIC 9(8).
           02  WS-EFC-FECHA-EMI PIC 9(8).
           02  WS-EFC-FECHA-VTO PIC 9(8).
           02  WS-EFC-PERIODO   PIC X(6).
       01  WS-EF-EMISOR.
           02  WS-EFE-TAG       PIC X(3) VALUE 'EMI'.
           02  WS-EFE-FACTURA   PIC 9(8).
           02  WS-EFE-NIF       PIC X(9).
           02  WS-EFE-NOM       PIC X(30).
           02  WS-EFE-DIR       PIC X(40).
       01  WS-EF-RECEPTOR.
           02  WS-EFR-TAG       PIC X(3) VALUE 'REC'.
           02  WS-EFR-FACTURA   PIC 9(8).
           02  WS-EFR-CLIENTE   PIC X(5).
           02  WS-EFR-NIF       PIC X(9).
           02  WS-EFR-NOM       PIC X(16).
       01  WS-EF-LINEA.
           02  WS-EFL-TAG       PIC X(3) VALUE 'LIN'.
           02  WS-EFL-FACTURA   PIC 9(8).
           02  WS-EFL-NUM       PIC 9(5).
           02  WS-EFL-CLIENTE   PIC X(5).
           02  WS-EFL-ORIGEN    PIC X(16).
           02  WS-EFL-DESTINO   PIC X(16).
           02  WS-EFL-CANTIDAD  PIC 9(8).
           02  WS-EFL-TARIFA    PIC X(5).
           02  WS-EFL-BANDA     PIC X(1).
           02  WS-EFL-TIPO-REG  PIC X(1).
           02  WS-EFL-IMPORTE   PIC 9(8)V99.
           02  WS-EFL-MONEDA    PIC X(3).
       01  WS-EF-AJUSTE.
           02  WS-EFA-TAG       PIC X(3) VALUE 'AJU'.
           02  WS-EFA-FACTURA   PIC 9(8).
           02  WS-EFA-NUM       PIC 9(5).
           02  WS-EFA-CLIENTE   PIC X(5).
           02  WS-EFA-CONCEPTO  PIC X(30).
           02  WS-EFA-SIGNO     PIC X(1).
           02  WS-EFA-IMPORTE   PIC 9(8)V99.
           02  WS-EFA-MONEDA    PIC X(3).
       01  WS-EF-IMPUESTO.
           02  WS-EFI-TAG       PIC X(3) VALUE 'IMP'.
           02  WS-EFI-FACTURA   PIC 9(8).
           02  WS-EFI-REGIMEN   PIC X(3).
           02  WS-EFI-DESC      PIC X(20).
           02  WS-EFI-PCT       PIC 9(2)V999.
           02  WS-EFI-EXENTO    PIC X(1).
           02  WS-EFI-MONEDA    PIC X(3).
           02  WS-EFI-BASE      PIC 9(8)V99.
           02  WS-EFI-CUOTA     PIC 9(8)V99.
           02  WS-EFI-TEXTO     PIC X(30).
       01  WS-EF-TOTAL.
           02  WS-EFT-TAG       PIC X(3) VALUE 'TOT'.
           02  WS-EFT-FACTURA   PIC 9(8).
           02  WS-EFT-MONEDA    PIC X(3).
           02  WS-EFT-BASE      PIC 9(8)V99.
           02  WS-EFT-CUOTA     PIC 9(8)V99.
           02  WS-EFT-TOTAL     PIC 9(8)V99.
       01  WS-EF-PAGO.
           02  WS-EFP-TAG       PIC X(3) VALUE 'PAG'.
           02  WS-EFP-FACTURA   PIC 9(8).
           02  WS-EFP-MEDIO     PIC X(13).
           02  WS-EFP-FECHA-VTO PIC 9(8).
           02  WS-EFP-CUENTA    PIC X(30).
       01  WS-EF-FIN.
           02  WS-EFF-TAG       PIC X(3) VALUE 'FIN'.
           02  WS-EFF-FACTURA   PIC 9(8).
           02  WS-EFF-REGISTROS PIC 9(6).

       01  WS-BUF-MAX           PIC 9(4) VALUE 3000.
       01  WS-BUF-CNT           PIC 9(4) VALUE 0.
       01  WS-BUF-IDX           PIC 9(4) VALUE 0.
       01  WS-BUF-LLENO         PIC X(1) VALUE 'N'.
       01  WS-BUF-TABLA.
           02  WS-BUF OCCURS 3000 TIMES PIC X(80).

       01  WS-EXP-MAX           PIC 9(4) VALUE 5000.
       01  WS-EXP-CNT           PIC 9(4) VALUE 0.
       01  WS-EXP-IDX           PIC 9(4) VALUE 0.
       01  WS-EXP-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-EXP-TABLA.
           02  WS-EXP-FACTURA OCCURS 5000 TIMES PIC 9(8).

       01  WS-FRG-EOF           PIC X(1) VALUE 'N'.
       01  WS-ELG-EOF           PIC X(1) VALUE 'N'.
       01  WS-FACTURA-MIN       PIC 9(8) VALUE 0.
       01  WS-FACTURA-ACT       PIC 9(8) VALUE 0.
       01  WS-CLIENTE-ACT       PIC X(5) VALUE SPACES.
       01  WS-CABECERA          PIC X(80) VALUE SPACES.

       01  WS-ENVIO             PIC X(1) VALUE 'P'.
       01  WS-VALIDA            PIC X(1) VALUE 'Y'.
       01  WS-MOTIVO            PIC X(40) VALUE SPACES.
       01  WS-REG-ACTUAL        PIC X(3) VALUE SPACES.
       01  WS-DESC-ACTUAL       PIC X(20) VALUE SPACES.
       01  WS-PCT-ACTUAL        PIC 9(2)V999 VALUE 0.
       01  WS-EXENTO-ACTUAL     PIC X(1) VALUE 'N'.
       01  WS-TEXTO-ACTUAL      PIC X(30) VALUE SPACES.
       01  WS-IVA-PCT-DEF       PIC 9(2)V999 VALUE 21.000.
       01  WS-CUOTA-CALC        PIC 9(8)V99 VALUE 0.
       01  WS-DIF-CUOTA         PIC S9(8)V99 VALUE 0.
       01  WS-TOT-CNT           PIC 9(3) VALUE 0.
       01  WS-LIN-NUM           PIC 9(5) VALUE 0.
       01  WS-DOC-REGISTROS     PIC 9(6) VALUE 0.
       01  WS-HORA-SISTEMA      PIC X(8) VALUE SPACES.
       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.

       01  WS-CTL-FACTURAS      PIC 9(8) VALUE 0.
       01  WS-CTL-EXPORTADAS    PIC 9(8) VALUE 0.
       01  WS-CTL-RECHAZADAS    PIC 9(8) VALUE 0.
       01  WS-CTL-SOLO-PAPEL    PIC 9(8) VALUE 0.
       01  WS-CTL-YA-EXPORTADAS PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "EFAC001 - Exportacion de factura electronica"
           PERFORM 0100-INICIALIZAR.
           OPEN INPUT FACT-REGISTRO.
           IF WS-FRG-STATUS NOT = '00'
             DISPLAY 'SIN FACT_REGISTRO.DAT - EJECUTAR FACT001 ANTES'
           ELSE
             PERFORM 0200-ABRE-ARCHIVOS
             MOVE 'N' TO WS-FRG-EOF
             MOVE 0 TO WS-BUF-CNT
             PERFORM 0300-LEE-REGISTRO UNTIL WS-FRG-EOF = 'Y'
             IF WS-BUF-CNT > 0
               PERFORM 0400-PROCESA-FACTURA
             END-IF
             PERFORM 0800-CIERRA-ARCHIVOS
           END-IF.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FSIS-NUM FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-EMISOR.
           OPEN INPUT EFAC-EMISOR.
           IF WS-EMI-STATUS = '00'
             READ EFAC-EMISOR INTO WS-EMISOR
               AT END
                 CONTINUE
             END-READ
             CLOSE EFAC-EMISOR
           ELSE
             DISPLAY 'SIN EFAC_EMISOR.DAT - NO SE PUEDE IDENTIFICAR '
                     'AL EMISOR'
           END-IF.
           DISPLAY 'EMISOR: ' WS-EMI-NIF ' ' WS-EMI-NOM.
           PERFORM 0150-PRIMERA-FACTURA.
           PERFORM 0170-CARGA-EXPORTADAS.

       0150-PRIMERA-FACTURA.
           MOVE 0 TO WS-FACTURA-MIN.
           OPEN INPUT FACT-REGISTRO.
           IF WS-FRG-STATUS = '00'
             READ FACT-REGISTRO INTO WS-FRG-REG
               AT END
                 CONTINUE
               NOT AT END
                 MOVE WS-FRC-FACTURA TO WS-FACTURA-MIN
             END-READ
             CLOSE FACT-REGISTRO
           END-IF.

       0170-CARGA-EXPORTADAS.
           MOVE 0 TO WS-EXP-CNT.
           MOVE 'N' TO WS-ELG-EOF.
           OPEN INPUT EFAC-LOG.
           IF WS-ELG-STATUS = '00'
             PERFORM 0180-LEE-EXPORTADA UNTIL WS-ELG-EOF = 'Y'
             CLOSE EFAC-LOG
           END-IF.

       0180-LEE-EXPORTADA.
           READ EFAC-LOG INTO WS-REGISTRO-EFAC-LOG
             AT END
               MOVE 'Y' TO WS-ELG-EOF
             NOT AT END
               IF WS-ELG-ESTADO = 'E'
                  AND WS-ELG-FACTURA NOT < WS-FACTURA-MIN
                 IF WS-EXP-CNT < WS-EXP-MAX
                   ADD 1 TO WS-EXP-CNT
                   MOVE WS-ELG-FACTURA TO WS-EXP-FACTURA(WS-EXP-CNT)
                 ELSE
                   DISPLAY 'TABLA DE FACTURAS EXPORTADAS LLENA - '
                           WS-ELG-FACTURA
                 END-IF
               END-IF
           END-READ.

       0200-ABRE-ARCHIVOS.
           OPEN INPUT CLIENTES-I.
           OPEN INPUT REGIMENES-I.
           IF WS-REG-STATUS = '00'
             MOVE 'Y' TO WS-REG-PRESENTE
           ELSE
             DISPLAY 'SIN REGIMENES_I.DAT - SE APLICA IVA GENERAL'
           END-IF.
           OPEN EXTEND EFAC-LOG.
           IF WS-ELG-STATUS NOT = '00'
             OPEN OUTPUT EFAC-LOG
           END-IF.
           OPEN OUTPUT EFACTURAS.

       0300-LEE-REGISTRO.
           READ FACT-REGISTRO INTO WS-FRG-REG
             AT END
               MOVE 'Y' TO WS-FRG-EOF
             NOT AT END
               IF WS-FRC-TIPO = 'C' AND WS-BUF-CNT > 0
                 PERFORM 0400-PROCESA-FACTURA
               END-IF
               PERFORM 0350-GUARDA-REGISTRO
           END-READ.

       0350-GUARDA-REGISTRO.
           IF WS-FRC-TIPO = 'C'
             MOVE 0 TO WS-BUF-CNT
             MOVE 'N' TO WS-BUF-LLENO
           END-IF.
           IF WS-BUF-CNT < WS-BUF-MAX
             ADD 1 TO WS-BUF-CNT
             MOVE WS-FRG-REG TO WS-BUF(WS-BUF-CNT)
           ELSE
             MOVE 'Y' TO WS-BUF-LLENO
           END-IF.

       0400-PROCESA-FACTURA.
           MOVE WS-FRG-REG TO WS-CABECERA.
           MOVE WS-BUF(1) TO WS-FRG-REG.
           IF WS-FRC-TIPO = 'C'
             ADD 1 TO WS-CTL-FACTURAS
             MOVE WS-FRC-FACTURA TO WS-FACTURA-ACT
             MOVE WS-FRC-CLIENTE TO WS-CLIENTE-ACT
             PERFORM 0450-BUSCA-CLIENTE
             IF WS-ENVIO = 'P'
               ADD 1 TO WS-CTL-SOLO-PAPEL
             ELSE
               PERFORM 0470-BUSCA-EXPORTADA
               IF WS-EXP-ENCONTRADA = 'Y'
                 ADD 1 TO WS-CTL-YA-EXPORTADAS
               ELSE
                 PERFORM 0500-VALIDA-FACTURA
                 IF WS-VALIDA = 'Y'
                   PERFORM 0600-EXPORTA-FACTURA
                   MOVE 'E' TO WS-ELG-ESTADO
                   MOVE SPACES TO WS-ELG-MOTIVO
                   ADD 1 TO WS-CTL-EXPORTADAS
                 ELSE
                   MOVE 'R' TO WS-ELG-ESTADO
                   MOVE WS-MOTIVO TO WS-ELG-MOTIVO
                   ADD 1 TO WS-CTL-RECHAZADAS
                   DISPLAY 'FACTURA ' WS-FACTURA-ACT ' RECHAZADA - '
                           WS-MOTIVO
                 END-IF
                 PERFORM 0700-ESCRIBE-LOG
               END-IF
             END-IF
           END-IF.
           MOVE 0 TO WS-BUF-CNT.
           MOVE WS-CABECERA TO WS-FRG-REG.

       0450-BUSCA-CLIENTE.
           MOVE 'P' TO WS-ENVIO.
           MOVE SPACES TO WS-CLIENTE-I.
           MOVE WS-CLIENTE-ACT TO CLIENTE-I-ID.
           READ CLIENTES-I INTO WS-CLIENTE-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               MOVE 'E' TO WS-ENVIO
             NOT INVALID KEY
               IF WS-CLIENTE-I-FAC = 'E' OR WS-CLIENTE-I-FAC = 'A'
                 MOVE WS-CLIENTE-I-FAC TO WS-ENVIO
               END-IF
           END-READ.

       0470-BUSCA-EXPORTADA.
           MOVE 'N' TO WS-EXP-ENCONTRADA.
           MOVE 1 TO WS-EXP-IDX.
           PERFORM 0480-COMPARA-EXPORTADA
             UNTIL WS-EXP-IDX > WS-EXP-CNT
                OR WS-EXP-ENCONTRADA = 'Y'.

       0480-COMPARA-EXPORTADA.
           IF WS-EXP-FACTURA(WS-EXP-IDX) = WS-FACTURA-ACT
             MOVE 'Y' TO WS-EXP-ENCONTRADA
           ELSE
             ADD 1 TO WS-EXP-IDX
           END-IF.

       0500-VALIDA-FACTURA.
           MOVE 'Y' TO WS-VALIDA.
           MOVE SPACES TO WS-MOTIVO.
           IF WS-CLIENTE-I-ID = SPACES
             MOVE 'CLIENTE NO ENCONTRADO EN CLIENTES-I' TO WS-MOTIVO
             MOVE 'N' TO WS-VALIDA
           END-IF.
           IF WS-VALIDA = 'Y' AND WS-EMI-NIF = SPACES
             MOVE 'SIN NIF DEL EMISOR' TO WS-MOTIVO
             MOVE 'N' TO WS-VALIDA
           END-IF.
           IF WS-VALIDA = 'Y' AND WS-CLIENTE-I-NIF = SPACES
             MOVE 'CLIENTE SIN NIF' TO WS-MOTIVO
             MOVE 'N' TO WS-VALIDA
           END-IF.
           IF WS-VALIDA = 'Y'
             IF WS-FRC-FECHA-EMI NOT NUMERIC
                OR WS-FRC-FECHA-VTO NOT NUMERIC
               MOVE 'FECHAS DE FACTURA NO VALIDAS' TO WS-MOTIVO
               MOVE 'N' TO WS-VALIDA
             ELSE
               IF WS-FRC-FECHA-VTO < WS-FRC-FECHA-EMI
                 MOVE 'VENCIMIENTO ANTERIOR A LA EMISION' TO WS-MOTIVO
                 MOVE 'N' TO WS-VALIDA
               END-IF
             END-IF
           END-IF.
           IF WS-VALIDA = 'Y' AND WS-BUF-LLENO = 'Y'
             MOVE 'FACTURA CON DEMASIADAS LINEAS' TO WS-MOTIVO
             MOVE 'N' TO WS-VALIDA
           END-IF.
           IF WS-VALIDA = 'Y'
             PERFORM 0520-BUSCA-REGIMEN
           END-IF.
           IF WS-VALIDA = 'Y'
             MOVE 0 TO WS-TOT-CNT
             MOVE 2 TO WS-BUF-IDX
             PERFORM 0550-VALIDA-TOTAL
               UNTIL WS-BUF-IDX > WS-BUF-CNT OR WS-VALIDA = 'N'
             IF WS-VALIDA = 'Y' AND WS-TOT-CNT = 0
               MOVE 'FACTURA SIN TOTALES' TO WS-MOTIVO
               MOVE 'N' TO WS-VALIDA
             END-IF
           END-IF.
           MOVE WS-BUF(1) TO WS-FRG-REG.

       0520-BUSCA-REGIMEN.
           IF WS-FRC-REGIMEN = SPACES
             MOVE WS-CLIENTE-I-REG TO WS-REG-ACTUAL
           ELSE
             MOVE WS-FRC-REGIMEN TO WS-REG-ACTUAL
           END-IF.
           IF WS-REG-ACTUAL = SPACES
             MOVE 'IVA' TO WS-REG-ACTUAL
           END-IF.
           IF WS-REG-PRESENTE = 'Y'
             MOVE WS-REG-ACTUAL TO REG-I-CODIGO
             READ REGIMENES-I INTO WS-REGIMEN-I
               KEY IS REG-I-CODIGO
               INVALID KEY
                 IF WS-REG-ACTUAL = 'IVA'
                   PERFORM 0530-REGIMEN-DEFECTO
                 ELSE
                   MOVE 'REGIMEN FISCAL NO ENCONTRADO' TO WS-MOTIVO
                   MOVE 'N' TO WS-VALIDA
                 END-IF
               NOT INVALID KEY
                 MOVE WS-REG-I-DESC   TO WS-DESC-ACTUAL
                 MOVE WS-REG-I-PCT    TO WS-PCT-ACTUAL
                 MOVE WS-REG-I-EXENTO TO WS-EXENTO-ACTUAL
                 MOVE WS-REG-I-TEXTO  TO WS-TEXTO-ACTUAL
             END-READ
           ELSE
             PERFORM 0530-REGIMEN-DEFECTO
           END-IF.
           IF WS-FRC-PCT IS NUMERIC AND WS-FRC-REGIMEN NOT = SPACES
             MOVE WS-FRC-PCT    TO WS-PCT-ACTUAL
             MOVE WS-FRC-EXENTO TO WS-EXENTO-ACTUAL
           END-IF.

       0530-REGIMEN-DEFECTO.
           MOVE 'IVA'          TO WS-REG-ACTUAL.
           MOVE 'IVA GENERAL'  TO WS-DESC-ACTUAL.
           MOVE WS-IVA-PCT-DEF TO WS-PCT-ACTUAL.
           MOVE 'N'            TO WS-EXENTO-ACTUAL.
           MOVE SPACES         TO WS-TEXTO-ACTUAL.

       0550-VALIDA-TOTAL.
           MOVE WS-BUF(WS-BUF-IDX) TO WS-FRG-REG.
           IF WS-FRT-TIPO = 'T'
             ADD 1 TO WS-TOT-CNT
             IF WS-FRT-MONEDA = '***'
               MOVE 'TOTAL EN MONEDAS SIN DESGLOSE' TO WS-MOTIVO
               MOVE 'N' TO WS-VALIDA
             ELSE
               IF WS-EXENTO-ACTUAL = 'S'
                 MOVE 0 TO WS-CUOTA-CALC
               ELSE
                 COMPUTE WS-CUOTA-CALC ROUNDED =
                   WS-FRT-BASE * WS-PCT-ACTUAL / 100
               END-IF
               COMPUTE WS-DIF-CUOTA = WS-CUOTA-CALC - WS-FRT-IMPUESTO
               IF WS-DIF-CUOTA > 0.01 OR WS-DIF-CUOTA < -0.01
                 MOVE 'CUOTA NO CUADRA CON EL REGIMEN FISCAL'
                   TO WS-MOTIVO
                 MOVE 'N' TO WS-VALIDA
               END-IF
               IF WS-FRT-TOTAL NOT = WS-FRT-BASE + WS-FRT-IMPUESTO
                 MOVE 'TOTAL NO CUADRA CON BASE MAS CUOTA' TO WS-MOTIVO
                 MOVE 'N' TO WS-VALIDA
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WS-BUF-IDX.

       0600-EXPORTA-FACTURA.
           MOVE 0 TO WS-DOC-REGISTROS.
           MOVE 0 TO WS-LIN-NUM.
           MOVE WS-FACTURA-ACT   TO WS-EFC-FACTURA.
           MOVE WS-FRC-FECHA-EMI TO WS-EFC-FECHA-EMI.
           MOVE WS-FRC-FECHA-VTO TO WS-EFC-FECHA-VTO.
           MOVE WS-FRC-PERIODO   TO WS-EFC-PERIODO.
           MOVE SPACES TO LINEA-EFACTURA.
           MOVE WS-EF-CABECERA TO LINEA-EFACTURA.
           PERFORM 0690-GRABA-LINEA.
           MOVE WS-FACTURA-ACT   TO WS-EFE-FACTURA.
           MOVE WS-EMI-NIF       TO WS-EFE-NIF.
           MOVE WS-EMI-NOM       TO WS-EFE-NOM.
           MOVE WS-EMI-DIR       TO WS-EFE-DIR.
           MOVE SPACES TO LINEA-EFACTURA.
           MOVE WS-EF-EMISOR TO LINEA-EFACTURA.
           PERFORM 0690-GRABA-LINEA.
           MOVE WS-FACTURA-ACT   TO WS-EFR-FACTURA.
           MOVE WS-CLIENTE-I-ID  TO WS-EFR-CLIENTE.
           MOVE WS-CLIENTE-I-NIF TO WS-EFR-NIF.
           MOVE WS-CLIENTE-I-NOM TO WS-EFR-NOM.
           MOVE SPACES TO LINEA-EFACTURA.
           MOVE WS-EF-RECEPTOR TO LINEA-EFACTURA.
           PERFORM 0690-GRABA-LINEA.
           MOVE 2 TO WS-BUF-IDX.
           PERFORM 0620-EXPORTA-LINEA UNTIL WS-BUF-IDX > WS-BUF-CNT.
           MOVE 2 TO WS-BUF-IDX.
           PERFORM 0650-EXPORTA-TOTAL UNTIL WS-BUF-IDX > WS-BUF-CNT.
           MOVE WS-BUF(1) TO WS-FRG-REG.
           MOVE WS-FACTURA-ACT   TO WS-EFP-FACTURA.
           MOVE WS-FRC-FECHA-VTO TO WS-EFP-FECHA-VTO.
           IF WS-CLIENTE-I-CUE = SPACES
             MOVE 'TRANSFERENCIA' TO WS-EFP-MEDIO
             MOVE SPACES TO WS-EFP-CUENTA
           ELSE
             MOVE 'DOMICILIACION' TO WS-EFP-MEDIO
             MOVE WS-CLIENTE-I-CUE TO WS-EFP-CUENTA
           END-IF.
           MOVE SPACES TO LINEA-EFACTURA.
           MOVE WS-EF-PAGO TO LINEA-EFACTURA.
           PERFORM 0690-GRABA-LINEA.
           ADD 1 TO WS-DOC-REGISTROS.
           MOVE WS-FACTURA-ACT   TO WS-EFF-FACTURA.
           MOVE WS-DOC-REGISTROS TO WS-EFF-REGISTROS.
           MOVE SPACES TO LINEA-EFACTURA.
           MOVE WS-EF-FIN TO LINEA-EFACTURA.
           WRITE LINEA-EFACTURA.

       0620-EXPORTA-LINEA.
           MOVE WS-BUF(WS-BUF-IDX) TO WS-FRG-REG.
           IF WS-FRD-TIPO = 'D'
             ADD 1 TO WS-LIN-NUM
             MOVE WS-FACTURA-ACT   TO WS-EFL-FACTURA
             MOVE WS-LIN-NUM       TO WS-EFL-NUM
             MOVE WS-FRD-CLIENTE   TO WS-EFL-CLIENTE
             IF WS-EFL-CLIENTE = SPACES
               MOVE WS-CLIENTE-ACT TO WS-EFL-CLIENTE
             END-IF
             MOVE WS-FRD-TEL-NUM   TO WS-EFL-ORIGEN
             MOVE WS-FRD-TEL-DES   TO WS-EFL-DESTINO
             MOVE WS-FRD-TIEMPO    TO WS-EFL-CANTIDAD
             MOVE WS-FRD-TARIFA    TO WS-EFL-TARIFA
             MOVE WS-FRD-BANDA     TO WS-EFL-BANDA
             MOVE WS-FRD-TIPO-REG  TO WS-EFL-TIPO-REG
             MOVE WS-FRD-IMPORTE   TO WS-EFL-IMPORTE
             MOVE WS-FRD-MONEDA    TO WS-EFL-MONEDA
             MOVE SPACES TO LINEA-EFACTURA
             MOVE WS-EF-LINEA TO LINEA-EFACTURA
             PERFORM 0690-GRABA-LINEA
           END-IF.
           IF WS-FRA-TIPO = 'A'
             ADD 1 TO WS-LIN-NUM
             MOVE WS-FACTURA-ACT   TO WS-EFA-FACTURA
             MOVE WS-LIN-NUM       TO WS-EFA-NUM
             MOVE WS-FRA-CLIENTE   TO WS-EFA-CLIENTE
             IF WS-EFA-CLIENTE = SPACES
               MOVE WS-CLIENTE-ACT TO WS-EFA-CLIENTE
             END-IF
             MOVE WS-FRA-CONCEPTO  TO WS-EFA-CONCEPTO
             MOVE WS-FRA-SIGNO     TO WS-EFA-SIGNO
             MOVE WS-FRA-IMPORTE   TO WS-EFA-IMPORTE
             MOVE WS-FRA-MONEDA    TO WS-EFA-MONEDA
             MOVE SPACES TO LINEA-EFACTURA
             MOVE WS-EF-AJUSTE TO LINEA-EFACTURA
             PERFORM 0690-GRABA-LINEA
           END-IF.
           ADD 1 TO WS-BUF-IDX.

       0650-EXPORTA-TOTAL.
           MOVE WS-BUF(WS-BUF-IDX) TO WS-FRG-REG.
           IF WS-FRT-TIPO = 'T'
             MOVE WS-FACTURA-ACT   TO WS-EFI-FACTURA
             MOVE WS-REG-ACTUAL    TO WS-EFI-REGIMEN
             MOVE WS-DESC-ACTUAL   TO WS-EFI-DESC
             MOVE WS-PCT-ACTUAL    TO WS-EFI-PCT
             MOVE WS-EXENTO-ACTUAL TO WS-EFI-EXENTO
             MOVE WS-FRT-MONEDA    TO WS-EFI-MONEDA
             MOVE WS-FRT-BASE      TO WS-EFI-BASE
             MOVE WS-FRT-IMPUESTO  TO WS-EFI-CUOTA
             IF WS-EXENTO-ACTUAL = 'S'
               MOVE WS-TEXTO-ACTUAL TO WS-EFI-TEXTO
             ELSE
               MOVE SPACES TO WS-EFI-TEXTO
             END-IF
             MOVE SPACES TO LINEA-EFACTURA
             MOVE WS-EF-IMPUESTO TO LINEA-EFACTURA
             PERFORM 0690-GRABA-LINEA
             MOVE WS-FACTURA-ACT   TO WS-EFT-FACTURA
             MOVE WS-FRT-MONEDA    TO WS-EFT-MONEDA
             MOVE WS-FRT-BASE      TO WS-EFT-BASE
             MOVE WS-FRT-IMPUESTO  TO WS-EFT-CUOTA
             MOVE WS-FRT-TOTAL     TO WS-EFT-TOTAL
             MOVE SPACES TO LINEA-EFACTURA
             MOVE WS-EF-TOTAL TO LINEA-EFACTURA
             PERFORM 0690-GRABA-LINEA
           END-IF.
           ADD 1 TO WS-BUF-IDX.

       0690-GRABA-LINEA.
           WRITE LINEA-EFACTURA.
           ADD 1 TO WS-DOC-REGISTROS.

       0700-ESCRIBE-LOG.
           MOVE WS-FSIS-NUM TO WS-ELG-FECHA.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-ELG-HORA.
           MOVE WS-FACTURA-ACT TO WS-ELG-FACTURA.
           MOVE WS-CLIENTE-ACT TO WS-ELG-CLIENTE.
           WRITE REGISTRO-EFAC-LOG FROM WS-REGISTRO-EFAC-LOG.

       0800-CIERRA-ARCHIVOS.
           CLOSE FACT-REGISTRO.
           CLOSE CLIENTES-I.
           IF WS-REG-PRESENTE = 'Y'
             CLOSE REGIMENES-I
           END-IF.
           CLOSE EFAC-LOG.
           CLOSE EFACTURAS.

       0900-RESUMEN.
           DISPLAY 'FACTURAS LEIDAS      : ' WS-CTL-FACTURAS.
           DISPLAY 'EXPORTADAS           : ' WS-CTL-EXPORTADAS.
           DISPLAY 'RECHAZADAS           : ' WS-CTL-RECHAZADAS.
           DISPLAY 'SOLO PAPEL           : ' WS-CTL-SOLO-PAPEL.
           DISPLAY 'YA EXPORTADAS        : ' WS-CTL-YA-EXPORTADAS.

       END PROGRAM EFAC001.
