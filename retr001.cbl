      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   BANK CREDIT-TRANSFER RETURNS FOR REFUNDS
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETR001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT REEMBOLSOS-I ASSIGN TO "data/REEMBOLSOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBI-REFERENCIA
               FILE STATUS IS WS-RBI-STATUS.

        SELECT TRANSF-RETORNOS ASSIGN TO "data/TRANSF_RETORNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RET-STATUS.

        SELECT PAGOS ASSIGN TO "data/PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.

        SELECT AJUSTES ASSIGN TO "data/AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.

        SELECT ASIENTOS ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

        SELECT CAMBIOS ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

        SELECT REEMB-DEVUELTOS ASSIGN TO "data/REEMB_DEVUELTOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMBOLSOS-I.
       01  REEMBOLSO-I.
           02  RBI-REFERENCIA   PIC X(12).
           02  RBI-CLIENTE-ID   PIC X(5).
           02  RBI-CUENTA       PIC X(30).
           02  RBI-MONEDA       PIC X(3).
           02  RBI-IMP-PAGOS    PIC 9(10)V99.
           02  RBI-IMP-AJUSTES  PIC 9(10)V99.
           02  RBI-IMPORTE      PIC 9(10)V99.
           02  RBI-MOTIVO       PIC X(1).
           02  RBI-FECHA        PIC 9(8).
           02  RBI-ESTADO       PIC X(1).
           02  RBI-FEC-ESTADO   PIC 9(8).
           02  RBI-MOTIVO-BANCO PIC X(4).

       FD  TRANSF-RETORNOS.
       01  REGISTRO-RETORNO.
           02  RET-REFERENCIA   PIC X(12).
           02  RET-ESTADO       PIC X(1).
           02  RET-MOTIVO       PIC X(4).
           02  RET-FECHA        PIC 9(8).

       FD  PAGOS.
       01  REGISTRO-PAGO.
           02  PAG-CLIENTE-ID   PIC X(5).
           02  PAG-FECHA        PIC 9(8).
           02  PAG-IMPORTE      PIC 9(8)V99.
           02  PAG-MONEDA       PIC X(3).
           02  PAG-REFERENCIA   PIC X(12).
           02  PAG-TIPO         PIC X(1).

       FD  AJUSTES.
       01  REGISTRO-AJUSTE.
           02  AJU-CLIENTE-ID   PIC X(5).
           02  AJU-TARIFA-ID    PIC X(5).
           02  AJU-CONCEPTO     PIC X(30).
           02  AJU-SIGNO        PIC X(1).
           02  AJU-IMPORTE      PIC 9(8)V99.
           02  AJU-MONEDA       PIC X(3).

       FD  ASIENTOS.
       01  REGISTRO-ASIENTO.
           02  ASI-PERIODO      PIC X(6).
           02  ASI-CUENTA       PIC X(8).
           02  ASI-DESC         PIC X(30).
           02  ASI-DH           PIC X(1).
           02  ASI-IMPORTE      PIC 9(10)V99.
           02  ASI-MONEDA       PIC X(3).
           02  ASI-IMPORTE-EUR  PIC 9(10)V99.

       FD  CAMBIOS.
       01  REGISTRO-CAMBIO.
           02  CAM-FECHA        PIC 9(8).
           02  CAM-MONEDA       PIC X(3).
           02  CAM-TASA         PIC 9(3)V9(6).

       FD  REEMB-DEVUELTOS.
       01  REGISTRO-REEMB-DEVUELTO.
           02  RDV-CLIENTE-ID   PIC X(5).
           02  RDV-CUENTA       PIC X(30).
           02  RDV-IMPORTE      PIC 9(10)V99.
           02  RDV-MONEDA       PIC X(3).
           02  RDV-REFERENCIA   PIC X(12).
           02  RDV-MOTIVO-BANCO PIC X(4).
           02  RDV-FECHA        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RBI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RET-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PAG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ASI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RBI-PRESENTE      PIC X(1) VALUE 'N'.

       01  WS-REEMBOLSO-I.
           02  WS-RBI-REFERENCIA   PIC X(12).
           02  WS-RBI-CLIENTE-ID   PIC X(5).
           02  WS-RBI-CUENTA       PIC X(30).
           02  WS-RBI-MONEDA       PIC X(3).
           02  WS-RBI-IMP-PAGOS    PIC 9(10)V99.
           02  WS-RBI-IMP-AJUSTES  PIC 9(10)V99.
           02  WS-RBI-IMPORTE      PIC 9(10)V99.
           02  WS-RBI-MOTIVO       PIC X(1).
           02  WS-RBI-FECHA        PIC 9(8).
           02  WS-RBI-ESTADO       PIC X(1).
           02  WS-RBI-FEC-ESTADO   PIC 9(8).
           02  WS-RBI-MOTIVO-BANCO PIC X(4).

       01  WS-FECHA-SISTEMA.
           02  WS-FSIS-YYYY  PIC 9(4).
           02  WS-FSIS-MM    PIC 9(2).
           02  WS-FSIS-DD    PIC 9(2).
       01  WS-FSIS-NUM REDEFINES WS-FECHA-SISTEMA PIC 9(8).

       01  WS-ASIENTO.
           02  WS-ASI-PERIODO   PIC X(6).
           02  WS-ASI-CUENTA    PIC X(8).
           02  WS-ASI-DESC      PIC X(30).
           02  WS-ASI-DH        PIC X(1).
           02  WS-ASI-IMPORTE   PIC 9(10)V99.
           02  WS-ASI-MONEDA    PIC X(3).
           02  WS-ASI-IMPORTE-EUR PIC 9(10)V99.

       01  WS-CAM-EOF           PIC X(1) VALUE 'N'.
       01  WS-CMT-MAX           PIC 9(2) VALUE 20.
       01  WS-CMT-CNT           PIC 9(2) VALUE 0.
       01  WS-CMT-IDX           PIC 9(2) VALUE 0.
       01  WS-CMT-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-CMT-TABLA.
           02  WS-CMT OCCURS 20 TIMES.
               03  WS-CMT-MON    PIC X(3).
               03  WS-CMT-FECHA  PIC 9(8).
               03  WS-CMT-TASA   PIC 9(3)V9(6).
       01  WS-TASA-MON          PIC X(3) VALUE SPACES.
       01  WS-TASA-ACT          PIC 9(3)V9(6) VALUE 0.

       01  WS-EOF               PIC X(1) VALUE 'N'.
       01  WS-CTL-RETORNOS      PIC 9(8) VALUE 0.
       01  WS-CTL-ABONADOS      PIC 9(8) VALUE 0.
       01  WS-CTL-DEVUELTOS     PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-REEMBOLSO PIC 9(8) VALUE 0.
       01  WS-CTL-DUPLICADOS    PIC 9(8) VALUE 0.
       01  WS-CTL-ASIENTOS      PIC 9(8) VALUE 0.
       01  WS-CTL-IMP-ABONADO   PIC 9(12)V99 VALUE 0.
       01  WS-CTL-IMP-DEVUELTO  PIC 9(12)V99 VALUE 0.
       01  WS-IMP-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RETR001 - Retornos de transferencias de reembolso"
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           OPEN I-O REEMBOLSOS-I.
           IF WS-RBI-STATUS = '00'
             MOVE 'Y' TO WS-RBI-PRESENTE
             PERFORM 0170-CARGA-CAMBIOS
             PERFORM 0300-PROCESA-RETORNOS
             CLOSE REEMBOLSOS-I
           ELSE
             DISPLAY 'SIN REEMBOLSOS_I.DAT - NADA QUE PROCESAR'
           END-IF.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0170-CARGA-CAMBIOS.
           MOVE 'N' TO WS-CAM-EOF.
           OPEN INPUT CAMBIOS.
           IF WS-CAM-STATUS = '00'
             PERFORM 0180-LEE-CAMBIO UNTIL WS-CAM-EOF = 'Y'
             CLOSE CAMBIOS
           ELSE
             DISPLAY 'SIN CAMBIOS.DAT - IMPORTES EUR SIN CONVERTIR'
           END-IF.

       0180-LEE-CAMBIO.
           READ CAMBIOS
             AT END
               MOVE 'Y' TO WS-CAM-EOF
             NOT AT END
               IF CAM-FECHA NOT GREATER THAN WS-FSIS-NUM
                 PERFORM 0185-ACTUALIZA-CAMBIO
               END-IF
           END-READ.

       0185-ACTUALIZA-CAMBIO.
           MOVE 'N' TO WS-CMT-ENCONTRADA.
           MOVE 1   TO WS-CMT-IDX.
           PERFORM 0188-BUSCA-CAMBIO
             UNTIL WS-CMT-IDX > WS-CMT-CNT
                OR WS-CMT-ENCONTRADA = 'Y'.
           IF WS-CMT-ENCONTRADA = 'Y'
             IF CAM-FECHA NOT LESS THAN WS-CMT-FECHA(WS-CMT-IDX)
               MOVE CAM-FECHA TO WS-CMT-FECHA(WS-CMT-IDX)
               MOVE CAM-TASA  TO WS-CMT-TASA(WS-CMT-IDX)
             END-IF
           ELSE
             IF WS-CMT-CNT < WS-CMT-MAX
               ADD 1 TO WS-CMT-CNT
               MOVE CAM-MONEDA TO WS-CMT-MON(WS-CMT-CNT)
               MOVE CAM-FECHA  TO WS-CMT-FECHA(WS-CMT-CNT)
               MOVE CAM-TASA   TO WS-CMT-TASA(WS-CMT-CNT)
             ELSE
               DISPLAY 'TABLA DE CAMBIOS LLENA - IGNORADO ' CAM-MONEDA
             END-IF
           END-IF.

       0188-BUSCA-CAMBIO.
           IF WS-CMT-MON(WS-CMT-IDX) = CAM-MONEDA
             MOVE 'Y' TO WS-CMT-ENCONTRADA
           ELSE
             ADD 1 TO WS-CMT-IDX
           END-IF.

       0190-RESUELVE-TASA.
           IF WS-TASA-MON = 'EUR'
             MOVE 1 TO WS-TASA-ACT
           ELSE
             MOVE 'N' TO WS-CMT-ENCONTRADA
             MOVE 1   TO WS-CMT-IDX
             PERFORM 0195-BUSCA-TASA
               UNTIL WS-CMT-IDX > WS-CMT-CNT
                  OR WS-CMT-ENCONTRADA = 'Y'
             IF WS-CMT-ENCONTRADA = 'Y'
               MOVE WS-CMT-TASA(WS-CMT-IDX) TO WS-TASA-ACT
             ELSE
               DISPLAY 'SIN TIPO DE CAMBIO PARA ' WS-TASA-MON
                       ' - SE ASUME 1'
               MOVE 1 TO WS-TASA-ACT
             END-IF
           END-IF.

       0195-BUSCA-TASA.
           IF WS-CMT-MON(WS-CMT-IDX) = WS-TASA-MON
             MOVE 'Y' TO WS-CMT-ENCONTRADA
           ELSE
             ADD 1 TO WS-CMT-IDX
           END-IF.

       0300-PROCESA-RETORNOS.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT TRANSF-RETORNOS.
           IF WS-RET-STATUS NOT = '00'
             DISPLAY 'SIN TRANSF_RETORNOS.DAT - NADA QUE APLICAR'
             MOVE 'Y' TO WS-EOF
           ELSE
             OPEN EXTEND PAGOS
             IF WS-PAG-STATUS NOT = '00'
               OPEN OUTPUT PAGOS
             END-IF
             OPEN EXTEND AJUSTES
             IF WS-AJU-STATUS NOT = '00'
               OPEN OUTPUT AJUSTES
             END-IF
             OPEN EXTEND ASIENTOS
             IF WS-ASI-STATUS NOT = '00'
               OPEN OUTPUT ASIENTOS
             END-IF
             OPEN OUTPUT REEMB-DEVUELTOS
           END-IF.
           PERFORM 0350-LEE-RETORNO UNTIL WS-EOF = 'Y'.
           IF WS-RET-STATUS = '00'
             CLOSE TRANSF-RETORNOS
             CLOSE PAGOS
             CLOSE AJUSTES
             CLOSE ASIENTOS
             CLOSE REEMB-DEVUELTOS
           END-IF.

       0350-LEE-RETORNO.
           READ TRANSF-RETORNOS
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               ADD 1 TO WS-CTL-RETORNOS
               PERFORM 0400-APLICA-RETORNO
           END-READ.

       0400-APLICA-RETORNO.
           MOVE RET-REFERENCIA TO RBI-REFERENCIA.
           READ REEMBOLSOS-I INTO WS-REEMBOLSO-I
             KEY IS RBI-REFERENCIA
             INVALID KEY
               ADD 1 TO WS-CTL-SIN-REEMBOLSO
               DISPLAY 'RETORNO SIN REEMBOLSO EMITIDO: ' RET-REFERENCIA
             NOT INVALID KEY
               PERFORM 0450-APLICA-REEMBOLSO
           END-READ.

       0450-APLICA-REEMBOLSO.
           IF WS-RBI-ESTADO NOT = 'E'
             ADD 1 TO WS-CTL-DUPLICADOS
             DISPLAY 'RETORNO DUPLICADO - YA APLICADO: '
                     RET-REFERENCIA ' - IGNORADO'
           ELSE
             IF RET-ESTADO = 'P'
               ADD 1 TO WS-CTL-ABONADOS
               ADD WS-RBI-IMPORTE TO WS-CTL-IMP-ABONADO
               PERFORM 0470-MARCA-ESTADO
             ELSE
               IF RET-ESTADO = 'D'
                 PERFORM 0600-DEVUELVE-REEMBOLSO
                 PERFORM 0470-MARCA-ESTADO
               ELSE
                 DISPLAY 'ESTADO DE RETORNO INVALIDO ' RET-ESTADO
                         ' - REFERENCIA ' RET-REFERENCIA
               END-IF
             END-IF
           END-IF.

       0470-MARCA-ESTADO.
           MOVE RET-ESTADO TO WS-RBI-ESTADO.
           MOVE RET-FECHA  TO WS-RBI-FEC-ESTADO.
           MOVE RET-MOTIVO TO WS-RBI-MOTIVO-BANCO.
           MOVE WS-REEMBOLSO-I TO REEMBOLSO-I.
           REWRITE REEMBOLSO-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR REEMBOLSO '
                       WS-RBI-REFERENCIA
           END-REWRITE.

       0600-DEVUELVE-REEMBOLSO.
           IF WS-RBI-IMP-PAGOS > 0
             MOVE WS-RBI-CLIENTE-ID TO PAG-CLIENTE-ID
             MOVE RET-FECHA         TO PAG-FECHA
             MOVE WS-RBI-IMP-PAGOS  TO PAG-IMPORTE
             MOVE WS-RBI-MONEDA     TO PAG-MONEDA
             MOVE WS-RBI-REFERENCIA TO PAG-REFERENCIA
             MOVE 'C'               TO PAG-TIPO
             WRITE REGISTRO-PAGO
           END-IF.
           IF WS-RBI-IMP-AJUSTES > 0
             MOVE WS-RBI-CLIENTE-ID TO AJU-CLIENTE-ID
             MOVE SPACES TO AJU-TARIFA-ID
             MOVE 'SALDO A FAVOR ANTERIOR' TO AJU-CONCEPTO
             MOVE '-' TO AJU-SIGNO
             MOVE WS-RBI-IMP-AJUSTES TO AJU-IMPORTE
             MOVE WS-RBI-MONEDA TO AJU-MONEDA
             WRITE REGISTRO-AJUSTE
           END-IF.
           MOVE WS-FECHA-SISTEMA(1:6) TO WS-ASI-PERIODO.
           MOVE '57200000' TO WS-ASI-CUENTA.
           MOVE SPACES TO WS-ASI-DESC.
           STRING 'BANCOS DEVOL. ' DELIMITED BY SIZE
                  WS-RBI-REFERENCIA DELIMITED BY SIZE
             INTO WS-ASI-DESC.
           MOVE 'D' TO WS-ASI-DH.
           MOVE WS-RBI-IMPORTE TO WS-ASI-IMPORTE.
           MOVE WS-RBI-MONEDA TO WS-ASI-MONEDA.
           PERFORM 0650-GRABA-ASIENTO.
           MOVE '43000000' TO WS-ASI-CUENTA.
           MOVE SPACES TO WS-ASI-DESC.
           STRING 'REEMBOLSO DEVUELTO ' DELIMITED BY SIZE
                  WS-RBI-CLIENTE-ID DELIMITED BY SIZE
             INTO WS-ASI-DESC.
           MOVE 'H' TO WS-ASI-DH.
           PERFORM 0650-GRABA-ASIENTO.
           MOVE WS-RBI-CLIENTE-ID TO RDV-CLIENTE-ID.
           MOVE WS-RBI-CUENTA     TO RDV-CUENTA.
           MOVE WS-RBI-IMPORTE    TO RDV-IMPORTE.
           MOVE WS-RBI-MONEDA     TO RDV-MONEDA.
           MOVE WS-RBI-REFERENCIA TO RDV-REFERENCIA.
           MOVE RET-MOTIVO        TO RDV-MOTIVO-BANCO.
           MOVE RET-FECHA         TO RDV-FECHA.
           WRITE REGISTRO-REEMB-DEVUELTO.
           ADD 1 TO WS-CTL-DEVUELTOS.
           ADD WS-RBI-IMPORTE TO WS-CTL-IMP-DEVUELTO.
           DISPLAY 'TRANSFERENCIA DEVUELTA ' WS-RBI-REFERENCIA
                   ' CLIENTE ' WS-RBI-CLIENTE-ID ' MOTIVO ' RET-MOTIVO
                   ' - SALDO A FAVOR RESTITUIDO, REVISAR CUENTA'.

       0650-GRABA-ASIENTO.
           MOVE WS-ASI-MONEDA TO WS-TASA-MON.
           PERFORM 0190-RESUELVE-TASA.
           COMPUTE WS-ASI-IMPORTE-EUR ROUNDED =
             WS-ASI-IMPORTE * WS-TASA-ACT.
           WRITE REGISTRO-ASIENTO FROM WS-ASIENTO.
           ADD 1 TO WS-CTL-ASIENTOS.

       0900-RESUMEN.
           DISPLAY 'RETORNOS LEIDOS       : ' WS-CTL-RETORNOS.
           MOVE WS-CTL-IMP-ABONADO TO WS-IMP-ED.
           DISPLAY 'TRANSF. CONFIRMADAS   : ' WS-CTL-ABONADOS
                   ' IMPORTE ' WS-IMP-ED.
           MOVE WS-CTL-IMP-DEVUELTO TO WS-IMP-ED.
           DISPLAY 'TRANSF. DEVUELTAS     : ' WS-CTL-DEVUELTOS
                   ' IMPORTE ' WS-IMP-ED.
           DISPLAY 'SIN REEMBOLSO EMITIDO : ' WS-CTL-SIN-REEMBOLSO.
           DISPLAY 'RETORNOS DUPLICADOS   : ' WS-CTL-DUPLICADOS.
           DISPLAY 'ASIENTOS GRABADOS     : ' WS-CTL-ASIENTOS.

       END PROGRAM RETR001.
