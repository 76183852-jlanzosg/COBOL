      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   CARRIER INVOICE RECONCILIATION AGAINST SETTLEMENT
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONC001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT CARRIERS ASSIGN TO "data/CARRIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAR-STATUS.

        SELECT LIQUIDACION ASSIGN TO "data/LIQUIDACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIQ-STATUS.

        SELECT FACT-CARRIERS ASSIGN TO "data/FACT_CARRIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCA-STATUS.

        SELECT CONCILIACION ASSIGN TO "data/CONCILIACION_CAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNC-STATUS.

        SELECT DISPUTAS-CAR ASSIGN TO "data/DISPUTAS_CARRIERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCA-STATUS.

        SELECT ASIENTOS ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

        SELECT CAMBIOS ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

        SELECT CONC-RESUMEN ASSIGN TO "data/CONC_RESUMEN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARRIERS.
       01  REGISTRO-CARRIER.
           02  CAR-ID           PIC X(5).
           02  CAR-NOM          PIC X(20).
           02  CAR-PFX-INI      PIC X(16).
           02  CAR-PFX-FIN      PIC X(16).
           02  CAR-IMP          PIC 9(3)V9999.
           02  CAR-INC          PIC 9(3).
           02  CAR-MONEDA       PIC X(3).
           02  CAR-TOLERANCIA   PIC 9(2)V99.

       FD  LIQUIDACION.
       01  REGISTRO-LIQUIDACION.
           02  LIQ-CARRIER      PIC X(5).
           02  LIQ-NOM          PIC X(20).
           02  LIQ-PERIODO      PIC X(6).
           02  LIQ-LLAMADAS     PIC 9(8).
           02  LIQ-MINUTOS      PIC 9(8).
           02  LIQ-IMPORTE      PIC 9(10)V99.
           02  LIQ-MONEDA       PIC X(3).

       FD  FACT-CARRIERS.
       01  REGISTRO-FACT-CARRIER.
           02  FCA-CARRIER      PIC X(5).
           02  FCA-PERIODO      PIC X(6).
           02  FCA-MONEDA       PIC X(3).
           02  FCA-FACTURA      PIC X(15).
           02  FCA-LLAMADAS     PIC 9(8).
           02  FCA-MINUTOS      PIC 9(8).
           02  FCA-IMPORTE      PIC 9(10)V99.

       FD  CONCILIACION.
       01  REGISTRO-CONCILIACION.
           02  CNC-CARRIER      PIC X(5).
           02  CNC-PERIODO      PIC X(6).
           02  CNC-MONEDA       PIC X(3).
           02  CNC-FACTURA      PIC X(15).
           02  CNC-IMP-LIQ      PIC 9(10)V99.
           02  CNC-IMP-FAC      PIC 9(10)V99.
           02  CNC-PCT-DIF      PIC 9(3)V99.
           02  CNC-ESTADO       PIC X(1).
           02  CNC-FECHA        PIC 9(8).

       FD  DISPUTAS-CAR.
       01  REGISTRO-DISPUTA-CAR.
           02  DCA-CARRIER      PIC X(5).
           02  DCA-PERIODO      PIC X(6).
           02  DCA-MONEDA       PIC X(3).
           02  DCA-FACTURA      PIC X(15).
           02  DCA-LLA-LIQ      PIC 9(8).
           02  DCA-LLA-FAC      PIC 9(8).
           02  DCA-MIN-LIQ      PIC 9(8).
           02  DCA-MIN-FAC      PIC 9(8).
           02  DCA-IMP-LIQ      PIC 9(10)V99.
           02  DCA-IMP-FAC      PIC 9(10)V99.
           02  DCA-SIGNO        PIC X(1).
           02  DCA-DIFERENCIA   PIC 9(10)V99.
           02  DCA-MOTIVO       PIC X(30).
           02  DCA-FECHA        PIC 9(8).

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

       FD  CONC-RESUMEN.
       01  LINEA-RESUMEN        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAR-STATUS        PIC X(2) VALUE SPACES.
       01  WS-LIQ-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FCA-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CNC-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DCA-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ASI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.

       01  WS-ASIENTO.
           02  WS-ASI-PERIODO   PIC X(6).
           02  WS-ASI-CUENTA    PIC X(8).
           02  WS-ASI-DESC      PIC X(30).
           02  WS-ASI-DH        PIC X(1).
           02  WS-ASI-IMPORTE   PIC 9(10)V99.
           02  WS-ASI-MONEDA    PIC X(3).
           02  WS-ASI-IMPORTE-EUR PIC 9(10)V99.

       01  WS-CAR-EOF           PIC X(1) VALUE 'N'.
       01  WS-CRT-MAX           PIC 9(3) VALUE 200.
       01  WS-CRT-CNT           PIC 9(3) VALUE 0.
       01  WS-CRT-IDX           PIC 9(3) VALUE 0.
       01  WS-CRT-ENCONTRADO    PIC X(1) VALUE 'N'.
       01  WS-CRT-TABLA.
           02  WS-CRT OCCURS 200 TIMES.
               03  WS-CRT-ID     PIC X(5).
               03  WS-CRT-NOM    PIC X(20).
               03  WS-CRT-TOL    PIC 9(2)V99.

       01  WS-LIQ-EOF           PIC X(1) VALUE 'N'.
       01  WS-LQT-MAX           PIC 9(3) VALUE 100.
       01  WS-LQT-CNT           PIC 9(3) VALUE 0.
       01  WS-LQT-IDX           PIC 9(3) VALUE 0.
       01  WS-LQT-ENCONTRADO    PIC X(1) VALUE 'N'.
       01  WS-LQT-TABLA.
           02  WS-LQT OCCURS 100 TIMES.
               03  WS-LQT-ID       PIC X(5).
               03  WS-LQT-NOM      PIC X(20).
               03  WS-LQT-PERIODO  PIC X(6).
               03  WS-LQT-MON      PIC X(3).
               03  WS-LQT-LLAMADAS PIC 9(8).
               03  WS-LQT-MINUTOS  PIC 9(8).
               03  WS-LQT-IMP      PIC 9(10)V99.
               03  WS-LQT-USADA    PIC X(1).

       01  WS-CNC-EOF           PIC X(1) VALUE 'N'.
       01  WS-APR-MAX           PIC 9(3) VALUE 500.
       01  WS-APR-CNT           PIC 9(3) VALUE 0.
       01  WS-APR-IDX           PIC 9(3) VALUE 0.
       01  WS-APR-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-APR-ESTADO-BUS    PIC X(1) VALUE 'A'.
       01  WS-APR-TABLA.
           02  WS-APR OCCURS 500 TIMES.
               03  WS-APR-CARRIER PIC X(5).
               03  WS-APR-PERIODO PIC X(6).
               03  WS-APR-MONEDA  PIC X(3).
               03  WS-APR-ESTADO  PIC X(1).

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

       01  WS-FECHA-SISTEMA.
           02  WS-FSIS-YYYY  PIC 9(4).
           02  WS-FSIS-MM    PIC 9(2).
           02  WS-FSIS-DD    PIC 9(2).
       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.

       01  WS-CARRIER-NOM       PIC X(20) VALUE SPACES.
       01  WS-TOLERANCIA        PIC 9(2)V99 VALUE 0.
       01  WS-LLA-LIQ           PIC 9(8) VALUE 0.
       01  WS-MIN-LIQ           PIC 9(8) VALUE 0.
       01  WS-IMP-LIQ           PIC 9(10)V99 VALUE 0.
       01  WS-DIF-LLA           PIC 9(8) VALUE 0.
       01  WS-DIF-MIN           PIC 9(8) VALUE 0.
       01  WS-DIF-IMP           PIC 9(10)V99 VALUE 0.
       01  WS-SIGNO-DIF         PIC X(1) VALUE SPACE.
       01  WS-PCT-LLA           PIC 9(3)V99 VALUE 0.
       01  WS-PCT-MIN           PIC 9(3)V99 VALUE 0.
       01  WS-PCT-IMP           PIC 9(3)V99 VALUE 0.
       01  WS-ESTADO            PIC X(1) VALUE SPACE.
       01  WS-MOTIVO            PIC X(30) VALUE SPACES.
       01  WS-TEXTO-ESTADO      PIC X(12) VALUE SPACES.

       01  WS-EOF               PIC X(1) VALUE 'N'.
       01  WS-CTL-FACTURAS      PIC 9(8) VALUE 0.
       01  WS-CTL-APROBADAS     PIC 9(8) VALUE 0.
       01  WS-CTL-DISPUTADAS    PIC 9(8) VALUE 0.
       01  WS-CTL-YA-APROBADAS  PIC 9(8) VALUE 0.
       01  WS-CTL-YA-DISPUTADAS PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-FACTURA   PIC 9(8) VALUE 0.
       01  WS-CTL-ASIENTOS      PIC 9(8) VALUE 0.
       01  WS-CTL-IMP-APROBADO  PIC 9(12)V99 VALUE 0.
       01  WS-CTL-IMP-RETENIDO  PIC 9(12)V99 VALUE 0.
       01  WS-IMP-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED2           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LLA-ED            PIC ZZZZ,ZZ9.
       01  WS-LLA-ED2           PIC ZZZZ,ZZ9.
       01  WS-MIN-ED            PIC ZZZZ,ZZ9.
       01  WS-MIN-ED2           PIC ZZZZ,ZZ9.
       01  WS-PCT-ED            PIC ZZ9.99.
       01  WS-TOL-ED            PIC Z9.99.
       01  WS-TOT-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CONC001 - Conciliacion de facturas de carriers"
           PERFORM 0100-INICIALIZAR.
           OPEN INPUT FACT-CARRIERS.
           IF WS-FCA-STATUS NOT = '00'
             DISPLAY 'SIN FACT_CARRIERS.DAT - NADA QUE CONCILIAR'
           ELSE
             PERFORM 0300-PROCESA-FACTURAS
             CLOSE FACT-CARRIERS
           END-IF.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA TO WS-FSIS-NUM.
           PERFORM 0150-CARGA-CARRIERS.
           PERFORM 0170-CARGA-CAMBIOS.
           PERFORM 0200-CARGA-LIQUIDACION.
           PERFORM 0250-CARGA-APROBADAS.

       0150-CARGA-CARRIERS.
           MOVE 'N' TO WS-CAR-EOF.
           OPEN INPUT CARRIERS.
           IF WS-CAR-STATUS = '00'
             PERFORM 0160-LEE-CARRIER UNTIL WS-CAR-EOF = 'Y'
             CLOSE CARRIERS
           ELSE
             DISPLAY 'SIN CARRIERS.DAT - TOLERANCIA CERO'
           END-IF.

       0160-LEE-CARRIER.
           READ CARRIERS
             AT END
               MOVE 'Y' TO WS-CAR-EOF
             NOT AT END
               IF WS-CRT-CNT < WS-CRT-MAX
                 ADD 1 TO WS-CRT-CNT
                 MOVE CAR-ID      TO WS-CRT-ID(WS-CRT-CNT)
                 MOVE CAR-NOM     TO WS-CRT-NOM(WS-CRT-CNT)
                 IF CAR-TOLERANCIA IS NUMERIC
                   MOVE CAR-TOLERANCIA TO WS-CRT-TOL(WS-CRT-CNT)
                 ELSE
                   MOVE 0 TO WS-CRT-TOL(WS-CRT-CNT)
                 END-IF
               ELSE
                 DISPLAY 'TABLA DE CARRIERS LLENA - IGNORADO ' CAR-ID
               END-IF
           END-READ.

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

       0200-CARGA-LIQUIDACION.
           MOVE 'N' TO WS-LIQ-EOF.
           OPEN INPUT LIQUIDACION.
           IF WS-LIQ-STATUS = '00'
             PERFORM 0210-LEE-LIQUIDACION UNTIL WS-LIQ-EOF = 'Y'
             CLOSE LIQUIDACION
           ELSE
             DISPLAY 'SIN LIQUIDACION.DAT - EJECUTAR INTE001'
           END-IF.

       0210-LEE-LIQUIDACION.
           READ LIQUIDACION
             AT END
               MOVE 'Y' TO WS-LIQ-EOF
             NOT AT END
               IF WS-LQT-CNT < WS-LQT-MAX
                 ADD 1 TO WS-LQT-CNT
                 MOVE LIQ-CARRIER  TO WS-LQT-ID(WS-LQT-CNT)
                 MOVE LIQ-NOM      TO WS-LQT-NOM(WS-LQT-CNT)
                 MOVE LIQ-PERIODO  TO WS-LQT-PERIODO(WS-LQT-CNT)
                 MOVE LIQ-MONEDA   TO WS-LQT-MON(WS-LQT-CNT)
                 MOVE LIQ-LLAMADAS TO WS-LQT-LLAMADAS(WS-LQT-CNT)
                 MOVE LIQ-MINUTOS  TO WS-LQT-MINUTOS(WS-LQT-CNT)
                 MOVE LIQ-IMPORTE  TO WS-LQT-IMP(WS-LQT-CNT)
                 MOVE 'N'          TO WS-LQT-USADA(WS-LQT-CNT)
               ELSE
                 DISPLAY 'TABLA DE LIQUIDACION LLENA - IGNORADO '
                         LIQ-CARRIER
               END-IF
           END-READ.

       0250-CARGA-APROBADAS.
           MOVE 'N' TO WS-CNC-EOF.
           OPEN INPUT CONCILIACION.
           IF WS-CNC-STATUS = '00'
             PERFORM 0260-LEE-CONCILIACION UNTIL WS-CNC-EOF = 'Y'
             CLOSE CONCILIACION
           END-IF.

       0260-LEE-CONCILIACION.
           READ CONCILIACION
             AT END
               MOVE 'Y' TO WS-CNC-EOF
             NOT AT END
               IF CNC-ESTADO = 'A' OR CNC-ESTADO = 'D'
                 IF WS-APR-CNT < WS-APR-MAX
                   ADD 1 TO WS-APR-CNT
                   MOVE CNC-CARRIER TO WS-APR-CARRIER(WS-APR-CNT)
                   MOVE CNC-PERIODO TO WS-APR-PERIODO(WS-APR-CNT)
                   MOVE CNC-MONEDA  TO WS-APR-MONEDA(WS-APR-CNT)
                   MOVE CNC-ESTADO  TO WS-APR-ESTADO(WS-APR-CNT)
                 ELSE
                   DISPLAY 'TABLA DE CONCILIADAS LLENA - IGNORADA '
                           CNC-CARRIER ' ' CNC-PERIODO
                 END-IF
               END-IF
           END-READ.

       0300-PROCESA-FACTURAS.
           OPEN OUTPUT CONC-RESUMEN.
           OPEN EXTEND CONCILIACION.
           IF WS-CNC-STATUS NOT = '00'
             OPEN OUTPUT CONCILIACION
           END-IF.
           OPEN EXTEND DISPUTAS-CAR.
           IF WS-DCA-STATUS NOT = '00'
             OPEN OUTPUT DISPUTAS-CAR
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF WS-ASI-STATUS NOT = '00'
             OPEN OUTPUT ASIENTOS
           END-IF.
           PERFORM 0310-CABECERA.
           MOVE 'N' TO WS-EOF.
           PERFORM 0320-LEE-FACTURA UNTIL WS-EOF = 'Y'.
           MOVE 1 TO WS-LQT-IDX.
           PERFORM 0600-LIQUIDACION-SIN-FACTURA
             UNTIL WS-LQT-IDX > WS-LQT-CNT.
           PERFORM 0700-PIE-RESUMEN.
           CLOSE CONC-RESUMEN.
           CLOSE CONCILIACION.
           CLOSE DISPUTAS-CAR.
           CLOSE ASIENTOS.

       0310-CABECERA.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING 'CONCILIACION DE FACTURAS DE CARRIERS - FECHA '
                  DELIMITED BY SIZE
                  WS-FSIS-NUM DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING 'CARR  PERIOD MON  LLAM.LIQ LLAM.FAC  '
                  DELIMITED BY SIZE
                  ' MIN.LIQ  MIN.FAC       IMPORTE LIQ '
                  DELIMITED BY SIZE
                  '      IMPORTE FAC  DIF % TOL % ESTADO'
                  DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.

       0320-LEE-FACTURA.
           READ FACT-CARRIERS
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               ADD 1 TO WS-CTL-FACTURAS
               PERFORM 0350-CONCILIA-FACTURA
           END-READ.

       0350-CONCILIA-FACTURA.
           PERFORM 0400-BUSCA-CARRIER.
           PERFORM 0420-BUSCA-LIQUIDACION.
           PERFORM 0450-CALCULA-DIFERENCIAS.
           MOVE 'A' TO WS-APR-ESTADO-BUS.
           PERFORM 0480-BUSCA-APROBADA.
           IF WS-APR-ENCONTRADA = 'Y'
             MOVE 'Y' TO WS-ESTADO
             MOVE 'YA APROBADA' TO WS-TEXTO-ESTADO
             ADD 1 TO WS-CTL-YA-APROBADAS
             DISPLAY 'FACTURA YA APROBADA ' FCA-CARRIER ' '
                     FCA-PERIODO ' ' FCA-MONEDA ' - NO SE CONTABILIZA'
           ELSE
             IF WS-LQT-ENCONTRADO NOT = 'Y'
               MOVE 'D' TO WS-ESTADO
               MOVE 'SIN LIQUIDACION PROPIA' TO WS-MOTIVO
             ELSE
               IF WS-PCT-IMP > WS-TOLERANCIA
                 MOVE 'D' TO WS-ESTADO
                 MOVE 'DIFERENCIA DE IMPORTE' TO WS-MOTIVO
               ELSE
                 IF WS-PCT-MIN > WS-TOLERANCIA
                   MOVE 'D' TO WS-ESTADO
                   MOVE 'DIFERENCIA DE MINUTOS' TO WS-MOTIVO
                 ELSE
                   IF WS-PCT-LLA > WS-TOLERANCIA
                     MOVE 'D' TO WS-ESTADO
                     MOVE 'DIFERENCIA DE LLAMADAS' TO WS-MOTIVO
                   ELSE
                     MOVE 'A' TO WS-ESTADO
                     MOVE SPACES TO WS-MOTIVO
                   END-IF
                 END-IF
               END-IF
             END-IF
             IF WS-ESTADO = 'D'
               MOVE 'D' TO WS-APR-ESTADO-BUS
               PERFORM 0480-BUSCA-APROBADA
             END-IF
             IF WS-ESTADO = 'A'
               MOVE 'APROBADA' TO WS-TEXTO-ESTADO
               ADD 1 TO WS-CTL-APROBADAS
               ADD FCA-IMPORTE TO WS-CTL-IMP-APROBADO
               PERFORM 0500-CONTABILIZA-PAGO
               PERFORM 0560-GRABA-CONCILIACION
             ELSE
               IF WS-APR-ENCONTRADA = 'Y'
                 MOVE 'YA DISPUTADA' TO WS-TEXTO-ESTADO
                 ADD 1 TO WS-CTL-YA-DISPUTADAS
                 DISPLAY 'FACTURA YA DISPUTADA ' FCA-CARRIER ' '
                         FCA-PERIODO ' ' FCA-MONEDA
                         ' - NO SE REGRABA LA DISPUTA'
               ELSE
                 MOVE 'DISPUTADA' TO WS-TEXTO-ESTADO
                 ADD 1 TO WS-CTL-DISPUTADAS
                 ADD FCA-IMPORTE TO WS-CTL-IMP-RETENIDO
                 PERFORM 0550-GRABA-DISPUTA
                 PERFORM 0560-GRABA-CONCILIACION
               END-IF
             END-IF
           END-IF.
           PERFORM 0580-LINEA-FACTURA.

       0400-BUSCA-CARRIER.
           MOVE 'N' TO WS-CRT-ENCONTRADO.
           MOVE 1   TO WS-CRT-IDX.
           PERFORM 0410-CHEQUEA-CARRIER
             UNTIL WS-CRT-IDX > WS-CRT-CNT
                OR WS-CRT-ENCONTRADO = 'Y'.
           IF WS-CRT-ENCONTRADO = 'Y'
             MOVE WS-CRT-NOM(WS-CRT-IDX) TO WS-CARRIER-NOM
             MOVE WS-CRT-TOL(WS-CRT-IDX) TO WS-TOLERANCIA
           ELSE
             MOVE 'CARRIER DESCONOCIDO' TO WS-CARRIER-NOM
             MOVE 0 TO WS-TOLERANCIA
             DISPLAY 'CARRIER NO ENCONTRADO EN CARRIERS.DAT '
                     FCA-CARRIER ' - TOLERANCIA CERO'
           END-IF.

       0410-CHEQUEA-CARRIER.
           IF WS-CRT-ID(WS-CRT-IDX) = FCA-CARRIER
             MOVE 'Y' TO WS-CRT-ENCONTRADO
           ELSE
             ADD 1 TO WS-CRT-IDX
           END-IF.

       0420-BUSCA-LIQUIDACION.
           MOVE 'N' TO WS-LQT-ENCONTRADO.
           MOVE 1   TO WS-LQT-IDX.
           PERFORM 0430-CHEQUEA-LIQUIDACION
             UNTIL WS-LQT-IDX > WS-LQT-CNT
                OR WS-LQT-ENCONTRADO = 'Y'.
           IF WS-LQT-ENCONTRADO = 'Y'
             MOVE 'Y' TO WS-LQT-USADA(WS-LQT-IDX)
             MOVE WS-LQT-LLAMADAS(WS-LQT-IDX) TO WS-LLA-LIQ
             MOVE WS-LQT-MINUTOS(WS-LQT-IDX)  TO WS-MIN-LIQ
             MOVE WS-LQT-IMP(WS-LQT-IDX)      TO WS-IMP-LIQ
           ELSE
             MOVE 0 TO WS-LLA-LIQ
             MOVE 0 TO WS-MIN-LIQ
             MOVE 0 TO WS-IMP-LIQ
           END-IF.

       0430-CHEQUEA-LIQUIDACION.
           IF WS-LQT-ID(WS-LQT-IDX)      = FCA-CARRIER AND
              WS-LQT-PERIODO(WS-LQT-IDX) = FCA-PERIODO AND
              WS-LQT-MON(WS-LQT-IDX)     = FCA-MONEDA
             MOVE 'Y' TO WS-LQT-ENCONTRADO
           ELSE
             ADD 1 TO WS-LQT-IDX
           END-IF.

       0450-CALCULA-DIFERENCIAS.
           IF FCA-LLAMADAS < WS-LLA-LIQ
             COMPUTE WS-DIF-LLA = WS-LLA-LIQ - FCA-LLAMADAS
           ELSE
             COMPUTE WS-DIF-LLA = FCA-LLAMADAS - WS-LLA-LIQ
           END-IF.
           IF FCA-MINUTOS < WS-MIN-LIQ
             COMPUTE WS-DIF-MIN = WS-MIN-LIQ - FCA-MINUTOS
           ELSE
             COMPUTE WS-DIF-MIN = FCA-MINUTOS - WS-MIN-LIQ
           END-IF.
           IF FCA-IMPORTE < WS-IMP-LIQ
             COMPUTE WS-DIF-IMP = WS-IMP-LIQ - FCA-IMPORTE
             MOVE '-' TO WS-SIGNO-DIF
           ELSE
             COMPUTE WS-DIF-IMP = FCA-IMPORTE - WS-IMP-LIQ
             MOVE '+' TO WS-SIGNO-DIF
           END-IF.
           MOVE 0 TO WS-PCT-LLA.
           IF WS-DIF-LLA > 0
             IF WS-LLA-LIQ = 0
               MOVE 999.99 TO WS-PCT-LLA
             ELSE
               COMPUTE WS-PCT-LLA ROUNDED =
                 WS-DIF-LLA * 100 / WS-LLA-LIQ
                 ON SIZE ERROR MOVE 999.99 TO WS-PCT-LLA
               END-COMPUTE
             END-IF
           END-IF.
           MOVE 0 TO WS-PCT-MIN.
           IF WS-DIF-MIN > 0
             IF WS-MIN-LIQ = 0
               MOVE 999.99 TO WS-PCT-MIN
             ELSE
               COMPUTE WS-PCT-MIN ROUNDED =
                 WS-DIF-MIN * 100 / WS-MIN-LIQ
                 ON SIZE ERROR MOVE 999.99 TO WS-PCT-MIN
               END-COMPUTE
             END-IF
           END-IF.
           MOVE 0 TO WS-PCT-IMP.
           IF WS-DIF-IMP > 0
             IF WS-IMP-LIQ = 0
               MOVE 999.99 TO WS-PCT-IMP
             ELSE
               COMPUTE WS-PCT-IMP ROUNDED =
                 WS-DIF-IMP * 100 / WS-IMP-LIQ
                 ON SIZE ERROR MOVE 999.99 TO WS-PCT-IMP
               END-COMPUTE
             END-IF
           END-IF.

       0480-BUSCA-APROBADA.
           MOVE 'N' TO WS-APR-ENCONTRADA.
           MOVE 1   TO WS-APR-IDX.
           PERFORM 0490-CHEQUEA-APROBADA
             UNTIL WS-APR-IDX > WS-APR-CNT
                OR WS-APR-ENCONTRADA = 'Y'.

       0490-CHEQUEA-APROBADA.
           IF WS-APR-CARRIER(WS-APR-IDX) = FCA-CARRIER AND
              WS-APR-PERIODO(WS-APR-IDX) = FCA-PERIODO AND
              WS-APR-MONEDA(WS-APR-IDX)  = FCA-MONEDA  AND
              WS-APR-ESTADO(WS-APR-IDX)  = WS-APR-ESTADO-BUS
             MOVE 'Y' TO WS-APR-ENCONTRADA
           ELSE
             ADD 1 TO WS-APR-IDX
           END-IF.

       0500-CONTABILIZA-PAGO.
           IF FCA-IMPORTE > 0
             MOVE FCA-PERIODO TO WS-ASI-PERIODO
             MOVE '60700000'  TO WS-ASI-CUENTA
             MOVE SPACES TO WS-ASI-DESC
             STRING 'INTERCONEXION ' DELIMITED BY SIZE
                    FCA-CARRIER DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FCA-PERIODO DELIMITED BY SIZE
               INTO WS-ASI-DESC
             MOVE 'D' TO WS-ASI-DH
             MOVE FCA-IMPORTE TO WS-ASI-IMPORTE
             MOVE FCA-MONEDA  TO WS-ASI-MONEDA
             PERFORM 0520-GRABA-ASIENTO
             MOVE '41000000'  TO WS-ASI-CUENTA
             MOVE SPACES TO WS-ASI-DESC
             STRING 'ACREEDOR CARRIER ' DELIMITED BY SIZE
                    FCA-CARRIER DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    FCA-FACTURA DELIMITED BY SIZE
               INTO WS-ASI-DESC
             MOVE 'H' TO WS-ASI-DH
             PERFORM 0520-GRABA-ASIENTO
           END-IF.

       0520-GRABA-ASIENTO.
           MOVE WS-ASI-MONEDA TO WS-TASA-MON.
           PERFORM 0190-RESUELVE-TASA.
           COMPUTE WS-ASI-IMPORTE-EUR ROUNDED =
             WS-ASI-IMPORTE * WS-TASA-ACT.
           WRITE REGISTRO-ASIENTO FROM WS-ASIENTO.
           ADD 1 TO WS-CTL-ASIENTOS.

       0550-GRABA-DISPUTA.
           MOVE FCA-CARRIER  TO DCA-CARRIER.
           MOVE FCA-PERIODO  TO DCA-PERIODO.
           MOVE FCA-MONEDA   TO DCA-MONEDA.
           MOVE FCA-FACTURA  TO DCA-FACTURA.
           MOVE WS-LLA-LIQ   TO DCA-LLA-LIQ.
           MOVE FCA-LLAMADAS TO DCA-LLA-FAC.
           MOVE WS-MIN-LIQ   TO DCA-MIN-LIQ.
           MOVE FCA-MINUTOS  TO DCA-MIN-FAC.
           MOVE WS-IMP-LIQ   TO DCA-IMP-LIQ.
           MOVE FCA-IMPORTE  TO DCA-IMP-FAC.
           MOVE WS-SIGNO-DIF TO DCA-SIGNO.
           MOVE WS-DIF-IMP   TO DCA-DIFERENCIA.
           MOVE WS-MOTIVO    TO DCA-MOTIVO.
           MOVE WS-FSIS-NUM  TO DCA-FECHA.
           WRITE REGISTRO-DISPUTA-CAR.
           DISPLAY 'FACTURA DISPUTADA ' FCA-CARRIER ' ' FCA-PERIODO
                   ' ' FCA-MONEDA ' - ' WS-MOTIVO.

       0560-GRABA-CONCILIACION.
           MOVE FCA-CARRIER  TO CNC-CARRIER.
           MOVE FCA-PERIODO  TO CNC-PERIODO.
           MOVE FCA-MONEDA   TO CNC-MONEDA.
           MOVE FCA-FACTURA  TO CNC-FACTURA.
           MOVE WS-IMP-LIQ   TO CNC-IMP-LIQ.
           MOVE FCA-IMPORTE  TO CNC-IMP-FAC.
           MOVE WS-PCT-IMP   TO CNC-PCT-DIF.
           MOVE WS-ESTADO    TO CNC-ESTADO.
           MOVE WS-FSIS-NUM  TO CNC-FECHA.
           WRITE REGISTRO-CONCILIACION.

       0580-LINEA-FACTURA.
           MOVE WS-LLA-LIQ    TO WS-LLA-ED.
           MOVE FCA-LLAMADAS  TO WS-LLA-ED2.
           MOVE WS-MIN-LIQ    TO WS-MIN-ED.
           MOVE FCA-MINUTOS   TO WS-MIN-ED2.
           MOVE WS-IMP-LIQ    TO WS-IMP-ED.
           MOVE FCA-IMPORTE   TO WS-IMP-ED2.
           MOVE WS-PCT-IMP    TO WS-PCT-ED.
           MOVE WS-TOLERANCIA TO WS-TOL-ED.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING FCA-CARRIER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FCA-PERIODO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  FCA-MONEDA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LLA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-LLA-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MIN-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-MIN-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IMP-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IMP-ED2 DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-PCT-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TOL-ED DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-TEXTO-ESTADO DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           IF WS-ESTADO = 'D'
             MOVE SPACES TO LINEA-RESUMEN
             STRING '      MOTIVO: ' DELIMITED BY SIZE
                    WS-MOTIVO DELIMITED BY SIZE
               INTO LINEA-RESUMEN
             WRITE LINEA-RESUMEN
           END-IF.

       0600-LIQUIDACION-SIN-FACTURA.
           IF WS-LQT-USADA(WS-LQT-IDX) NOT = 'Y'
             ADD 1 TO WS-CTL-SIN-FACTURA
             MOVE WS-LQT-LLAMADAS(WS-LQT-IDX) TO WS-LLA-ED
             MOVE WS-LQT-MINUTOS(WS-LQT-IDX)  TO WS-MIN-ED
             MOVE WS-LQT-IMP(WS-LQT-IDX)      TO WS-IMP-ED
             MOVE SPACES TO LINEA-RESUMEN
             STRING WS-LQT-ID(WS-LQT-IDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-LQT-PERIODO(WS-LQT-IDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-LQT-MON(WS-LQT-IDX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-LLA-ED DELIMITED BY SIZE
                    '          ' DELIMITED BY SIZE
                    WS-MIN-ED DELIMITED BY SIZE
                    '          ' DELIMITED BY SIZE
                    WS-IMP-ED DELIMITED BY SIZE
                    '  PENDIENTE DE FACTURA DEL CARRIER'
                    DELIMITED BY SIZE
               INTO LINEA-RESUMEN
             WRITE LINEA-RESUMEN
           END-IF.
           ADD 1 TO WS-LQT-IDX.

       0700-PIE-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE WS-CTL-IMP-APROBADO TO WS-TOT-ED.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING 'FACTURAS APROBADAS PARA PAGO : ' DELIMITED BY SIZE
                  WS-CTL-APROBADAS DELIMITED BY SIZE
                  '  IMPORTE: ' DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE WS-CTL-IMP-RETENIDO TO WS-TOT-ED.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING 'FACTURAS DISPUTADAS (RETENER): ' DELIMITED BY SIZE
                  WS-CTL-DISPUTADAS DELIMITED BY SIZE
                  '  IMPORTE: ' DELIMITED BY SIZE
                  WS-TOT-ED DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.
           MOVE SPACES TO LINEA-RESUMEN.
           STRING 'LIQUIDACIONES SIN FACTURA    : ' DELIMITED BY SIZE
                  WS-CTL-SIN-FACTURA DELIMITED BY SIZE
             INTO LINEA-RESUMEN.
           WRITE LINEA-RESUMEN.

       0900-RESUMEN.
           DISPLAY 'FACTURAS CARRIER LEIDAS : ' WS-CTL-FACTURAS.
           DISPLAY 'APROBADAS PARA PAGO     : ' WS-CTL-APROBADAS.
           DISPLAY 'DISPUTADAS              : ' WS-CTL-DISPUTADAS.
           DISPLAY 'YA APROBADAS ANTES      : ' WS-CTL-YA-APROBADAS.
           DISPLAY 'YA DISPUTADAS ANTES     : ' WS-CTL-YA-DISPUTADAS.
           DISPLAY 'LIQUIDACIONES SIN FACT. : ' WS-CTL-SIN-FACTURA.
           DISPLAY 'ASIENTOS GRABADOS       : ' WS-CTL-ASIENTOS.
           MOVE WS-CTL-IMP-APROBADO TO WS-TOT-ED.
           DISPLAY 'IMPORTE APROBADO        : ' WS-TOT-ED.
           MOVE WS-CTL-IMP-RETENIDO TO WS-TOT-ED.
           DISPLAY 'IMPORTE RETENIDO        : ' WS-TOT-ED.

       END PROGRAM CONC001.
