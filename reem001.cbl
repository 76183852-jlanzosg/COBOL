      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   REFUND RUN FOR CLIENT CREDIT BALANCES
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REEM001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT REEMB-PARAM ASSIGN TO "data/REEMB_PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMP-STATUS.

        SELECT REEMB-SOLIC ASSIGN TO "data/REEMB_SOLICITUDES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOL-STATUS.

        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT PAGOS-I ASSIGN TO "data/PAGOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PGI-CLAVE
               FILE STATUS IS WS-PGI-STATUS.

        SELECT AJUSTES ASSIGN TO "data/AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.

        SELECT AJUSTES-TMP ASSIGN TO "data/AJUSTES_TMP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT PAGOS ASSIGN TO "data/PAGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAG-STATUS.

        SELECT ASIENTOS ASSIGN TO "data/ASIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ASI-STATUS.

        SELECT CAMBIOS ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

        SELECT REEMBOLSOS-I ASSIGN TO "data/REEMBOLSOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RBI-REFERENCIA
               FILE STATUS IS WS-RBI-STATUS.

        SELECT TRANSFERENCIAS ASSIGN TO "data/TRANSFERENCIAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT REEMBOLSOS ASSIGN TO "data/REEMBOLSOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REEMB-PARAM.
       01  REGISTRO-REEMB-PARAM.
           02  RMP-IMPORTE-MIN  PIC 9(8)V99.

       FD  REEMB-SOLIC.
       01  REGISTRO-SOLICITUD.
           02  SOL-CLIENTE-ID   PIC X(5).
           02  SOL-MONEDA       PIC X(3).

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

       FD  PAGOS-I.
       01  PAGO-I.
           02  PGI-CLAVE.
               03  PGI-CLIENTE-ID PIC X(5).
               03  PGI-MONEDA     PIC X(3).
           02  PGI-IMPORTE      PIC 9(10)V99.

       FD  AJUSTES.
       01  REGISTRO-AJUSTE.
           02  AJU-CLIENTE-ID   PIC X(5).
           02  AJU-TARIFA-ID    PIC X(5).
           02  AJU-CONCEPTO     PIC X(30).
           02  AJU-SIGNO        PIC X(1).
           02  AJU-IMPORTE      PIC 9(8)V99.
           02  AJU-MONEDA       PIC X(3).

       FD  AJUSTES-TMP.
       01  AJUSTE-TMP-REG       PIC X(54).

       FD  PAGOS.
       01  REGISTRO-PAGO.
           02  PAG-CLIENTE-ID   PIC X(5).
           02  PAG-FECHA        PIC 9(8).
           02  PAG-IMPORTE      PIC 9(8)V99.
           02  PAG-MONEDA       PIC X(3).
           02  PAG-REFERENCIA   PIC X(12).
           02  PAG-TIPO         PIC X(1).

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

       FD  TRANSFERENCIAS.
       01  REGISTRO-TRANSFERENCIA.
           02  TRF-REFERENCIA   PIC X(12).
           02  TRF-CLIENTE-ID   PIC X(5).
           02  TRF-NOMBRE       PIC X(16).
           02  TRF-CUENTA       PIC X(30).
           02  TRF-IMPORTE      PIC 9(10)V99.
           02  TRF-MONEDA       PIC X(3).
           02  TRF-CONCEPTO     PIC X(30).

       FD  REEMBOLSOS.
       01  LINEA-REEMBOLSO      PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RMP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-SOL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PGI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PAG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-ASI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RBI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PGI-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-AJU-PRESENTE      PIC X(1) VALUE 'N'.

       01  WS-IMPORTE-MIN       PIC 9(8)V99 VALUE 0.
       01  WS-CONCEPTO-SALDO    PIC X(30)
                                VALUE 'SALDO A FAVOR ANTERIOR'.

       01  WS-FECHA-SISTEMA.
           02  WS-FSIS-YYYY  PIC 9(4).
           02  WS-FSIS-MM    PIC 9(2).
           02  WS-FSIS-DD    PIC 9(2).
       01  WS-FSIS-NUM REDEFINES WS-FECHA-SISTEMA PIC 9(8).
       01  WS-PERIODO-ACT       PIC X(6) VALUE SPACES.

       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-ID   PIC X(5).
           02  WS-CLIENTE-I-NOM  PIC X(16).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).
       01  WS-CLI-ENCONTRADO    PIC X(1) VALUE 'N'.

       01  WS-PAGO-I.
           02  WS-PGI-CLIENTE-ID PIC X(5).
           02  WS-PGI-MONEDA     PIC X(3).
           02  WS-PGI-IMPORTE    PIC 9(10)V99.
       01  WS-PGI-EOF           PIC X(1) VALUE 'N'.

       01  WS-AJUSTE.
           02  WS-AJU-CLIENTE-ID PIC X(5).
           02  WS-AJU-TARIFA-ID  PIC X(5).
           02  WS-AJU-CONCEPTO   PIC X(30).
           02  WS-AJU-SIGNO      PIC X(1).
           02  WS-AJU-IMPORTE    PIC 9(8)V99.
           02  WS-AJU-MONEDA     PIC X(3).
       01  WS-AJU-EOF           PIC X(1) VALUE 'N'.

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
       01  WS-RBI-EOF           PIC X(1) VALUE 'N'.

       01  WS-REFERENCIA        PIC X(12) VALUE SPACES.
       01  WS-REF-PARTES REDEFINES WS-REFERENCIA.
           02  WS-REF-LETRA     PIC X(1).
           02  WS-REF-FECHA     PIC 9(8).
           02  WS-REF-SEQ       PIC 9(3).
       01  WS-ULT-SEQ           PIC 9(3) VALUE 0.

       01  WS-SOL-EOF           PIC X(1) VALUE 'N'.
       01  WS-SOL-MAX           PIC 9(3) VALUE 200.
       01  WS-SOL-CNT           PIC 9(3) VALUE 0.
       01  WS-SOL-IDX           PIC 9(3) VALUE 0.
       01  WS-SOL-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-SOL-DESBORDE      PIC X(1) VALUE 'N'.
       01  WS-SOL-MARCA         PIC X(1) VALUE SPACE.
       01  WS-SOL-TABLA.
           02  WS-SOL OCCURS 200 TIMES.
               03  WS-SOL-CLI      PIC X(5).
               03  WS-SOL-MON      PIC X(3).
               03  WS-SOL-ATENDIDA PIC X(1).

       01  WS-SAL-MAX           PIC 9(3) VALUE 500.
       01  WS-SAL-CNT           PIC 9(3) VALUE 0.
       01  WS-SAL-IDX           PIC 9(3) VALUE 0.
       01  WS-SAL-ENCONTRADO    PIC X(1) VALUE 'N'.
       01  WS-SAL-BUSCA-CLI     PIC X(5) VALUE SPACES.
       01  WS-SAL-BUSCA-MON     PIC X(3) VALUE SPACES.
       01  WS-SAL-TABLA.
           02  WS-SAL OCCURS 500 TIMES.
               03  WS-SAL-CLI       PIC X(5).
               03  WS-SAL-MON       PIC X(3).
               03  WS-SAL-PAGOS     PIC 9(10)V99.
               03  WS-SAL-AJUSTES   PIC 9(10)V99.
               03  WS-SAL-REEMB     PIC X(1).

       01  WS-TOTAL-SALDO       PIC 9(10)V99 VALUE 0.
       01  WS-MOTIVO            PIC X(1) VALUE SPACE.
       01  WS-ESTADO-TXT        PIC X(30) VALUE SPACES.

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

       01  WS-CTL-SALDOS        PIC 9(8) VALUE 0.
       01  WS-CTL-REEMBOLSOS    PIC 9(8) VALUE 0.
       01  WS-CTL-BAJO-MINIMO   PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-SOLICITUD PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-CUENTA    PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-CLIENTE   PIC 9(8) VALUE 0.
       01  WS-CTL-SOL-SIN-SALDO PIC 9(8) VALUE 0.
       01  WS-CTL-SOL-PENDIENTE PIC 9(8) VALUE 0.
       01  WS-CTL-AJU-RETIRADOS PIC 9(8) VALUE 0.
       01  WS-CTL-ASIENTOS      PIC 9(8) VALUE 0.
       01  WS-CTL-IMPORTE       PIC 9(12)V99 VALUE 0.
       01  WS-IMP-ED            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED1           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED2           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED3           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "REEM001 - Reembolso de saldos a favor"
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CARGA-SALDOS.
           PERFORM 0400-PROCESA-SALDOS.
           IF WS-AJU-PRESENTE = 'Y'
             PERFORM 0600-REESCRIBE-AJUSTES
           END-IF.
           PERFORM 0700-SOLICITUDES-PENDIENTES.
           PERFORM 0800-FINALIZAR.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA(1:6) TO WS-PERIODO-ACT.
           PERFORM 0110-LEE-PARAM.
           PERFORM 0120-CARGA-SOLICITUDES.
           PERFORM 0170-CARGA-CAMBIOS.
           OPEN INPUT CLIENTES-I.
           OPEN I-O REEMBOLSOS-I.
           IF WS-RBI-STATUS NOT = '00'
             OPEN OUTPUT REEMBOLSOS-I
             CLOSE REEMBOLSOS-I
             OPEN I-O REEMBOLSOS-I
           END-IF.
           PERFORM 0150-ULTIMA-REFERENCIA.
           OPEN EXTEND PAGOS.
           IF WS-PAG-STATUS NOT = '00'
             OPEN OUTPUT PAGOS
           END-IF.
           OPEN EXTEND ASIENTOS.
           IF WS-ASI-STATUS NOT = '00'
             OPEN OUTPUT ASIENTOS
           END-IF.
           OPEN OUTPUT TRANSFERENCIAS.
           OPEN OUTPUT REEMBOLSOS.
           MOVE SPACES TO LINEA-REEMBOLSO.
           STRING 'REEMBOLSOS DE SALDOS A FAVOR - FECHA '
                  DELIMITED BY SIZE
                  WS-FSIS-DD '/' WS-FSIS-MM '/' WS-FSIS-YYYY
                  DELIMITED BY SIZE
             INTO LINEA-REEMBOLSO.
           WRITE LINEA-REEMBOLSO.
           MOVE SPACES TO LINEA-REEMBOLSO.
           WRITE LINEA-REEMBOLSO.
           MOVE SPACES TO LINEA-REEMBOLSO.
           STRING 'CLIENTE MON    PAGOS EXCESO   SALDO AJUSTES'
                  DELIMITED BY SIZE
                  '           TOTAL REFERENCIA   SITUACION'
                  DELIMITED BY SIZE
             INTO LINEA-REEMBOLSO.
           WRITE LINEA-REEMBOLSO.

       0110-LEE-PARAM.
           OPEN INPUT REEMB-PARAM.
           IF WS-RMP-STATUS = '00'
             READ REEMB-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 IF RMP-IMPORTE-MIN IS NUMERIC
                   MOVE RMP-IMPORTE-MIN TO WS-IMPORTE-MIN
                 END-IF
             END-READ
             CLOSE REEMB-PARAM
           ELSE
             DISPLAY 'SIN REEMB_PARAM.DAT - IMPORTE MINIMO 0'
           END-IF.
           MOVE WS-IMPORTE-MIN TO WS-IMP-ED.
           DISPLAY 'IMPORTE MINIMO A REEMBOLSAR: ' WS-IMP-ED.

       0120-CARGA-SOLICITUDES.
           MOVE 0 TO WS-SOL-CNT.
           MOVE 'N' TO WS-SOL-EOF.
           OPEN INPUT REEMB-SOLIC.
           IF WS-SOL-STATUS = '00'
             PERFORM 0130-LEE-SOLICITUD UNTIL WS-SOL-EOF = 'Y'
             CLOSE REEMB-SOLIC
           ELSE
             DISPLAY 'SIN REEMB_SOLICITUDES.DAT - SOLO CLIENTES DE BAJA'
           END-IF.

       0130-LEE-SOLICITUD.
           READ REEMB-SOLIC
             AT END
               MOVE 'Y' TO WS-SOL-EOF
             NOT AT END
               IF SOL-CLIENTE-ID NOT = SPACES
                 IF WS-SOL-CNT < WS-SOL-MAX
                   ADD 1 TO WS-SOL-CNT
                   MOVE SOL-CLIENTE-ID TO WS-SOL-CLI(WS-SOL-CNT)
                   MOVE SOL-MONEDA     TO WS-SOL-MON(WS-SOL-CNT)
                   MOVE 'N'            TO WS-SOL-ATENDIDA(WS-SOL-CNT)
                 ELSE
                   MOVE 'Y' TO WS-SOL-DESBORDE
                   DISPLAY 'TABLA DE SOLICITUDES LLENA - IGNORADA '
                           SOL-CLIENTE-ID
                 END-IF
               END-IF
           END-READ.

       0150-ULTIMA-REFERENCIA.
           MOVE 0 TO WS-ULT-SEQ.
           MOVE 'T'         TO WS-REF-LETRA.
           MOVE WS-FSIS-NUM TO WS-REF-FECHA.
           MOVE 0           TO WS-REF-SEQ.
           MOVE WS-REFERENCIA TO RBI-REFERENCIA.
           MOVE 'N' TO WS-RBI-EOF.
           START REEMBOLSOS-I KEY IS NOT LESS THAN RBI-REFERENCIA
             INVALID KEY MOVE 'Y' TO WS-RBI-EOF
           END-START.
           PERFORM 0160-LEE-REFERENCIA UNTIL WS-RBI-EOF = 'Y'.

       0160-LEE-REFERENCIA.
           READ REEMBOLSOS-I NEXT RECORD INTO WS-REEMBOLSO-I
             AT END
               MOVE 'Y' TO WS-RBI-EOF
             NOT AT END
               IF WS-RBI-REFERENCIA(1:9) = WS-REFERENCIA(1:9)
                 IF WS-RBI-REFERENCIA(10:3) IS NUMERIC
                   MOVE WS-RBI-REFERENCIA(10:3) TO WS-ULT-SEQ
                 END-IF
               ELSE
                 MOVE 'Y' TO WS-RBI-EOF
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

       0200-CARGA-SALDOS.
           MOVE 0 TO WS-SAL-CNT.
           OPEN I-O PAGOS-I.
           IF WS-PGI-STATUS = '00'
             MOVE 'Y' TO WS-PGI-PRESENTE
             MOVE 'N' TO WS-PGI-EOF
             MOVE LOW-VALUES TO PGI-CLAVE
             START PAGOS-I KEY IS NOT LESS THAN PGI-CLAVE
               INVALID KEY MOVE 'Y' TO WS-PGI-EOF
             END-START
             PERFORM 0210-LEE-PAGO-I UNTIL WS-PGI-EOF = 'Y'
           ELSE
             DISPLAY 'SIN PAGOS_I.DAT - SIN PAGOS EN EXCESO, '
                     'EJECUTAR PAGO001'
           END-IF.
           MOVE 'N' TO WS-AJU-EOF.
           OPEN INPUT AJUSTES.
           IF WS-AJU-STATUS = '00'
             MOVE 'Y' TO WS-AJU-PRESENTE
             PERFORM 0250-LEE-AJUSTE UNTIL WS-AJU-EOF = 'Y'
             CLOSE AJUSTES
           ELSE
             DISPLAY 'SIN AJUSTES.DAT - SIN SALDOS A FAVOR ARRASTRADOS'
           END-IF.

       0210-LEE-PAGO-I.
           READ PAGOS-I NEXT RECORD INTO WS-PAGO-I
             AT END
               MOVE 'Y' TO WS-PGI-EOF
             NOT AT END
               IF WS-PGI-IMPORTE > 0
                 MOVE WS-PGI-CLIENTE-ID TO WS-SAL-BUSCA-CLI
                 MOVE WS-PGI-MONEDA     TO WS-SAL-BUSCA-MON
                 PERFORM 0300-LOCALIZA-SALDO
                 IF WS-SAL-ENCONTRADO = 'Y'
                   ADD WS-PGI-IMPORTE TO WS-SAL-PAGOS(WS-SAL-IDX)
                 END-IF
               END-IF
           END-READ.

       0250-LEE-AJUSTE.
           READ AJUSTES INTO WS-AJUSTE
             AT END
               MOVE 'Y' TO WS-AJU-EOF
             NOT AT END
               IF WS-AJU-CONCEPTO = WS-CONCEPTO-SALDO
                  AND WS-AJU-SIGNO = '-'
                 MOVE WS-AJU-CLIENTE-ID TO WS-SAL-BUSCA-CLI
                 MOVE WS-AJU-MONEDA     TO WS-SAL-BUSCA-MON
                 PERFORM 0300-LOCALIZA-SALDO
                 IF WS-SAL-ENCONTRADO = 'Y'
                   ADD WS-AJU-IMPORTE TO WS-SAL-AJUSTES(WS-SAL-IDX)
                 END-IF
               END-IF
           END-READ.

       0300-LOCALIZA-SALDO.
           MOVE 'N' TO WS-SAL-ENCONTRADO.
           MOVE 1 TO WS-SAL-IDX.
           PERFORM 0310-BUSCA-SALDO
             UNTIL WS-SAL-IDX > WS-SAL-CNT
                OR WS-SAL-ENCONTRADO = 'Y'.
           IF WS-SAL-ENCONTRADO NOT = 'Y'
             IF WS-SAL-CNT < WS-SAL-MAX
               ADD 1 TO WS-SAL-CNT
               MOVE WS-SAL-CNT TO WS-SAL-IDX
               MOVE WS-SAL-BUSCA-CLI TO WS-SAL-CLI(WS-SAL-IDX)
               MOVE WS-SAL-BUSCA-MON TO WS-SAL-MON(WS-SAL-IDX)
               MOVE 0   TO WS-SAL-PAGOS(WS-SAL-IDX)
               MOVE 0   TO WS-SAL-AJUSTES(WS-SAL-IDX)
               MOVE 'N' TO WS-SAL-REEMB(WS-SAL-IDX)
               MOVE 'Y' TO WS-SAL-ENCONTRADO
             ELSE
               DISPLAY 'TABLA DE SALDOS LLENA - IGNORADO '
                       WS-SAL-BUSCA-CLI ' ' WS-SAL-BUSCA-MON
             END-IF
           END-IF.

       0310-BUSCA-SALDO.
           IF WS-SAL-CLI(WS-SAL-IDX) = WS-SAL-BUSCA-CLI
              AND WS-SAL-MON(WS-SAL-IDX) = WS-SAL-BUSCA-MON
             MOVE 'Y' TO WS-SAL-ENCONTRADO
           ELSE
             ADD 1 TO WS-SAL-IDX
           END-IF.

       0400-PROCESA-SALDOS.
           MOVE 1 TO WS-SAL-IDX.
           PERFORM 0410-PROCESA-SALDO UNTIL WS-SAL-IDX > WS-SAL-CNT.

       0410-PROCESA-SALDO.
           ADD 1 TO WS-CTL-SALDOS.
           COMPUTE WS-TOTAL-SALDO = WS-SAL-PAGOS(WS-SAL-IDX)
                                  + WS-SAL-AJUSTES(WS-SAL-IDX).
           MOVE SPACES TO WS-REFERENCIA.
           PERFORM 0420-BUSCA-CLIENTE.
           PERFORM 0430-BUSCA-SOLICITUD.
           IF WS-CLI-ENCONTRADO NOT = 'Y'
             ADD 1 TO WS-CTL-SIN-CLIENTE
             MOVE 'CLIENTE NO ENCONTRADO' TO WS-ESTADO-TXT
           ELSE
             IF WS-CLIENTE-I-EST = 'B'
               MOVE 'B' TO WS-MOTIVO
             ELSE
               IF WS-SOL-ENCONTRADA = 'Y'
                 MOVE 'S' TO WS-MOTIVO
               ELSE
                 MOVE SPACE TO WS-MOTIVO
               END-IF
             END-IF
             IF WS-MOTIVO = SPACE
               ADD 1 TO WS-CTL-SIN-SOLICITUD
               MOVE 'ACTIVO SIN SOLICITUD' TO WS-ESTADO-TXT
             ELSE
               IF WS-TOTAL-SALDO NOT > WS-IMPORTE-MIN
                 ADD 1 TO WS-CTL-BAJO-MINIMO
                 MOVE 'NO SUPERA EL MINIMO' TO WS-ESTADO-TXT
               ELSE
                 IF WS-CLIENTE-I-CUE = SPACES
                   ADD 1 TO WS-CTL-SIN-CUENTA
                   MOVE 'SIN CUENTA BANCARIA' TO WS-ESTADO-TXT
                   DISPLAY 'CLIENTE ' WS-SAL-CLI(WS-SAL-IDX)
                           ' SIN CUENTA BANCARIA - NO REEMBOLSADO'
                 ELSE
                   PERFORM 0500-EMITE-REEMBOLSO
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-SOL-ENCONTRADA = 'Y'
             IF WS-SAL-REEMB(WS-SAL-IDX) = 'Y'
               MOVE 'Y' TO WS-SOL-MARCA
             ELSE
               MOVE 'P' TO WS-SOL-MARCA
             END-IF
             MOVE 1 TO WS-SOL-IDX
             PERFORM 0450-MARCA-SOLICITUD UNTIL WS-SOL-IDX > WS-SOL-CNT
           END-IF.
           PERFORM 0480-LINEA-REEMBOLSO.
           ADD 1 TO WS-SAL-IDX.

       0420-BUSCA-CLIENTE.
           MOVE 'N' TO WS-CLI-ENCONTRADO.
           MOVE SPACES TO WS-CLIENTE-I.
           MOVE WS-SAL-CLI(WS-SAL-IDX) TO CLIENTE-I-ID.
           READ CLIENTES-I INTO WS-CLIENTE-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               DISPLAY 'CLIENTE NO ENCONTRADO ' WS-SAL-CLI(WS-SAL-IDX)
             NOT INVALID KEY
               MOVE 'Y' TO WS-CLI-ENCONTRADO
           END-READ.

       0430-BUSCA-SOLICITUD.
           MOVE 'N' TO WS-SOL-ENCONTRADA.
           MOVE 1 TO WS-SOL-IDX.
           PERFORM 0440-COMPARA-SOLICITUD UNTIL WS-SOL-IDX > WS-SOL-CNT.

       0440-COMPARA-SOLICITUD.
           IF WS-SOL-CLI(WS-SOL-IDX) = WS-SAL-CLI(WS-SAL-IDX)
             IF WS-SOL-MON(WS-SOL-IDX) = SPACES
                OR WS-SOL-MON(WS-SOL-IDX) = WS-SAL-MON(WS-SAL-IDX)
               MOVE 'Y' TO WS-SOL-ENCONTRADA
             END-IF
           END-IF.
           ADD 1 TO WS-SOL-IDX.

       0450-MARCA-SOLICITUD.
           IF WS-SOL-CLI(WS-SOL-IDX) = WS-SAL-CLI(WS-SAL-IDX)
             IF WS-SOL-MON(WS-SOL-IDX) = SPACES
                OR WS-SOL-MON(WS-SOL-IDX) = WS-SAL-MON(WS-SAL-IDX)
               IF WS-SOL-MARCA = 'P'
                 MOVE 'P' TO WS-SOL-ATENDIDA(WS-SOL-IDX)
               ELSE
                 IF WS-SOL-ATENDIDA(WS-SOL-IDX) NOT = 'P'
                   MOVE 'Y' TO WS-SOL-ATENDIDA(WS-SOL-IDX)
                 END-IF
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WS-SOL-IDX.

       0480-LINEA-REEMBOLSO.
           MOVE WS-SAL-PAGOS(WS-SAL-IDX)   TO WS-IMP-ED1.
           MOVE WS-SAL-AJUSTES(WS-SAL-IDX) TO WS-IMP-ED2.
           MOVE WS-TOTAL-SALDO             TO WS-IMP-ED3.
           MOVE SPACES TO LINEA-REEMBOLSO.
           STRING WS-SAL-CLI(WS-SAL-IDX) DELIMITED BY SIZE
                  '   '                  DELIMITED BY SIZE
                  WS-SAL-MON(WS-SAL-IDX) DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-IMP-ED1             DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-IMP-ED2             DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-IMP-ED3             DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-REFERENCIA          DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WS-ESTADO-TXT          DELIMITED BY SIZE
             INTO LINEA-REEMBOLSO.
           WRITE LINEA-REEMBOLSO.

       0500-EMITE-REEMBOLSO.
           ADD 1 TO WS-ULT-SEQ.
           MOVE 'T'         TO WS-REF-LETRA.
           MOVE WS-FSIS-NUM TO WS-REF-FECHA.
           MOVE WS-ULT-SEQ  TO WS-REF-SEQ.
           MOVE 'Y' TO WS-SAL-REEMB(WS-SAL-IDX).
           IF WS-MOTIVO = 'B'
             MOVE 'REEMBOLSADO - CLIENTE DE BAJA' TO WS-ESTADO-TXT
           ELSE
             MOVE 'REEMBOLSADO - A SOLICITUD' TO WS-ESTADO-TXT
           END-IF.
           MOVE WS-REFERENCIA          TO TRF-REFERENCIA.
           MOVE WS-SAL-CLI(WS-SAL-IDX) TO TRF-CLIENTE-ID.
           MOVE WS-CLIENTE-I-NOM       TO TRF-NOMBRE.
           MOVE WS-CLIENTE-I-CUE       TO TRF-CUENTA.
           MOVE WS-TOTAL-SALDO         TO TRF-IMPORTE.
           MOVE WS-SAL-MON(WS-SAL-IDX) TO TRF-MONEDA.
           MOVE 'REEMBOLSO SALDO A FAVOR' TO TRF-CONCEPTO.
           WRITE REGISTRO-TRANSFERENCIA.
           MOVE WS-REFERENCIA            TO WS-RBI-REFERENCIA.
           MOVE WS-SAL-CLI(WS-SAL-IDX)   TO WS-RBI-CLIENTE-ID.
           MOVE WS-CLIENTE-I-CUE         TO WS-RBI-CUENTA.
           MOVE WS-SAL-MON(WS-SAL-IDX)   TO WS-RBI-MONEDA.
           MOVE WS-SAL-PAGOS(WS-SAL-IDX)   TO WS-RBI-IMP-PAGOS.
           MOVE WS-SAL-AJUSTES(WS-SAL-IDX) TO WS-RBI-IMP-AJUSTES.
           MOVE WS-TOTAL-SALDO           TO WS-RBI-IMPORTE.
           MOVE WS-MOTIVO                TO WS-RBI-MOTIVO.
           MOVE WS-FSIS-NUM              TO WS-RBI-FECHA.
           MOVE 'E'                      TO WS-RBI-ESTADO.
           MOVE WS-FSIS-NUM              TO WS-RBI-FEC-ESTADO.
           MOVE SPACES                   TO WS-RBI-MOTIVO-BANCO.
           WRITE REEMBOLSO-I FROM WS-REEMBOLSO-I
             INVALID KEY
               DISPLAY 'ERROR AL GRABAR REEMBOLSO ' WS-REFERENCIA
           END-WRITE.
           IF WS-SAL-PAGOS(WS-SAL-IDX) > 0
             PERFORM 0520-GRABA-PAGO
           END-IF.
           PERFORM 0550-ASIENTOS-REEMBOLSO.
           ADD 1 TO WS-CTL-REEMBOLSOS.
           ADD WS-TOTAL-SALDO TO WS-CTL-IMPORTE.

       0520-GRABA-PAGO.
           MOVE WS-SAL-CLI(WS-SAL-IDX)   TO PAG-CLIENTE-ID.
           MOVE WS-FSIS-NUM              TO PAG-FECHA.
           MOVE WS-SAL-PAGOS(WS-SAL-IDX) TO PAG-IMPORTE.
           MOVE WS-SAL-MON(WS-SAL-IDX)   TO PAG-MONEDA.
           MOVE WS-REFERENCIA            TO PAG-REFERENCIA.
           MOVE 'R'                      TO PAG-TIPO.
           WRITE REGISTRO-PAGO.
           MOVE WS-SAL-CLI(WS-SAL-IDX) TO PGI-CLIENTE-ID.
           MOVE WS-SAL-MON(WS-SAL-IDX) TO PGI-MONEDA.
           READ PAGOS-I INTO WS-PAGO-I
             KEY IS PGI-CLAVE
             INVALID KEY
               DISPLAY 'PAGO NO ENCONTRADO EN PAGOS_I ' PGI-CLAVE
             NOT INVALID KEY
               MOVE 0 TO WS-PGI-IMPORTE
               MOVE WS-PAGO-I TO PAGO-I
               REWRITE PAGO-I
                 INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR PAGO ' PGI-CLAVE
               END-REWRITE
           END-READ.

       0550-ASIENTOS-REEMBOLSO.
           MOVE WS-PERIODO-ACT TO WS-ASI-PERIODO.
           MOVE '43000000' TO WS-ASI-CUENTA.
           MOVE SPACES TO WS-ASI-DESC.
           STRING 'REEMBOLSO CLIENTE ' DELIMITED BY SIZE
                  WS-SAL-CLI(WS-SAL-IDX) DELIMITED BY SIZE
             INTO WS-ASI-DESC.
           MOVE 'D' TO WS-ASI-DH.
           MOVE WS-TOTAL-SALDO TO WS-ASI-IMPORTE.
           MOVE WS-SAL-MON(WS-SAL-IDX) TO WS-ASI-MONEDA.
           PERFORM 0560-GRABA-ASIENTO.
           MOVE '57200000' TO WS-ASI-CUENTA.
           MOVE SPACES TO WS-ASI-DESC.
           STRING 'BANCOS TRANSF. ' DELIMITED BY SIZE
                  WS-REFERENCIA DELIMITED BY SIZE
             INTO WS-ASI-DESC.
           MOVE 'H' TO WS-ASI-DH.
           PERFORM 0560-GRABA-ASIENTO.

       0560-GRABA-ASIENTO.
           MOVE WS-ASI-MONEDA TO WS-TASA-MON.
           PERFORM 0190-RESUELVE-TASA.
           COMPUTE WS-ASI-IMPORTE-EUR ROUNDED =
             WS-ASI-IMPORTE * WS-TASA-ACT.
           WRITE REGISTRO-ASIENTO FROM WS-ASIENTO.
           ADD 1 TO WS-CTL-ASIENTOS.

       0600-REESCRIBE-AJUSTES.
           MOVE 'N' TO WS-AJU-EOF.
           OPEN INPUT AJUSTES.
           OPEN OUTPUT AJUSTES-TMP.
           PERFORM 0610-FILTRA-AJUSTE UNTIL WS-AJU-EOF = 'Y'.
           CLOSE AJUSTES.
           CLOSE AJUSTES-TMP.
           MOVE 'N' TO WS-AJU-EOF.
           OPEN INPUT AJUSTES-TMP.
           OPEN OUTPUT AJUSTES.
           PERFORM 0620-COPIA-AJUSTE UNTIL WS-AJU-EOF = 'Y'.
           CLOSE AJUSTES-TMP.
           CLOSE AJUSTES.

       0610-FILTRA-AJUSTE.
           READ AJUSTES INTO WS-AJUSTE
             AT END
               MOVE 'Y' TO WS-AJU-EOF
             NOT AT END
               MOVE 'N' TO WS-SAL-ENCONTRADO
               IF WS-AJU-CONCEPTO = WS-CONCEPTO-SALDO
                  AND WS-AJU-SIGNO = '-'
                 MOVE 1 TO WS-SAL-IDX
                 MOVE WS-AJU-CLIENTE-ID TO WS-SAL-BUSCA-CLI
                 MOVE WS-AJU-MONEDA     TO WS-SAL-BUSCA-MON
                 PERFORM 0310-BUSCA-SALDO
                   UNTIL WS-SAL-IDX > WS-SAL-CNT
                      OR WS-SAL-ENCONTRADO = 'Y'
                 IF WS-SAL-ENCONTRADO = 'Y'
                   IF WS-SAL-REEMB(WS-SAL-IDX) NOT = 'Y'
                     MOVE 'N' TO WS-SAL-ENCONTRADO
                   END-IF
                 END-IF
               END-IF
               IF WS-SAL-ENCONTRADO = 'Y'
                 ADD 1 TO WS-CTL-AJU-RETIRADOS
               ELSE
                 MOVE WS-AJUSTE TO AJUSTE-TMP-REG
                 WRITE AJUSTE-TMP-REG
               END-IF
           END-READ.

       0620-COPIA-AJUSTE.
           READ AJUSTES-TMP
             AT END
               MOVE 'Y' TO WS-AJU-EOF
             NOT AT END
               MOVE AJUSTE-TMP-REG TO REGISTRO-AJUSTE
               WRITE REGISTRO-AJUSTE
           END-READ.

       0700-SOLICITUDES-PENDIENTES.
           IF WS-SOL-STATUS = '00' AND WS-SOL-DESBORDE NOT = 'Y'
             OPEN OUTPUT REEMB-SOLIC
           END-IF.
           MOVE 1 TO WS-SOL-IDX.
           PERFORM 0710-CHEQUEA-SOLICITUD UNTIL WS-SOL-IDX > WS-SOL-CNT.
           IF WS-SOL-STATUS = '00'
             IF WS-SOL-DESBORDE = 'Y'
               DISPLAY 'TABLA DE SOLICITUDES LLENA - '
                       'REEMB_SOLICITUDES.DAT NO SE ACTUALIZA'
             ELSE
               CLOSE REEMB-SOLIC
             END-IF
           END-IF.

       0710-CHEQUEA-SOLICITUD.
           IF WS-SOL-ATENDIDA(WS-SOL-IDX) NOT = 'Y'
             MOVE SPACES TO LINEA-REEMBOLSO
             IF WS-SOL-ATENDIDA(WS-SOL-IDX) = 'P'
               ADD 1 TO WS-CTL-SOL-PENDIENTE
               STRING WS-SOL-CLI(WS-SOL-IDX) DELIMITED BY SIZE
                      '   '                  DELIMITED BY SIZE
                      WS-SOL-MON(WS-SOL-IDX) DELIMITED BY SIZE
                      ' SOLICITUD NO ATENDIDA - SE MANTIENE'
                      DELIMITED BY SIZE
                 INTO LINEA-REEMBOLSO
             ELSE
               ADD 1 TO WS-CTL-SOL-SIN-SALDO
               STRING WS-SOL-CLI(WS-SOL-IDX) DELIMITED BY SIZE
                      '   '                  DELIMITED BY SIZE
                      WS-SOL-MON(WS-SOL-IDX) DELIMITED BY SIZE
                      ' SOLICITUD SIN SALDO A FAVOR - SE MANTIENE'
                      DELIMITED BY SIZE
                 INTO LINEA-REEMBOLSO
             END-IF
             WRITE LINEA-REEMBOLSO
             IF WS-SOL-STATUS = '00' AND WS-SOL-DESBORDE NOT = 'Y'
               MOVE WS-SOL-CLI(WS-SOL-IDX) TO SOL-CLIENTE-ID
               MOVE WS-SOL-MON(WS-SOL-IDX) TO SOL-MONEDA
               WRITE REGISTRO-SOLICITUD
             END-IF
           END-IF.
           ADD 1 TO WS-SOL-IDX.

       0800-FINALIZAR.
           CLOSE CLIENTES-I.
           CLOSE REEMBOLSOS-I.
           IF WS-PGI-PRESENTE = 'Y'
             CLOSE PAGOS-I
           END-IF.
           CLOSE PAGOS.
           CLOSE ASIENTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE REEMBOLSOS.

       0900-RESUMEN.
           DISPLAY 'SALDOS A FAVOR REVISADOS  : ' WS-CTL-SALDOS.
           MOVE WS-CTL-IMPORTE TO WS-IMP-ED.
           DISPLAY 'TRANSFERENCIAS EMITIDAS   : ' WS-CTL-REEMBOLSOS
                   ' IMPORTE ' WS-IMP-ED.
           DISPLAY 'NO SUPERAN EL MINIMO      : ' WS-CTL-BAJO-MINIMO.
           DISPLAY 'ACTIVOS SIN SOLICITUD     : ' WS-CTL-SIN-SOLICITUD.
           DISPLAY 'CLIENTES SIN CUENTA       : ' WS-CTL-SIN-CUENTA.
           DISPLAY 'CLIENTES NO ENCONTRADOS   : ' WS-CTL-SIN-CLIENTE.
           DISPLAY 'SOLICITUDES SIN SALDO     : ' WS-CTL-SOL-SIN-SALDO.
           DISPLAY 'SOLICITUDES NO ATENDIDAS  : ' WS-CTL-SOL-PENDIENTE.
           DISPLAY 'SALDOS RETIRADOS AJUSTES  : ' WS-CTL-AJU-RETIRADOS.
           DISPLAY 'ASIENTOS GRABADOS         : ' WS-CTL-ASIENTOS.

       END PROGRAM REEM001.
