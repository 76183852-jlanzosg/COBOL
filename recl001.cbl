      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   STAGED DUNNING LETTERS FROM RECEIVABLES AGING
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECL001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT RECLAMA-PARAM ASSIGN TO "data/RECLAMA_PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCP-STATUS.

        SELECT AGING-I ASSIGN TO "data/AGING_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGI-CLAVE
               FILE STATUS IS WS-AGI-STATUS.

        SELECT RECLAMA-HIST-I ASSIGN TO "data/RECLAMA_HIST_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHI-CLAVE
               FILE STATUS IS WS-RHI-STATUS.

        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT RECLAMA-LOG ASSIGN TO "data/RECLAMA_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLG-STATUS.

        SELECT CARTAS ASSIGN TO "data/CARTAS_RECLAMACION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECLAMA-PARAM.
       01  REGISTRO-RECLAMA-PARAM.
           02  RCP-EDAD-1       PIC 9(3).
           02  RCP-EDAD-2       PIC 9(3).
           02  RCP-EDAD-3       PIC 9(3).
           02  RCP-IMPORTE-MIN  PIC 9(8)V99.
           02  RCP-DIAS-ENTRE   PIC 9(3).
           02  RCP-DIAS-PLAZO   PIC 9(3).

       FD  AGING-I.
       01  AGING-I-REG.
           02  AGI-CLAVE.
               03  AGI-CLIENTE-ID PIC X(5).
               03  AGI-MONEDA     PIC X(3).
           02  AGI-B0           PIC 9(10)V99.
           02  AGI-B30          PIC 9(10)V99.
           02  AGI-B60          PIC 9(10)V99.
           02  AGI-B90          PIC 9(10)V99.

       FD  RECLAMA-HIST-I.
       01  RECLAMA-HIST-I-REG.
           02  RHI-CLAVE.
               03  RHI-CLIENTE-ID PIC X(5).
               03  RHI-MONEDA     PIC X(3).
           02  RHI-ETAPA        PIC 9(1).
           02  RHI-FEC-AVISO1   PIC 9(8).
           02  RHI-FEC-AVISO2   PIC 9(8).
           02  RHI-FEC-AVISO3   PIC 9(8).
           02  RHI-IMPORTE      PIC 9(10)V99.
           02  RHI-FEC-CANCELA  PIC 9(8).

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

       FD  RECLAMA-LOG.
       01  REGISTRO-RECLAMA-LOG.
           02  RLG-CLIENTE-ID   PIC X(5).
           02  RLG-MONEDA       PIC X(3).
           02  RLG-EVENTO       PIC X(1).
           02  RLG-ETAPA        PIC 9(1).
           02  RLG-FECHA        PIC 9(8).
           02  RLG-IMPORTE      PIC 9(10)V99.

       FD  CARTAS.
       01  LINEA-CARTA          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RCP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AGI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RHI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RLG-STATUS        PIC X(2) VALUE SPACES.

       01  WS-EDAD-1            PIC 9(3) VALUE 1.
       01  WS-EDAD-2            PIC 9(3) VALUE 2.
       01  WS-EDAD-3            PIC 9(3) VALUE 3.
       01  WS-IMPORTE-MIN       PIC 9(8)V99 VALUE 0.
       01  WS-DIAS-ENTRE        PIC 9(3) VALUE 15.
       01  WS-DIAS-PLAZO        PIC 9(3) VALUE 10.

       01  WS-AGING-I.
           02  WS-AGI-CLIENTE-ID PIC X(5).
           02  WS-AGI-MONEDA     PIC X(3).
           02  WS-AGI-B0         PIC 9(10)V99.
           02  WS-AGI-B30        PIC 9(10)V99.
           02  WS-AGI-B60        PIC 9(10)V99.
           02  WS-AGI-B90        PIC 9(10)V99.
       01  WS-AGI-EOF           PIC X(1) VALUE 'N'.

       01  WS-RECLAMA-HIST-I.
           02  WS-RHI-CLIENTE-ID PIC X(5).
           02  WS-RHI-MONEDA     PIC X(3).
           02  WS-RHI-ETAPA      PIC 9(1).
           02  WS-RHI-FEC-AVISO1 PIC 9(8).
           02  WS-RHI-FEC-AVISO2 PIC 9(8).
           02  WS-RHI-FEC-AVISO3 PIC 9(8).
           02  WS-RHI-IMPORTE    PIC 9(10)V99.
           02  WS-RHI-FEC-CANCELA PIC 9(8).
       01  WS-RHI-EOF           PIC X(1) VALUE 'N'.
       01  WS-RHI-NUEVO         PIC X(1) VALUE 'N'.

       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-ID     PIC X(5).
           02  WS-CLIENTE-I-NOM    PIC X(16).
           02  WS-CLIENTE-I-CUE    PIC X(30).
           02  WS-CLIENTE-I-REG    PIC X(3).
           02  WS-CLIENTE-I-EST    PIC X(1).
           02  WS-CLIENTE-I-PADRE  PIC X(5).
           02  WS-CLIENTE-I-FAC    PIC X(1).
           02  WS-CLIENTE-I-NIF    PIC X(9).

       01  WS-REGISTRO-RECLAMA-LOG.
           02  WS-RLG-CLIENTE-ID PIC X(5).
           02  WS-RLG-MONEDA     PIC X(3).
           02  WS-RLG-EVENTO     PIC X(1).
           02  WS-RLG-ETAPA      PIC 9(1).
           02  WS-RLG-FECHA      PIC 9(8).
           02  WS-RLG-IMPORTE    PIC 9(10)V99.

       01  WS-FECHA-SISTEMA.
           02  WS-FSIS-YYYY  PIC 9(4).
           02  WS-FSIS-MM    PIC 9(2).
           02  WS-FSIS-DD    PIC 9(2).
       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.
       01  WS-FECHA-LIMITE.
           02  WS-FLIM-YYYY  PIC 9(4).
           02  WS-FLIM-MM    PIC 9(2).
           02  WS-FLIM-DD    PIC 9(2).
       01  WS-FLIM-NUM          PIC 9(8) VALUE 0.
       01  WS-FECHA-AUX.
           02  WS-FAUX-YYYY  PIC 9(4).
           02  WS-FAUX-MM    PIC 9(2).
           02  WS-FAUX-DD    PIC 9(2).
       01  WS-FECHA-SIS-ED      PIC X(10) VALUE SPACES.
       01  WS-FECHA-LIM-ED      PIC X(10) VALUE SPACES.
       01  WS-FECHA-AUX-ED      PIC X(10) VALUE SPACES.

       01  WS-VENCIDO           PIC 9(10)V99 VALUE 0.
       01  WS-EDAD-SALDO        PIC 9(3) VALUE 0.
       01  WS-ETAPA-OBJETIVO    PIC 9(1) VALUE 0.
       01  WS-ETAPA-NUEVA       PIC 9(1) VALUE 0.
       01  WS-FEC-ULTIMO        PIC 9(8) VALUE 0.
       01  WS-DIAS-DESDE        PIC S9(7) VALUE 0.
       01  WS-ENVIAR            PIC X(1) VALUE 'N'.

       01  WS-CTL-SALDOS        PIC 9(8) VALUE 0.
       01  WS-CTL-AVISO1        PIC 9(8) VALUE 0.
       01  WS-CTL-AVISO2        PIC 9(8) VALUE 0.
       01  WS-CTL-AVISO3        PIC 9(8) VALUE 0.
       01  WS-CTL-ESPERA        PIC 9(8) VALUE 0.
       01  WS-CTL-CANCELADAS    PIC 9(8) VALUE 0.
       01  WS-IMP-ED            PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "RECL001 - Cartas de reclamacion por etapas"
           PERFORM 0100-INICIALIZAR.
           OPEN INPUT AGING-I.
           IF WS-AGI-STATUS NOT = '00'
             DISPLAY 'SIN AGING_I.DAT - EJECUTAR PAGO001 ANTES'
           ELSE
             PERFORM 0200-ABRE-ARCHIVOS
             PERFORM 0300-CANCELA-ETAPAS
             PERFORM 0400-GENERA-CARTAS
             PERFORM 0800-CIERRA-ARCHIVOS
           END-IF.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA TO WS-FSIS-NUM.
           MOVE SPACES TO WS-FECHA-SIS-ED.
           STRING WS-FSIS-DD '/' WS-FSIS-MM '/' WS-FSIS-YYYY
             DELIMITED BY SIZE INTO WS-FECHA-SIS-ED.
           PERFORM 0150-LEE-PARAMETROS.
           COMPUTE WS-FLIM-NUM = FUNCTION DATE-OF-INTEGER (
             FUNCTION INTEGER-OF-DATE (WS-FSIS-NUM)
             + WS-DIAS-PLAZO ).
           MOVE WS-FLIM-NUM TO WS-FECHA-LIMITE.
           MOVE SPACES TO WS-FECHA-LIM-ED.
           STRING WS-FLIM-DD '/' WS-FLIM-MM '/' WS-FLIM-YYYY
             DELIMITED BY SIZE INTO WS-FECHA-LIM-ED.

       0150-LEE-PARAMETROS.
           OPEN INPUT RECLAMA-PARAM.
           IF WS-RCP-STATUS = '00'
             READ RECLAMA-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 0160-VALIDA-PARAMETROS
             END-READ
             CLOSE RECLAMA-PARAM
           ELSE
             DISPLAY 'SIN RECLAMA_PARAM.DAT - ETAPAS POR DEFECTO'
           END-IF.
           DISPLAY 'EDAD AVISOS (MESES): ' WS-EDAD-1 ' / '
                   WS-EDAD-2 ' / ' WS-EDAD-3
                   '  IMPORTE MINIMO: ' WS-IMPORTE-MIN.
           DISPLAY 'DIAS ENTRE AVISOS: ' WS-DIAS-ENTRE
                   '  DIAS DE PLAZO: ' WS-DIAS-PLAZO.

       0160-VALIDA-PARAMETROS.
           IF RCP-EDAD-1 IS NUMERIC AND RCP-EDAD-2 IS NUMERIC
              AND RCP-EDAD-3 IS NUMERIC
             IF RCP-EDAD-1 > 0 AND RCP-EDAD-1 NOT > RCP-EDAD-2
                AND RCP-EDAD-2 NOT > RCP-EDAD-3 AND RCP-EDAD-3 NOT > 3
               MOVE RCP-EDAD-1 TO WS-EDAD-1
               MOVE RCP-EDAD-2 TO WS-EDAD-2
               MOVE RCP-EDAD-3 TO WS-EDAD-3
             ELSE
               DISPLAY 'EDADES DE AVISO FUERA DE 1-3 O DECRECIENTES - '
                       'SE USAN 1 / 2 / 3'
             END-IF
           ELSE
             DISPLAY 'EDADES DE AVISO NO NUMERICAS - SE USAN 1 / 2 / 3'
           END-IF.
           IF RCP-IMPORTE-MIN IS NUMERIC
             MOVE RCP-IMPORTE-MIN TO WS-IMPORTE-MIN
           END-IF.
           IF RCP-DIAS-ENTRE IS NUMERIC
             MOVE RCP-DIAS-ENTRE TO WS-DIAS-ENTRE
           END-IF.
           IF RCP-DIAS-PLAZO IS NUMERIC AND RCP-DIAS-PLAZO > 0
             MOVE RCP-DIAS-PLAZO TO WS-DIAS-PLAZO
           END-IF.

       0200-ABRE-ARCHIVOS.
           OPEN I-O RECLAMA-HIST-I.
           IF WS-RHI-STATUS NOT = '00'
             OPEN OUTPUT RECLAMA-HIST-I
             CLOSE RECLAMA-HIST-I
             OPEN I-O RECLAMA-HIST-I
           END-IF.
           OPEN INPUT CLIENTES-I.
           OPEN EXTEND RECLAMA-LOG.
           IF WS-RLG-STATUS NOT = '00'
             OPEN OUTPUT RECLAMA-LOG
           END-IF.
           OPEN OUTPUT CARTAS.

       0300-CANCELA-ETAPAS.
           MOVE 'N' TO WS-RHI-EOF.
           MOVE LOW-VALUES TO RHI-CLAVE.
           START RECLAMA-HIST-I KEY IS NOT LESS THAN RHI-CLAVE
             INVALID KEY MOVE 'Y' TO WS-RHI-EOF
           END-START.
           PERFORM 0350-CHEQUEA-HISTORIA UNTIL WS-RHI-EOF = 'Y'.

       0350-CHEQUEA-HISTORIA.
           READ RECLAMA-HIST-I NEXT RECORD INTO WS-RECLAMA-HIST-I
             AT END
               MOVE 'Y' TO WS-RHI-EOF
             NOT AT END
               IF WS-RHI-ETAPA > 0
                 MOVE WS-RHI-CLIENTE-ID TO AGI-CLIENTE-ID
                 MOVE WS-RHI-MONEDA     TO AGI-MONEDA
                 MOVE 0 TO WS-VENCIDO
                 READ AGING-I INTO WS-AGING-I
                   KEY IS AGI-CLAVE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     COMPUTE WS-VENCIDO = WS-AGI-B30 + WS-AGI-B60
                                        + WS-AGI-B90
                 END-READ
                 IF WS-VENCIDO = 0
                   PERFORM 0370-CANCELA-ETAPA
                 END-IF
               END-IF
           END-READ.

       0370-CANCELA-ETAPA.
           MOVE WS-RHI-ETAPA TO WS-RLG-ETAPA.
           MOVE 0 TO WS-RHI-ETAPA.
           MOVE 0 TO WS-RHI-FEC-AVISO1.
           MOVE 0 TO WS-RHI-FEC-AVISO2.
           MOVE 0 TO WS-RHI-FEC-AVISO3.
           MOVE 0 TO WS-RHI-IMPORTE.
           MOVE WS-FSIS-NUM TO WS-RHI-FEC-CANCELA.
           REWRITE RECLAMA-HIST-I-REG FROM WS-RECLAMA-HIST-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR HISTORIA '
                       WS-RHI-CLIENTE-ID ' ' WS-RHI-MONEDA
             NOT INVALID KEY
               ADD 1 TO WS-CTL-CANCELADAS
               MOVE WS-RHI-CLIENTE-ID TO WS-RLG-CLIENTE-ID
               MOVE WS-RHI-MONEDA     TO WS-RLG-MONEDA
               MOVE 'C'               TO WS-RLG-EVENTO
               MOVE WS-FSIS-NUM       TO WS-RLG-FECHA
               MOVE 0                 TO WS-RLG-IMPORTE
               WRITE REGISTRO-RECLAMA-LOG
                 FROM WS-REGISTRO-RECLAMA-LOG
               DISPLAY 'SALDO CANCELADO - CUENTA ' WS-RHI-CLIENTE-ID
                       ' ' WS-RHI-MONEDA ' VUELVE A ETAPA 0'
           END-REWRITE.

       0400-GENERA-CARTAS.
           MOVE 'N' TO WS-AGI-EOF.
           MOVE LOW-VALUES TO AGI-CLAVE.
           START AGING-I KEY IS NOT LESS THAN AGI-CLAVE
             INVALID KEY MOVE 'Y' TO WS-AGI-EOF
           END-START.
           PERFORM 0450-LEE-AGING UNTIL WS-AGI-EOF = 'Y'.

       0450-LEE-AGING.
           READ AGING-I NEXT RECORD INTO WS-AGING-I
             AT END
               MOVE 'Y' TO WS-AGI-EOF
             NOT AT END
               COMPUTE WS-VENCIDO = WS-AGI-B30 + WS-AGI-B60
                                  + WS-AGI-B90
               IF WS-VENCIDO > 0 AND WS-VENCIDO > WS-IMPORTE-MIN
                 ADD 1 TO WS-CTL-SALDOS
                 PERFORM 0500-DETERMINA-ETAPA
               END-IF
           END-READ.

       0500-DETERMINA-ETAPA.
           IF WS-AGI-B90 > 0
             MOVE 3 TO WS-EDAD-SALDO
           ELSE
             IF WS-AGI-B60 > 0
               MOVE 2 TO WS-EDAD-SALDO
             ELSE
               MOVE 1 TO WS-EDAD-SALDO
             END-IF
           END-IF.
           MOVE 0 TO WS-ETAPA-OBJETIVO.
           IF WS-EDAD-SALDO >= WS-EDAD-3
             MOVE 3 TO WS-ETAPA-OBJETIVO
           ELSE
             IF WS-EDAD-SALDO >= WS-EDAD-2
               MOVE 2 TO WS-ETAPA-OBJETIVO
             ELSE
               IF WS-EDAD-SALDO >= WS-EDAD-1
                 MOVE 1 TO WS-ETAPA-OBJETIVO
               END-IF
             END-IF
           END-IF.
           IF WS-ETAPA-OBJETIVO > 0
             PERFORM 0550-LEE-HISTORIA
             IF WS-ETAPA-OBJETIVO > WS-RHI-ETAPA
               PERFORM 0570-COMPRUEBA-ESPERA
               IF WS-ENVIAR = 'Y'
                 COMPUTE WS-ETAPA-NUEVA = WS-RHI-ETAPA + 1
                 PERFORM 0600-ESCRIBE-CARTA
                 PERFORM 0650-GRABA-HISTORIA
               ELSE
                 ADD 1 TO WS-CTL-ESPERA
               END-IF
             END-IF
           END-IF.

       0550-LEE-HISTORIA.
           MOVE 'N' TO WS-RHI-NUEVO.
           MOVE WS-AGI-CLIENTE-ID TO RHI-CLIENTE-ID.
           MOVE WS-AGI-MONEDA     TO RHI-MONEDA.
           READ RECLAMA-HIST-I INTO WS-RECLAMA-HIST-I
             KEY IS RHI-CLAVE
             INVALID KEY
               MOVE 'Y' TO WS-RHI-NUEVO
               MOVE WS-AGI-CLIENTE-ID TO WS-RHI-CLIENTE-ID
               MOVE WS-AGI-MONEDA     TO WS-RHI-MONEDA
               MOVE 0 TO WS-RHI-ETAPA
               MOVE 0 TO WS-RHI-FEC-AVISO1
               MOVE 0 TO WS-RHI-FEC-AVISO2
               MOVE 0 TO WS-RHI-FEC-AVISO3
               MOVE 0 TO WS-RHI-IMPORTE
               MOVE 0 TO WS-RHI-FEC-CANCELA
           END-READ.

       0570-COMPRUEBA-ESPERA.
           MOVE 'Y' TO WS-ENVIAR.
           MOVE 0 TO WS-FEC-ULTIMO.
           IF WS-RHI-ETAPA = 1
             MOVE WS-RHI-FEC-AVISO1 TO WS-FEC-ULTIMO
           END-IF.
           IF WS-RHI-ETAPA = 2
             MOVE WS-RHI-FEC-AVISO2 TO WS-FEC-ULTIMO
           END-IF.
           IF WS-FEC-ULTIMO > 0
             COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE (WS-FSIS-NUM)
               - FUNCTION INTEGER-OF-DATE (WS-FEC-ULTIMO)
             IF WS-DIAS-DESDE < WS-DIAS-ENTRE
               MOVE 'N' TO WS-ENVIAR
             END-IF
           END-IF.

       0600-ESCRIBE-CARTA.
           MOVE WS-AGI-CLIENTE-ID TO CLIENTE-I-ID.
           MOVE SPACES TO WS-CLIENTE-I.
           READ CLIENTES-I INTO WS-CLIENTE-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               DISPLAY 'CLIENTE NO ENCONTRADO ' WS-AGI-CLIENTE-ID
           END-READ.
           MOVE ALL '=' TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'CARTA DE RECLAMACION DE PAGO' DELIMITED BY SIZE
                  '                      FECHA: ' DELIMITED BY SIZE
                  WS-FECHA-SIS-ED DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'CLIENTE : ' DELIMITED BY SIZE
                  WS-AGI-CLIENTE-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-CLIENTE-I-NOM DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'CUENTA  : ' DELIMITED BY SIZE
                  WS-CLIENTE-I-CUE DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           IF WS-ETAPA-NUEVA = 1
             PERFORM 0610-TEXTO-AVISO1
           END-IF.
           IF WS-ETAPA-NUEVA = 2
             PERFORM 0620-TEXTO-AVISO2
           END-IF.
           IF WS-ETAPA-NUEVA = 3
             PERFORM 0630-TEXTO-AVISO3
           END-IF.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE WS-VENCIDO TO WS-IMP-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'IMPORTE VENCIDO      : ' DELIMITED BY SIZE
                  WS-IMP-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGI-MONEDA DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE WS-AGI-B30 TO WS-IMP-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING '  VENCIDO 30 DIAS    : ' DELIMITED BY SIZE
                  WS-IMP-ED DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE WS-AGI-B60 TO WS-IMP-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING '  VENCIDO 60 DIAS    : ' DELIMITED BY SIZE
                  WS-IMP-ED DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE WS-AGI-B90 TO WS-IMP-ED.
           MOVE SPACES TO LINEA-CARTA.
           STRING '  VENCIDO 90+ DIAS   : ' DELIMITED BY SIZE
                  WS-IMP-ED DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'FECHA LIMITE DE PAGO : ' DELIMITED BY SIZE
                  WS-FECHA-LIM-ED DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           DISPLAY 'AVISO ' WS-ETAPA-NUEVA ' - CUENTA '
                   WS-AGI-CLIENTE-ID ' ' WS-AGI-MONEDA
                   ' VENCIDO ' WS-VENCIDO.

       0610-TEXTO-AVISO1.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'RECORDATORIO DE PAGO' TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'LE RECORDAMOS QUE TIENE FACTURAS VENCIDAS PENDIENTES'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'DE PAGO. SI YA HA REALIZADO EL PAGO, LE ROGAMOS QUE'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'NO TENGA EN CUENTA ESTA CARTA.' TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           ADD 1 TO WS-CTL-AVISO1.

       0620-TEXTO-AVISO2.
           MOVE WS-RHI-FEC-AVISO1 TO WS-FECHA-AUX.
           MOVE SPACES TO WS-FECHA-AUX-ED.
           STRING WS-FAUX-DD '/' WS-FAUX-MM '/' WS-FAUX-YYYY
             DELIMITED BY SIZE INTO WS-FECHA-AUX-ED.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'SEGUNDO AVISO DE IMPAGO' TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'NO HEMOS RECIBIDO EL PAGO DE LAS FACTURAS VENCIDAS'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           STRING 'QUE LE RECORDAMOS EN NUESTRA CARTA DEL '
                  DELIMITED BY SIZE
                  WS-FECHA-AUX-ED DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
             INTO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'LE ROGAMOS QUE REGULARICE LA DEUDA CUANTO ANTES.'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           ADD 1 TO WS-CTL-AVISO2.

       0630-TEXTO-AVISO3.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'ULTIMO AVISO ANTES DE LA SUSPENSION DEL SERVICIO'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'A PESAR DE NUESTROS AVISOS ANTERIORES, LA DEUDA SIGUE'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'PENDIENTE. DE NO RECIBIR EL PAGO ANTES DE LA FECHA'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           MOVE SPACES TO LINEA-CARTA.
           MOVE 'LIMITE SE SUSPENDERA EL SERVICIO DE TODAS SUS LINEAS.'
             TO LINEA-CARTA.
           WRITE LINEA-CARTA.
           ADD 1 TO WS-CTL-AVISO3.

       0650-GRABA-HISTORIA.
           MOVE WS-ETAPA-NUEVA TO WS-RHI-ETAPA.
           IF WS-ETAPA-NUEVA = 1
             MOVE WS-FSIS-NUM TO WS-RHI-FEC-AVISO1
           END-IF.
           IF WS-ETAPA-NUEVA = 2
             MOVE WS-FSIS-NUM TO WS-RHI-FEC-AVISO2
           END-IF.
           IF WS-ETAPA-NUEVA = 3
             MOVE WS-FSIS-NUM TO WS-RHI-FEC-AVISO3
           END-IF.
           MOVE WS-VENCIDO TO WS-RHI-IMPORTE.
           IF WS-RHI-NUEVO = 'Y'
             WRITE RECLAMA-HIST-I-REG FROM WS-RECLAMA-HIST-I
               INVALID KEY
                 DISPLAY 'ERROR AL GRABAR HISTORIA '
                         WS-RHI-CLIENTE-ID ' ' WS-RHI-MONEDA
             END-WRITE
           ELSE
             REWRITE RECLAMA-HIST-I-REG FROM WS-RECLAMA-HIST-I
               INVALID KEY
                 DISPLAY 'ERROR AL REGRABAR HISTORIA '
                         WS-RHI-CLIENTE-ID ' ' WS-RHI-MONEDA
             END-REWRITE
           END-IF.
           MOVE WS-RHI-CLIENTE-ID TO WS-RLG-CLIENTE-ID.
           MOVE WS-RHI-MONEDA     TO WS-RLG-MONEDA.
           MOVE 'A'               TO WS-RLG-EVENTO.
           MOVE WS-ETAPA-NUEVA    TO WS-RLG-ETAPA.
           MOVE WS-FSIS-NUM       TO WS-RLG-FECHA.
           MOVE WS-VENCIDO        TO WS-RLG-IMPORTE.
           WRITE REGISTRO-RECLAMA-LOG FROM WS-REGISTRO-RECLAMA-LOG.

       0800-CIERRA-ARCHIVOS.
           CLOSE AGING-I.
           CLOSE RECLAMA-HIST-I.
           CLOSE CLIENTES-I.
           CLOSE RECLAMA-LOG.
           CLOSE CARTAS.

       0900-RESUMEN.
           DISPLAY 'SALDOS VENCIDOS        : ' WS-CTL-SALDOS.
           DISPLAY 'RECORDATORIOS (AVISO 1): ' WS-CTL-AVISO1.
           DISPLAY 'SEGUNDOS AVISOS        : ' WS-CTL-AVISO2.
           DISPLAY 'AVISOS FINALES         : ' WS-CTL-AVISO3.
           DISPLAY 'EN ESPERA ENTRE AVISOS : ' WS-CTL-ESPERA.
           DISPLAY 'ETAPAS CANCELADAS      : ' WS-CTL-CANCELADAS.

       END PROGRAM RECL001.
