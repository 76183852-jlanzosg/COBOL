               RECORD KEY IS MOR-CLAVE
               FILE STATUS IS WS-MOR-STATUS.

        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT RECLAMA-HIST-I ASSIGN TO "data/RECLAMA_HIST_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHI-CLAVE
               FILE STATUS IS WS-RHI-STATUS.

        SELECT TELEFONOS-I ASSIGN TO "data/TELEFONOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       01  REGISTRO-SUSP-PARAM.
           02  SUS-EDAD-MESES   PIC 9(3).
           02  SUS-IMPORTE-MIN  PIC 9(8)V99.
           02  SUS-DIAS-AVISO   PIC 9(3).

       FD  MOROSOS-I.
       01  MOROSO-I.
               03  MOR-MONEDA     PIC X(3).
           02  MOR-IMPORTE      PIC 9(10)V99.

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

       FD  TELEFONOS-I.
       01  TELEFONO-I.
           02  TELEFONO-I-NUM      PIC X(16).
       01  WS-AUD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-EDAD-LIMITE       PIC 9(3) VALUE 3.
       01  WS-IMPORTE-MIN       PIC 9(8)V99 VALUE 0.
       01  WS-DIAS-AVISO        PIC 9(3) VALUE 15.

       01  WS-MOROSO-I.
           02  WS-MOR-CLIENTE-ID PIC X(5).
       01  WS-MOR-EOF           PIC X(1) VALUE 'N'.

       01  WS-CLI-MOROSO        PIC X(1) VALUE 'N'.
       01  WS-CLI-SIN-AVISO     PIC X(1) VALUE 'N'.
       01  WS-RHI-STATUS        PIC X(2) VALUE SPACES.
       01  WS-RHI-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.
       01  WS-DIAS-DESDE        PIC S9(7) VALUE 0.
       01  WS-GRP-CUENTA        PIC X(5) VALUE SPACES.
       01  WS-HORA-SISTEMA      PIC X(8) VALUE SPACES.

       01  WS-EOF               PIC X(1) VALUE 'N'.
       01  WS-TEL-EOF           PIC X(1) VALUE 'N'.
       01  WS-CTL-SALDOS        PIC 9(8) VALUE 0.
       01  WS-CTL-SUSPENDIDAS   PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-AVISO     PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                 IF SUS-IMPORTE-MIN IS NUMERIC
                   MOVE SUS-IMPORTE-MIN TO WS-IMPORTE-MIN
                 END-IF
                 IF SUS-DIAS-AVISO IS NUMERIC
                   MOVE SUS-DIAS-AVISO TO WS-DIAS-AVISO
                 END-IF
             END-READ
             CLOSE SUSP-PARAM
           ELSE
           END-IF.
           DISPLAY 'EDAD LIMITE (MESES): ' WS-EDAD-LIMITE
                   '  IMPORTE MINIMO: ' WS-IMPORTE-MIN.
           DISPLAY 'DIAS DESDE EL AVISO FINAL: ' WS-DIAS-AVISO.

       0200-ABRE-MOROSOS.
           MOVE 'N' TO WS-MOR-PRESENTE.

       0280-CHEQUEA-MOROSO.
           MOVE 'N' TO WS-CLI-MOROSO.
           MOVE 'N' TO WS-CLI-SIN-AVISO.
           MOVE 'N' TO WS-MOR-EOF.
           PERFORM 0285-BUSCA-GRUPO.
           MOVE WS-GRP-CUENTA TO MOR-CLIENTE-ID.
           MOVE LOW-VALUES        TO MOR-MONEDA.
           START MOROSOS-I KEY IS NOT LESS THAN MOR-CLAVE
             INVALID KEY MOVE 'Y' TO WS-MOR-EOF
           PERFORM 0290-LEE-MOROSO-CLI
             UNTIL WS-MOR-EOF = 'Y' OR WS-CLI-MOROSO = 'Y'.

       0285-BUSCA-GRUPO.
           MOVE WS-TELEFONO-I-CLI TO WS-GRP-CUENTA.
           MOVE WS-TELEFONO-I-CLI TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTE-I-PADRE NOT = SPACES
                 MOVE CLIENTE-I-PADRE TO WS-GRP-CUENTA
               END-IF
           END-READ.

       0290-LEE-MOROSO-CLI.
           READ MOROSOS-I NEXT RECORD INTO WS-MOROSO-I
             AT END
               MOVE 'Y' TO WS-MOR-EOF
             NOT AT END
               IF WS-MOR-CLIENTE-ID NOT = WS-GRP-CUENTA
                 MOVE 'Y' TO WS-MOR-EOF
               ELSE
                 IF WS-MOR-IMPORTE > WS-IMPORTE-MIN
                   PERFORM 0295-CHEQUEA-AVISO-FINAL
                 END-IF
               END-IF
           END-READ.

       0295-CHEQUEA-AVISO-FINAL.
           MOVE 'Y' TO WS-CLI-SIN-AVISO.
           IF WS-RHI-PRESENTE = 'Y'
             MOVE WS-MOR-CLIENTE-ID TO RHI-CLIENTE-ID
             MOVE WS-MOR-MONEDA     TO RHI-MONEDA
             READ RECLAMA-HIST-I
               KEY IS RHI-CLAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF RHI-ETAPA = 3 AND RHI-FEC-AVISO3 > 0
                   COMPUTE WS-DIAS-DESDE =
                     FUNCTION INTEGER-OF-DATE (WS-FSIS-NUM)
                     - FUNCTION INTEGER-OF-DATE (RHI-FEC-AVISO3)
                   IF WS-DIAS-DESDE >= WS-DIAS-AVISO
                     MOVE 'Y' TO WS-CLI-MOROSO
                     MOVE 'N' TO WS-CLI-SIN-AVISO
                   END-IF
                 END-IF
             END-READ
           END-IF.

       0300-SUSPENDE-LINEAS.
           MOVE 'N' TO WS-TEL-EOF.
           ACCEPT WS-FSIS-NUM FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTES-I.
           MOVE 'N' TO WS-RHI-PRESENTE.
           OPEN INPUT RECLAMA-HIST-I.
           IF WS-RHI-STATUS = '00'
             MOVE 'Y' TO WS-RHI-PRESENTE
           ELSE
             DISPLAY 'SIN RECLAMA_HIST_I.DAT - NINGUN AVISO FINAL '
                     'ENVIADO, EJECUTAR RECL001'
           END-IF.
           OPEN I-O TELEFONOS-I.
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS NOT = '00'
             INVALID KEY MOVE 'Y' TO WS-TEL-EOF
           END-START.
           PERFORM 0350-CHEQUEA-TELEFONO UNTIL WS-TEL-EOF = 'Y'.
           CLOSE CLIENTES-I.
           IF WS-RHI-PRESENTE = 'Y'
             CLOSE RECLAMA-HIST-I
           END-IF.
           CLOSE TELEFONOS-I.
           CLOSE AUDITORIA.

                 PERFORM 0280-CHEQUEA-MOROSO
                 IF WS-CLI-MOROSO = 'Y'
                   PERFORM 0400-SUSPENDE-TELEFONO
                 ELSE
                   IF WS-CLI-SIN-AVISO = 'Y'
                     ADD 1 TO WS-CTL-SIN-AVISO
                   END-IF
                 END-IF
               END-IF
           END-READ.
               PERFORM 8000-ESCRIBE-AUDITORIA
               DISPLAY 'TELEFONO ' WS-TELEFONO-I-NUM
                       ' SUSPENDIDO - CLIENTE ' WS-TELEFONO-I-CLI
                       ' CUENTA ' WS-GRP-CUENTA
           END-REWRITE.

       8000-ESCRIBE-AUDITORIA.
       0900-RESUMEN.
           DISPLAY 'SALDOS VENCIDOS      : ' WS-CTL-SALDOS.
           DISPLAY 'LINEAS SUSPENDIDAS   : ' WS-CTL-SUSPENDIDAS.
           DISPLAY 'RETENIDAS SIN AVISO  : ' WS-CTL-SIN-AVISO.

       END PROGRAM SUSP001.
