               RECORD KEY IS TARIFA-I-ID
               ALTERNATE RECORD KEY IS TARIFA-I-PRI WITH DUPLICATES.

        SELECT TITULARES-I ASSIGN TO "data/TITULARES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS WS-TIT-STATUS.

        SELECT LLAMADAS-CLI ASSIGN TO "data/LLAMADAS_CLIENTES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

           02  TARIFA-I-IMP-FES   PIC 9(3)V9999.
           02  TARIFA-I-EST     PIC X(1).

       FD  TITULARES-I.
       01  TITULAR-I.
           02  TIT-CLAVE.
               03  TIT-TEL-NUM     PIC X(16).
               03  TIT-DESDE       PIC 9(8).
           02  TIT-HASTA           PIC 9(8).
           02  TIT-CLI             PIC X(5).

       FD  LLAMADAS-CLI.
       01  LLAMADA-CLI.
           02  LLC-CLIENTE-ID   PIC X(5).

       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.

       01  WS-TIT-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TIT-PRESENTE      PIC X(1) VALUE 'N'.
       01  WS-TIT-EOF           PIC X(1) VALUE 'N'.
       01  WS-TIT-RESULTADO     PIC X(1) VALUE 'N'.
       01  WS-TIT-CLI           PIC X(5) VALUE SPACES.
       01  WS-FEC-LLAMADA       PIC 9(8) VALUE 0.
       01  WS-CLI-AJUSTE        PIC X(5) VALUE SPACES.

       01  WS-COR-MAX           PIC 9(3) VALUE 50.
       01  WS-COR-CNT           PIC 9(3) VALUE 0.
       01  WS-COR-IDX           PIC 9(3) VALUE 0.
       01  WS-DELTA         PIC S9(8)V99 VALUE 0.
       01  WS-ACUM-TAR      PIC X(5) VALUE SPACES.
       01  WS-ACUM-MON      PIC X(3) VALUE SPACES.
       01  WS-ACUM-CLI      PIC X(5) VALUE SPACES.

       01  WS-CTL-LEIDAS        PIC 9(8) VALUE 0.
       01  WS-CTL-REPRECIADAS   PIC 9(8) VALUE 0.
       01  WS-CTL-AJUSTES       PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-TARIFA    PIC 9(8) VALUE 0.
       01  WS-CTL-CAMBIO-TIT    PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT LLAMADAS-CLI.
           OPEN INPUT TARIFAS-I.
           MOVE 'N' TO WS-TIT-PRESENTE.
           OPEN INPUT TITULARES-I.
           IF WS-TIT-STATUS = '00'
             MOVE 'Y' TO WS-TIT-PRESENTE
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ LLAMADAS-CLI INTO WS-LLAMADA-CLI
               AT END MOVE 'Y' TO WS-EOF
           END-PERFORM.
           CLOSE LLAMADAS-CLI.
           CLOSE TARIFAS-I.
           IF WS-TIT-PRESENTE = 'Y'
             CLOSE TITULARES-I
           END-IF.

       0300-REPRECIA-LLAMADA.
           IF WS-LLC-TIPO-REG = SPACE
             MOVE 'V' TO WS-LLC-TIPO-REG
           END-IF.
           MOVE WS-LLC-CLIENTE-ID TO WS-CLI-AJUSTE.
           MOVE WS-LLC-TIPO-REG TO WS-TIPO-BUSCADO.
           PERFORM 0400-CALC-TARIFA.
           IF WS-TAR-FOUND NOT = 'Y'
           ELSE
             PERFORM 0350-CHEQUEA-AFECTADA
             IF WS-COR-ENCONTRADA = 'Y'
               PERFORM 0370-RESUELVE-TITULAR
               PERFORM 0500-CALC-IMPORTE
               IF WS-MONEDA-APLICADA NOT = WS-LLC-MONEDA
                  OR WS-CLI-AJUSTE NOT = WS-LLC-CLIENTE-ID
                 ADD 1 TO WS-CTL-REPRECIADAS
                 COMPUTE WS-DELTA = 0 - WS-LLC-IMPORTE
                 MOVE WS-LLC-CLIENTE-ID TO WS-ACUM-CLI
                 MOVE WS-LLC-TARIFA-ID TO WS-ACUM-TAR
                 MOVE WS-LLC-MONEDA    TO WS-ACUM-MON
                 PERFORM 0600-ACUMULA-AJUSTE
                 MOVE WS-IMPORTE-NUEVO   TO WS-DELTA
                 MOVE WS-CLI-AJUSTE      TO WS-ACUM-CLI
                 MOVE WS-TARIFA-APLICADA TO WS-ACUM-TAR
                 MOVE WS-MONEDA-APLICADA TO WS-ACUM-MON
                 PERFORM 0600-ACUMULA-AJUSTE
                   ADD 1 TO WS-CTL-REPRECIADAS
                   COMPUTE WS-DELTA =
                     WS-IMPORTE-NUEVO - WS-LLC-IMPORTE
                   MOVE WS-LLC-CLIENTE-ID  TO WS-ACUM-CLI
                   MOVE WS-TARIFA-APLICADA TO WS-ACUM-TAR
                   MOVE WS-MONEDA-APLICADA TO WS-ACUM-MON
                   PERFORM 0600-ACUMULA-AJUSTE
             ADD 1 TO WS-COR-IDX
           END-IF.

       0370-RESUELVE-TITULAR.
           MOVE 'N' TO WS-TIT-RESULTADO.
           MOVE SPACES TO WS-TIT-CLI.
           IF WS-TIT-PRESENTE = 'Y'
             STRING WS-INI-YYYY WS-INI-MM WS-INI-DD
               DELIMITED BY SIZE INTO WS-FEC-LLAMADA
             MOVE 'N' TO WS-TIT-EOF
             MOVE WS-LLC-TEL-NUM TO TIT-TEL-NUM
             MOVE 0              TO TIT-DESDE
             START TITULARES-I KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY MOVE 'Y' TO WS-TIT-EOF
             END-START
             PERFORM 0380-LEE-TITULAR UNTIL WS-TIT-EOF = 'Y'
           END-IF.
           IF WS-TIT-RESULTADO = 'H'
              AND WS-TIT-CLI NOT = WS-LLC-CLIENTE-ID
             MOVE WS-TIT-CLI TO WS-CLI-AJUSTE
             ADD 1 TO WS-CTL-CAMBIO-TIT
             DISPLAY 'TITULAR EN FECHA ' WS-TIT-CLI ' PARA '
                     WS-LLC-TEL-NUM ' (FACTURADA A '
                     WS-LLC-CLIENTE-ID ')'
           END-IF.

       0380-LEE-TITULAR.
           READ TITULARES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TIT-EOF
             NOT AT END
               IF TIT-TEL-NUM NOT = WS-LLC-TEL-NUM
                 MOVE 'Y' TO WS-TIT-EOF
               ELSE
                 MOVE 'G' TO WS-TIT-RESULTADO
                 IF TIT-DESDE > WS-FEC-LLAMADA
                   MOVE 'Y' TO WS-TIT-EOF
                 ELSE
                   IF TIT-HASTA NOT LESS THAN WS-FEC-LLAMADA
                     MOVE 'H' TO WS-TIT-RESULTADO
                     MOVE TIT-CLI TO WS-TIT-CLI
                     MOVE 'Y' TO WS-TIT-EOF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       0400-CALC-TARIFA.
           MOVE 'N' TO WS-TAR-FOUND.
           MOVE 'N' TO WS-TAR-EOF.
           IF WS-AJT-ENCONTRADO NOT = 'Y'
             IF WS-AJT-CNT < WS-AJT-MAX
               ADD 1 TO WS-AJT-CNT
               MOVE WS-ACUM-CLI        TO WS-AJT-CLI(WS-AJT-CNT)
               MOVE WS-ACUM-TAR        TO WS-AJT-TAR(WS-AJT-CNT)
               MOVE WS-ACUM-MON        TO WS-AJT-MON(WS-AJT-CNT)
               MOVE WS-DELTA           TO WS-AJT-DELTA(WS-AJT-CNT)
             ELSE
               DISPLAY 'TABLA DE AJUSTES LLENA - DELTA PERDIDO '
                       WS-ACUM-CLI ' ' WS-DELTA
             END-IF
           END-IF.

       0650-BUSCA-AJUSTE.
           IF WS-AJT-CLI(WS-AJT-IDX) = WS-ACUM-CLI AND
              WS-AJT-TAR(WS-AJT-IDX) = WS-ACUM-TAR AND
              WS-AJT-MON(WS-AJT-IDX) = WS-ACUM-MON
             ADD WS-DELTA TO WS-AJT-DELTA(WS-AJT-IDX)
           DISPLAY 'LLAMADAS REPRECIADAS : ' WS-CTL-REPRECIADAS.
           DISPLAY 'AJUSTES ESCRITOS     : ' WS-CTL-AJUSTES.
           DISPLAY 'SIN TARIFA VIGENTE   : ' WS-CTL-SIN-TARIFA.
           DISPLAY 'TITULAR RESUELTO POR HISTORICO: ' WS-CTL-CAMBIO-TIT.

       END PROGRAM REFA001.
