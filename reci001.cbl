        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT TELEFONOS-I ASSIGN TO "data/TELEFONOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONO-I-NUM.

        SELECT TITULARES-I ASSIGN TO "data/TITULARES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS WS-TIT-STATUS.

        SELECT TARIFAS-I ASSIGN TO "data/TARIFAS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  TELEFONOS-I.
       01  TELEFONO-I.
           02  TELEFONO-I-CLI      PIC X(5).
           02  TELEFONO-I-EST      PIC X(1).

       FD  TITULARES-I.
       01  TITULAR-I.
           02  TIT-CLAVE.
               03  TIT-TEL-NUM     PIC X(16).
               03  TIT-DESDE       PIC 9(8).
           02  TIT-HASTA           PIC 9(8).
           02  TIT-CLI             PIC X(5).

       FD  TARIFAS-I.
       01  TARIFA-I.
           02  TARIFA-I-ID      PIC X(5).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-TELEFONO-I.
           02  WS-TELEFONO-I-NUM PIC X(16).
       01  WS-TEL-FOUND PIC X(1) VALUE 'N'.
       01  WS-TEL-BAJA  PIC X(1) VALUE 'N'.
       01  WS-TEL-SUSP  PIC X(1) VALUE 'N'.
       01  WS-TEL-HUECO PIC X(1) VALUE 'N'.
       01  WS-TIT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TIT-PRESENTE  PIC X(1) VALUE 'N'.
       01  WS-TIT-EOF       PIC X(1) VALUE 'N'.
       01  WS-TIT-RESULTADO PIC X(1) VALUE 'N'.
       01  WS-TIT-CLI       PIC X(5) VALUE SPACES.
       01  WS-FEC-LLAMADA   PIC 9(8) VALUE 0.
       01  WS-TAR-FOUND PIC X(1) VALUE 'N'.
       01  WS-TAR-EOF   PIC X(1) VALUE 'N'.
       01  WS-TARIFA-APLICADA PIC X(5) VALUE SPACES.
           OPEN EXTEND LLAMADAS-CLI.
           OPEN INPUT  TELEFONOS-I.
           OPEN INPUT  TARIFAS-I.
           MOVE 'N' TO WS-TIT-PRESENTE.
           OPEN INPUT  TITULARES-I.
           IF WS-TIT-STATUS = '00'
             MOVE 'Y' TO WS-TIT-PRESENTE
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
             READ LLAMADAS-RECHAZADAS INTO WS-LLAMADA-RECHAZADA
               AT END MOVE 'Y' TO WS-EOF
           CLOSE LLAMADAS-CLI.
           CLOSE TELEFONOS-I.
           CLOSE TARIFAS-I.
           IF WS-TIT-PRESENTE = 'Y'
             CLOSE TITULARES-I
           END-IF.

       0200-RECICLA-LLAMADA.
           MOVE WS-LLR-TEL-ORIG TO WS-TEL-ORIG.
           MOVE 'Y' TO WS-TEL-FOUND.
           MOVE 'N' TO WS-TEL-BAJA.
           MOVE 'N' TO WS-TEL-SUSP.
           MOVE 'N' TO WS-TEL-HUECO.
           PERFORM 0250-RESUELVE-TITULAR.
           MOVE WS-TEL-ORIG TO TELEFONO-I-NUM
           READ TELEFONOS-I INTO WS-TELEFONO-I
             KEY IS TELEFONO-I-NUM
             INVALID KEY
               IF WS-TIT-RESULTADO = 'H'
                 PERFORM 0580-TARIFICA-REGISTRO
               ELSE
                 MOVE 'N' TO WS-TEL-FOUND
                 IF WS-TIT-RESULTADO = 'G'
                   MOVE 'Y' TO WS-TEL-HUECO
                 END-IF
               END-IF
             NOT INVALID KEY
               IF WS-TIT-RESULTADO = 'N'
                 MOVE WS-TELEFONO-I-CLI TO WS-TIT-CLI
               END-IF
               IF WS-TELEFONO-I-EST = 'S'
                 MOVE 'N' TO WS-TEL-FOUND
                 MOVE 'Y' TO WS-TEL-SUSP
               ELSE
                 IF WS-TIT-RESULTADO = 'G'
                   MOVE 'N' TO WS-TEL-FOUND
                   IF WS-TELEFONO-I-EST = 'B'
                     MOVE 'Y' TO WS-TEL-BAJA
                   ELSE
                     MOVE 'Y' TO WS-TEL-HUECO
                   END-IF
                 ELSE
                   IF WS-TELEFONO-I-EST = 'B' AND
                      WS-TIT-RESULTADO NOT = 'H'
                     MOVE 'N' TO WS-TEL-FOUND
                     MOVE 'Y' TO WS-TEL-BAJA
                   ELSE
                     PERFORM 0580-TARIFICA-REGISTRO
                   END-IF
                 END-IF
               END-IF
           END-READ.
           IF WS-TEL-FOUND = 'Y'
             IF WS-TAR-FOUND = 'Y'
               MOVE WS-TIT-CLI        TO LLC-CLIENTE-ID
               MOVE WS-TEL-ORIG       TO LLC-TEL-NUM
               MOVE WS-TEL-DEST       TO LLC-TEL-DES
               MOVE WS-INICIO         TO LLC-INICIO
                 MOVE 'TELEFONO SUSPENDIDO POR IMPAGO'
                   TO WS-MOTIVO-RECHAZO
               ELSE
                 IF WS-TEL-HUECO = 'Y'
                   MOVE 'TELEFONO SIN TITULAR EN FECHA'
                     TO WS-MOTIVO-RECHAZO
                 ELSE
                   MOVE 'TELEFONO ORIGEN NO ENCONTRADO EN TELEFONOS-I'
                     TO WS-MOTIVO-RECHAZO
                 END-IF
               END-IF
             END-IF
             PERFORM 0300-SIGUE-RECHAZADA
           END-IF.

       0250-RESUELVE-TITULAR.
           MOVE 'N' TO WS-TIT-RESULTADO.
           MOVE SPACES TO WS-TIT-CLI.
           IF WS-TIT-PRESENTE = 'Y'
             STRING WS-INI-YYYY WS-INI-MM WS-INI-DD
               DELIMITED BY SIZE INTO WS-FEC-LLAMADA
             MOVE 'N' TO WS-TIT-EOF
             MOVE WS-TEL-ORIG TO TIT-TEL-NUM
             MOVE 0           TO TIT-DESDE
             START TITULARES-I KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY MOVE 'Y' TO WS-TIT-EOF
             END-START
             PERFORM 0270-LEE-TITULAR UNTIL WS-TIT-EOF = 'Y'
           END-IF.

       0270-LEE-TITULAR.
           READ TITULARES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TIT-EOF
             NOT AT END
               IF TIT-TEL-NUM NOT = WS-TEL-ORIG
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

       0300-SIGUE-RECHAZADA.
           MOVE WS-LLR-TEL-ORIG TO LLT-TEL-ORIG.
           MOVE WS-LLR-TEL-DEST TO LLT-TEL-DEST.
           IF WS-REC-ENCONTRADO NOT = 'Y'
             IF WS-REC-CNT < WS-REC-MAX
               ADD 1 TO WS-REC-CNT
               MOVE WS-TIT-CLI         TO WS-REC-CLI(WS-REC-CNT)
               MOVE WS-MONEDA-APLICADA TO WS-REC-MON(WS-REC-CNT)
               MOVE WS-IMPORTE         TO WS-REC-IMP(WS-REC-CNT)
             ELSE
               DISPLAY 'TABLA DE RECUPERADAS LLENA - RESUMEN '
                       'INCOMPLETO PARA ' WS-TIT-CLI
             END-IF
           END-IF.

       0360-BUSCA-RECUPERADA.
           IF WS-REC-CLI(WS-REC-IDX) = WS-TIT-CLI AND
              WS-REC-MON(WS-REC-IDX) = WS-MONEDA-APLICADA
             ADD WS-IMPORTE TO WS-REC-IMP(WS-REC-IDX)
             MOVE 'Y' TO WS-REC-ENCONTRADO
