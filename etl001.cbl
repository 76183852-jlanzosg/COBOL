        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT TELEFONOS ASSIGN TO "data/TELEFONOS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TELEFONO-I-NUM.

        SELECT TITULARES-I ASSIGN TO "data/TITULARES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS WS-TIT-STATUS.

        SELECT TARIFAS ASSIGN TO "data/TARIFAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

           02  CLIENTE-NOM    PIC X(16).
           02  CLIENTE-CUE    PIC X(30).
           02  CLIENTE-REG    PIC X(3).
           02  CLIENTE-PADRE  PIC X(5).
           02  CLIENTE-FAC    PIC X(1).
           02  CLIENTE-NIF    PIC X(9).
       FD  CLIENTES-I.
       01  CLIENTE-I.
           02  CLIENTE-I-ID     PIC X(5).
           02  CLIENTE-I-CUE    PIC X(30).
           02  CLIENTE-I-REG    PIC X(3).
           02  CLIENTE-I-EST    PIC X(1).
           02  CLIENTE-I-PADRE  PIC X(5).
           02  CLIENTE-I-FAC    PIC X(1).
           02  CLIENTE-I-NIF    PIC X(9).

       FD  TELEFONOS.
       01  TELEFONO.
           02  TELEFONO-I-CLI      PIC X(5).
           02  TELEFONO-I-EST      PIC X(1).

       FD  TITULARES-I.
       01  TITULAR-I.
           02  TIT-CLAVE.
               03  TIT-TEL-NUM     PIC X(16).
               03  TIT-DESDE       PIC 9(8).
           02  TIT-HASTA           PIC 9(8).
           02  TIT-CLI             PIC X(5).

       FD  TARIFAS.
       01  TARIFA.
           02  TARIFA-ID      PIC X(5).
           02  WS-CLIENTE-NOM    PIC X(16).
           02  WS-CLIENTE-CUE    PIC X(30).
           02  WS-CLIENTE-REG    PIC X(3).
           02  WS-CLIENTE-PADRE  PIC X(5).
           02  WS-CLIENTE-FAC    PIC X(1).
           02  WS-CLIENTE-NIF    PIC X(9).
       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-ID   PIC X(5).
           02  WS-CLIENTE-I-NOM  PIC X(16).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).
       01  WS-TELEFONO.
           02  WS-TELEFONO-NUM   PIC X(16).
           02  WS-TELEFONO-CLI   PIC X(5).
       01  WS-TEL-BAJA  PIC X(1) VALUE 'N'.
       01  WS-TEL-SUSP  PIC X(1) VALUE 'N'.

       01  WS-TIT-STATUS    PIC X(2) VALUE SPACES.
       01  WS-TIT-PRESENTE  PIC X(1) VALUE 'N'.
       01  WS-TIT-EOF       PIC X(1) VALUE 'N'.
       01  WS-TIT-RESULTADO PIC X(1) VALUE 'N'.
       01  WS-TIT-CLI       PIC X(5) VALUE SPACES.
       01  WS-TEL-HUECO     PIC X(1) VALUE 'N'.
       01  WS-FEC-LLAMADA   PIC 9(8) VALUE 0.

       01  WS-VALIDACION.
           02  WS-VAL-TIPO      PIC X(10).
           02  WS-VAL-ARCHIVO   PIC X(10).
           02  WS-VAL-DETALLE   PIC X(40).

       01  WS-CHK-STATUS        PIC X(2) VALUE SPACES.
       01  WS-PADRE-ERROR       PIC X(1) VALUE 'N'.
       01  WS-PADRE-DE-PADRE    PIC X(5) VALUE SPACES.
       01  WS-CTL-HIJOS         PIC 9(8) VALUE 0.
       01  WS-LLCM-STATUS       PIC X(2) VALUE SPACES.
       01  WS-CONTADOR-LEIDOS   PIC 9(8) VALUE 0.
       01  WS-CHECKPOINT-N      PIC 9(8) VALUE 1000.
           PERFORM 7000-RC-INICIO.
           OPEN OUTPUT VALIDACION.
           PERFORM 0100-READ-CLIENTES.
           PERFORM 0150-VALIDAR-PADRES.
           PERFORM 0200-READ-TELEFONOS.
           PERFORM 0250-VALIDAR-HUERFANOS.
           PERFORM 0300-READ-TARIFAS.
                        MOVE 'IVA' TO WS-CLIENTE-I-REG
                      END-IF
                      MOVE 'A' TO WS-CLIENTE-I-EST
                      MOVE WS-CLIENTE-PADRE TO WS-CLIENTE-I-PADRE
                      MOVE WS-CLIENTE-FAC TO WS-CLIENTE-I-FAC
                      IF WS-CLIENTE-I-FAC NOT = 'P' AND
                         WS-CLIENTE-I-FAC NOT = 'E' AND
                         WS-CLIENTE-I-FAC NOT = 'A'
                        MOVE 'P' TO WS-CLIENTE-I-FAC
                      END-IF
                      MOVE WS-CLIENTE-NIF TO WS-CLIENTE-I-NIF
                      WRITE CLIENTE-I FROM WS-CLIENTE-I
                      INVALID KEY
                        DISPLAY "RECORD ALREADY ON FILE"
           CLOSE CLIENTES.
           CLOSE CLIENTES-I.

       0150-VALIDAR-PADRES.
           DISPLAY "VALIDANDO CUENTAS PADRE".
           MOVE 'N' TO WS-EOF.
           MOVE 0 TO WS-CTL-HIJOS.
           OPEN INPUT CLIENTES.
           OPEN I-O CLIENTES-I.
           PERFORM 0160-CHEQUEA-PADRE UNTIL WS-EOF = 'Y'.
           CLOSE CLIENTES.
           CLOSE CLIENTES-I.
           DISPLAY 'CLIENTES CON CUENTA PADRE: ' WS-CTL-HIJOS.

       0160-CHEQUEA-PADRE.
           READ CLIENTES INTO WS-CLIENTE
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF WS-CLIENTE-PADRE NOT = SPACES
                 PERFORM 0170-VALIDA-PADRE
               END-IF
           END-READ.

       0170-VALIDA-PADRE.
           MOVE 'N' TO WS-PADRE-ERROR.
           MOVE SPACES TO WS-VAL-DETALLE.
           IF WS-CLIENTE-PADRE = WS-CLIENTE-ID
             MOVE 'Y' TO WS-PADRE-ERROR
             MOVE 'CLIENTE PADRE DE SI MISMO' TO WS-VAL-DETALLE
           ELSE
             MOVE WS-CLIENTE-PADRE TO CLIENTE-I-ID
             READ CLIENTES-I
               INVALID KEY
                 MOVE 'Y' TO WS-PADRE-ERROR
                 STRING 'PADRE ' DELIMITED BY SIZE
                        WS-CLIENTE-PADRE DELIMITED BY SIZE
                        ' NO EXISTE EN CLIENTES-I' DELIMITED BY SIZE
                   INTO WS-VAL-DETALLE
               NOT INVALID KEY
                 MOVE CLIENTE-I-PADRE TO WS-PADRE-DE-PADRE
                 IF WS-PADRE-DE-PADRE NOT = SPACES
                   MOVE 'Y' TO WS-PADRE-ERROR
                   STRING 'PADRE ' DELIMITED BY SIZE
                          WS-CLIENTE-PADRE DELIMITED BY SIZE
                          ' ES A SU VEZ HIJO DE ' DELIMITED BY SIZE
                          WS-PADRE-DE-PADRE DELIMITED BY SIZE
                     INTO WS-VAL-DETALLE
                 END-IF
             END-READ
           END-IF.
           IF WS-PADRE-ERROR = 'Y'
             MOVE 'JERARQUIA'  TO WS-VAL-TIPO
             MOVE 'CLIENTES'   TO WS-VAL-ARCHIVO
             MOVE WS-CLIENTE-ID TO WS-VAL-CLAVE
             WRITE REGISTRO-VALIDACION FROM WS-VALIDACION
             PERFORM 0180-QUITA-PADRE
           ELSE
             ADD 1 TO WS-CTL-HIJOS
           END-IF.

       0180-QUITA-PADRE.
           MOVE WS-CLIENTE-ID TO CLIENTE-I-ID.
           READ CLIENTES-I INTO WS-CLIENTE-I
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE SPACES TO WS-CLIENTE-I-PADRE
               REWRITE CLIENTE-I FROM WS-CLIENTE-I
                 INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR CLIENTE ' WS-CLIENTE-ID
               END-REWRITE
           END-READ.

       0200-READ-TELEFONOS.
           DISPLAY "TELEFONOS".
           MOVE 'N' TO WS-EOF.
           END-IF.
           OPEN INPUT  TELEFONOS-I.
           OPEN INPUT  TARIFAS-I.
           MOVE 'N' TO WS-TIT-PRESENTE.
           OPEN INPUT  TITULARES-I.
           IF WS-TIT-STATUS = '00'
             MOVE 'Y' TO WS-TIT-PRESENTE
           ELSE
             DISPLAY 'SIN TITULARES_I.DAT - SE FACTURA AL TITULAR '
                     'ACTUAL DE TELEFONOS-I'
           END-IF.
           PERFORM 0420-SALTA-LLAMADAS
             UNTIL WS-CONTADOR-LEIDOS >= WS-REINICIO-CONTADOR
                OR WS-EOF = 'Y'.
           CLOSE LLAMADAS-RECHAZADAS.
           CLOSE TELEFONOS-I.
           CLOSE TARIFAS-I.
           IF WS-TIT-PRESENTE = 'Y'
             CLOSE TITULARES-I
           END-IF.

       0410-LEE-CHECKPOINT.
           MOVE 0 TO WS-REINICIO-CONTADOR.
           MOVE 'Y' TO WS-TEL-FOUND.
           MOVE 'N' TO WS-TEL-BAJA.
           MOVE 'N' TO WS-TEL-SUSP.
           MOVE 'N' TO WS-TEL-HUECO.
           PERFORM 0520-RESUELVE-TITULAR.
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
                 DISPLAY 'INVALID KEY ' WS-TEL-ORIG "*"
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
                     DISPLAY WS-TIT-CLI " " WS-LLAMADA  " "
                             WS-SECS " " WS-IMPORTE
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
             PERFORM 0550-LLAMADA-RECHAZADA
           END-IF.

       0520-RESUELVE-TITULAR.
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
             PERFORM 0530-LEE-TITULAR UNTIL WS-TIT-EOF = 'Y'
           END-IF.

       0530-LEE-TITULAR.
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

       0550-LLAMADA-RECHAZADA.
           MOVE WS-TEL-ORIG TO WS-LLR-TEL-ORIG.
           MOVE WS-TEL-DEST TO WS-LLR-TEL-DEST.
