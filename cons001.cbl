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

        SELECT LLAMADAS-CLI-S ASSIGN TO "data/LLAMADAS_CLI_SORT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  LLAMADAS-CLI-S.
       01  LLAMADA-CLI-S.
           02  LLCS-CLIENTE-ID   PIC X(5).
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-TELEFONO-I.
           02  WS-TELEFONO-I-NUM PIC X(16).
       01  WS-CLAVE-ENTRADA      PIC X(16) VALUE SPACES.
       01  WS-CLIENTE-ACTUAL     PIC X(5)  VALUE SPACES.
       01  WS-CLIENTE-LOCALIZADO PIC X(1)  VALUE 'N'.
       01  WS-FECHA-TXT          PIC X(8)  VALUE SPACES.
       01  WS-FECHA-CONSULTA     PIC 9(8)  VALUE 0.
       01  WS-CLI-BUSCADO        PIC X(5)  VALUE SPACES.

       01  WS-TIT-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-TIT-PRESENTE       PIC X(1)  VALUE 'N'.
       01  WS-TIT-EOF            PIC X(1)  VALUE 'N'.
       01  WS-TIT-RESULTADO      PIC X(1)  VALUE 'N'.
       01  WS-TIT-CLI            PIC X(5)  VALUE SPACES.

       01  WS-EOF                PIC X(1)  VALUE 'N'.
       01  WS-TEL-EOF            PIC X(1)  VALUE 'N'.
           OPEN INPUT CLIENTES-I.
           OPEN INPUT TELEFONOS-I.
           OPEN INPUT LLAMADAS-CLI-S.
           MOVE 'N' TO WS-TIT-PRESENTE.
           OPEN INPUT TITULARES-I.
           IF WS-TIT-STATUS = '00'
             MOVE 'Y' TO WS-TIT-PRESENTE
           END-IF.

       0200-PIDE-CLAVE.
           DISPLAY 'TIPO DE BUSQUEDA (C=CLIENTE-ID, T=TELEFONO): '
           ACCEPT WS-TIPO-BUSQUEDA.
           DISPLAY 'CLAVE A BUSCAR: ' WITH NO ADVANCING.
           ACCEPT WS-CLAVE-ENTRADA.
           IF WS-TIPO-BUSQUEDA NOT = 'C' AND WS-TIPO-BUSQUEDA NOT = 'c'
             DISPLAY 'FECHA (AAAAMMDD, INTRO=HOY): ' WITH NO ADVANCING
             ACCEPT WS-FECHA-TXT
             IF WS-FECHA-TXT = SPACES
               ACCEPT WS-FECHA-CONSULTA FROM DATE YYYYMMDD
             ELSE
               MOVE WS-FECHA-TXT TO WS-FECHA-CONSULTA
             END-IF
           END-IF.

       0300-LOCALIZA-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-LOCALIZADO.
           END-READ.

       0320-LOCALIZA-POR-TELEFONO.
           PERFORM 0330-RESUELVE-TITULAR.
           IF WS-TIT-RESULTADO = 'H'
             MOVE WS-TIT-CLI TO WS-CLI-BUSCADO
             PERFORM 0350-LEE-CLIENTE-TELEFONO
           ELSE
             IF WS-TIT-RESULTADO = 'G'
               DISPLAY 'TELEFONO SIN TITULAR EN FECHA '
                       WS-FECHA-CONSULTA
             ELSE
               MOVE WS-CLAVE-ENTRADA TO TELEFONO-I-NUM
               READ TELEFONOS-I INTO WS-TELEFONO-I
                 KEY IS TELEFONO-I-NUM
                 INVALID KEY
                   DISPLAY 'TELEFONO NO ENCONTRADO EN TELEFONOS-I'
                 NOT INVALID KEY
                   MOVE WS-TELEFONO-I-CLI TO WS-CLI-BUSCADO
                   PERFORM 0350-LEE-CLIENTE-TELEFONO
               END-READ
             END-IF
           END-IF.

       0330-RESUELVE-TITULAR.
           MOVE 'N' TO WS-TIT-RESULTADO.
           MOVE SPACES TO WS-TIT-CLI.
           IF WS-TIT-PRESENTE = 'Y'
             MOVE 'N' TO WS-TIT-EOF
             MOVE WS-CLAVE-ENTRADA TO TIT-TEL-NUM
             MOVE 0                TO TIT-DESDE
             START TITULARES-I KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY MOVE 'Y' TO WS-TIT-EOF
             END-START
             PERFORM 0340-LEE-TITULAR UNTIL WS-TIT-EOF = 'Y'
           END-IF.

       0340-LEE-TITULAR.
           READ TITULARES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TIT-EOF
             NOT AT END
               IF TIT-TEL-NUM NOT = WS-CLAVE-ENTRADA
                 MOVE 'Y' TO WS-TIT-EOF
               ELSE
                 MOVE 'G' TO WS-TIT-RESULTADO
                 IF TIT-DESDE > WS-FECHA-CONSULTA
                   MOVE 'Y' TO WS-TIT-EOF
                 ELSE
                   IF TIT-HASTA NOT LESS THAN WS-FECHA-CONSULTA
                     MOVE 'H' TO WS-TIT-RESULTADO
                     MOVE TIT-CLI TO WS-TIT-CLI
                     MOVE 'Y' TO WS-TIT-EOF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       0350-LEE-CLIENTE-TELEFONO.
           MOVE WS-CLI-BUSCADO TO CLIENTE-I-ID.
           READ CLIENTES-I INTO WS-CLIENTE-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               DISPLAY 'CLIENTE ASOCIADO AL TELEFONO NO ENCONTRADO'
             NOT INVALID KEY
               MOVE CLIENTE-I-ID TO WS-CLIENTE-ACTUAL
               MOVE 'Y' TO WS-CLIENTE-LOCALIZADO
           END-READ.

       0400-IMPRIME-CLIENTE.
           CLOSE CLIENTES-I.
           CLOSE TELEFONOS-I.
           CLOSE LLAMADAS-CLI-S.
           IF WS-TIT-PRESENTE = 'Y'
             CLOSE TITULARES-I
           END-IF.
