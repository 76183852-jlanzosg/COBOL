       FILE-CONTROL.
        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT TELEFONOS-I ASSIGN TO "data/TELEFONOS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TELEFONO-I-NUM.

        SELECT TITULARES-I ASSIGN TO "data/TITULARES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS WS-TIT-STATUS.

        SELECT TARIFAS-I ASSIGN TO "data/TARIFAS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

        SELECT PENDIENTES-I ASSIGN TO "data/PENDIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               FILE STATUS IS WS-PEN-STATUS.

        SELECT APROB-PARAM ASSIGN TO "data/APROB_PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-I.
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
           02  AUD-CLAVE        PIC X(16).
           02  AUD-ANTES        PIC X(70).
           02  AUD-DESPUES      PIC X(70).
           02  AUD-ANTES-EXT    PIC X(20).
           02  AUD-DESPUES-EXT  PIC X(20).

       FD  PENDIENTES-I.
       01  PENDIENTE-I.
           02  PEN-ID           PIC 9(6).
           02  PEN-ARCHIVO      PIC X(10).
           02  PEN-OPERACION    PIC X(5).
           02  PEN-CLAVE        PIC X(16).
           02  PEN-ANTES        PIC X(90).
           02  PEN-DESPUES      PIC X(90).
           02  PEN-OPE-SOLIC    PIC X(8).
           02  PEN-FEC-SOLIC    PIC 9(8).
           02  PEN-HORA-SOLIC   PIC X(6).
           02  PEN-ESTADO       PIC X(1).
           02  PEN-OPE-RESUEL   PIC X(8).
           02  PEN-FEC-RESUEL   PIC 9(8).
           02  PEN-MOTIVO       PIC X(30).

       FD  APROB-PARAM.
       01  REGISTRO-APROB-PARAM.
           02  APR-DIAS-CADUCIDAD PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-CLIENTE-I.
           02  WS-CLIENTE-I-CUE  PIC X(30).
           02  WS-CLIENTE-I-REG  PIC X(3).
           02  WS-CLIENTE-I-EST  PIC X(1).
           02  WS-CLIENTE-I-PADRE PIC X(5).
           02  WS-CLIENTE-I-FAC   PIC X(1).
           02  WS-CLIENTE-I-NIF   PIC X(9).

       01  WS-TELEFONO-I.
           02  WS-TELEFONO-I-NUM PIC X(16).
           02  WS-TELEFONO-I-CLI PIC X(5).
           02  WS-TELEFONO-I-EST PIC X(1).

       01  WS-TITULAR-I.
           02  WS-TIT-TEL-NUM    PIC X(16).
           02  WS-TIT-DESDE      PIC 9(8).
           02  WS-TIT-HASTA      PIC 9(8).
           02  WS-TIT-CLI        PIC X(5).

       01  WS-TARIFA-I.
           02  WS-TARIFA-I-ID      PIC X(5).
           02  WS-TARIFA-I-TIP     PIC X(14).
           02  WS-AUD-CLAVE     PIC X(16).
           02  WS-AUD-ANTES     PIC X(70).
           02  WS-AUD-DESPUES   PIC X(70).
           02  WS-AUD-ANTES-EXT PIC X(20).
           02  WS-AUD-DESPUES-EXT PIC X(20).

       01  WS-PENDIENTE-I.
           02  WS-PEN-ID         PIC 9(6).
           02  WS-PEN-ARCHIVO    PIC X(10).
           02  WS-PEN-OPERACION  PIC X(5).
           02  WS-PEN-CLAVE      PIC X(16).
           02  WS-PEN-ANTES      PIC X(90).
           02  WS-PEN-DESPUES    PIC X(90).
           02  WS-PEN-OPE-SOLIC  PIC X(8).
           02  WS-PEN-FEC-SOLIC  PIC 9(8).
           02  WS-PEN-HORA-SOLIC PIC X(6).
           02  WS-PEN-ESTADO     PIC X(1).
           02  WS-PEN-OPE-RESUEL PIC X(8).
           02  WS-PEN-FEC-RESUEL PIC 9(8).
           02  WS-PEN-MOTIVO     PIC X(30).

       01  WS-PEN-IMAGEN        PIC X(90) VALUE SPACES.
       01  WS-PEN-IMG-CLIENTE REDEFINES WS-PEN-IMAGEN.
           02  FILLER            PIC X(51).
           02  WS-PEN-IMG-REG    PIC X(3).
           02  FILLER            PIC X(36).
       01  WS-PEN-IMG-TELEFONO REDEFINES WS-PEN-IMAGEN.
           02  FILLER            PIC X(21).
           02  WS-PEN-IMG-EST    PIC X(1).
           02  FILLER            PIC X(68).

       01  WS-IMG-ANTES.
           02  WS-IMG-ANTES-1    PIC X(70).
           02  WS-IMG-ANTES-2    PIC X(20).
       01  WS-IMG-DESPUES.
           02  WS-IMG-DESPUES-1  PIC X(70).
           02  WS-IMG-DESPUES-2  PIC X(20).
       01  WS-TARIFA-ANT        PIC X(86) VALUE SPACES.

       01  WS-AUD-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-OPERADOR          PIC X(8)  VALUE SPACES.
       01  WS-CAMPO-NUM         PIC X(10) VALUE SPACES.
       01  WS-HORA-SISTEMA      PIC X(8)  VALUE SPACES.

       01  WS-TIT-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-TIT-EOF           PIC X(1)  VALUE 'N'.
       01  WS-TIT-HAY           PIC X(1)  VALUE 'N'.
       01  WS-TIT-ABIERTO       PIC X(1)  VALUE 'N'.
       01  WS-TIT-CNT           PIC 9(4)  VALUE 0.
       01  WS-FEC-EFECTO        PIC 9(8)  VALUE 0.
       01  WS-TIT-ULT-HASTA     PIC 9(8)  VALUE 0.
       01  WS-FEC-ANTERIOR      PIC 9(8)  VALUE 0.
       01  WS-FECHA-VALIDA      PIC X(1)  VALUE 'N'.
       01  WS-CLI-ANTERIOR      PIC X(5)  VALUE SPACES.
       01  WS-CLI-NUEVO         PIC X(5)  VALUE SPACES.
       01  WS-PADRE-NUEVO       PIC X(5)  VALUE SPACES.
       01  WS-PADRE-VALIDO      PIC X(1)  VALUE 'N'.
       01  WS-TIENE-HIJOS       PIC X(1)  VALUE 'N'.
       01  WS-REG-NUEVO         PIC X(3)  VALUE SPACES.

       01  WS-PEN-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-APR-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-PEN-EOF           PIC X(1)  VALUE 'N'.
       01  WS-PEN-FIN           PIC X(1)  VALUE 'N'.
       01  WS-PEN-VIGENTE       PIC X(1)  VALUE 'Y'.
       01  WS-PEN-DECISION      PIC X(1)  VALUE SPACE.
       01  WS-PEN-ULT-ID        PIC 9(6)  VALUE 0.
       01  WS-PEN-CNT           PIC 9(6)  VALUE 0.
       01  WS-PEN-VISTAS        PIC 9(6)  VALUE 0.
       01  WS-PEN-CADUCADAS     PIC 9(6)  VALUE 0.
       01  WS-DIAS-CADUCIDAD    PIC 9(3)  VALUE 7.
       01  WS-DIAS-PEND         PIC S9(7) VALUE 0.
       01  WS-FECHA-HOY         PIC 9(8)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "MANT001 - Mantenimiento de maestros con auditoria"
           ACCEPT WS-OPERADOR.
           OPEN I-O CLIENTES-I.
           OPEN I-O TELEFONOS-I.
           OPEN I-O TITULARES-I.
           IF WS-TIT-STATUS NOT = '00'
             OPEN OUTPUT TITULARES-I
             CLOSE TITULARES-I
             OPEN I-O TITULARES-I
           END-IF.
           OPEN I-O TARIFAS-I.
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS NOT = '00'
             OPEN OUTPUT AUDITORIA
           END-IF.
           OPEN I-O PENDIENTES-I.
           IF WS-PEN-STATUS NOT = '00'
             OPEN OUTPUT PENDIENTES-I
             CLOSE PENDIENTES-I
             OPEN I-O PENDIENTES-I
           END-IF.
           PERFORM 4010-LEE-PARAMETROS.
           PERFORM 4050-REVISA-PENDIENTES.

       0200-CICLO-MENU.
           DISPLAY ' '.
           DISPLAY 'ARCHIVO (C=CLIENTES, T=TELEFONOS, A=TARIFAS, '
                   'P=PENDIENTES, X=FIN): ' WITH NO ADVANCING.
           ACCEPT WS-ARCHIVO-SEL.
           IF WS-ARCHIVO-SEL = 'X' OR WS-ARCHIVO-SEL = 'x'
             MOVE 'Y' TO WS-FIN-MANT
           ELSE
             IF WS-ARCHIVO-SEL = 'P' OR WS-ARCHIVO-SEL = 'p'
               PERFORM 4000-PENDIENTES
             ELSE
               DISPLAY 'OPERACION (A=ALTA, M=MODIFICACION, B=BAJA, '
                       'H=HISTORIAL TITULARES, R=REACTIVAR): '
                 WITH NO ADVANCING
               ACCEPT WS-OPERACION-SEL
               IF WS-ARCHIVO-SEL = 'C' OR WS-ARCHIVO-SEL = 'c'
                 PERFORM 1000-MANT-CLIENTES
               ELSE
                 IF WS-ARCHIVO-SEL = 'T' OR WS-ARCHIVO-SEL = 't'
                   PERFORM 2000-MANT-TELEFONOS
                 ELSE
                   IF WS-ARCHIVO-SEL = 'A' OR WS-ARCHIVO-SEL = 'a'
                     PERFORM 3000-MANT-TARIFAS
                   ELSE
                     DISPLAY 'ARCHIVO NO VALIDO'
                   END-IF
                 END-IF
               END-IF
             END-IF
           ELSE
             MOVE WS-CAMPO-TXT(1:3) TO WS-CLIENTE-I-REG
           END-IF.
           DISPLAY 'CLIENTE PADRE (INTRO=NINGUNO): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT NOT = SPACES
             MOVE WS-CAMPO-TXT(1:5) TO WS-PADRE-NUEVO
             PERFORM 1150-VALIDA-PADRE
             IF WS-PADRE-VALIDO = 'Y'
               MOVE WS-PADRE-NUEVO TO WS-CLIENTE-I-PADRE
             END-IF
           END-IF.
           DISPLAY 'NIF: ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE WS-CAMPO-TXT(1:9) TO WS-CLIENTE-I-NIF.
           DISPLAY 'FACTURA (P=PAPEL, E=ELECTRONICA, A=AMBAS, '
                   'INTRO=P): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE 'P' TO WS-CLIENTE-I-FAC.
           PERFORM 1170-VALIDA-ENVIO-FACTURA.
           MOVE 'A' TO WS-CLIENTE-I-EST.
           WRITE CLIENTE-I FROM WS-CLIENTE-I
             INVALID KEY
           DISPLAY 'NUEVO REGIMEN (INTRO=MANTIENE): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE SPACES TO WS-REG-NUEVO.
           IF WS-CAMPO-TXT NOT = SPACES
             MOVE WS-CAMPO-TXT(1:3) TO WS-REG-NUEVO
           END-IF.
           DISPLAY 'PADRE ACTUAL : ' WS-CLIENTE-I-PADRE.
           DISPLAY 'NUEVO PADRE (INTRO=MANTIENE, -=NINGUNO): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT = '-'
             MOVE SPACES TO WS-CLIENTE-I-PADRE
           ELSE
             IF WS-CAMPO-TXT NOT = SPACES
               MOVE WS-CAMPO-TXT(1:5) TO WS-PADRE-NUEVO
               PERFORM 1150-VALIDA-PADRE
               IF WS-PADRE-VALIDO = 'Y'
                 PERFORM 1160-CHEQUEA-HIJOS
                 IF WS-TIENE-HIJOS = 'Y'
                   DISPLAY 'CLIENTE ' WS-CLIENTE-I-ID ' TIENE CUENTAS '
                           'HIJAS - NO PUEDE DEPENDER DE OTRO PADRE'
                 ELSE
                   MOVE WS-PADRE-NUEVO TO WS-CLIENTE-I-PADRE
                 END-IF
               END-IF
             END-IF
           END-IF.
           DISPLAY 'NIF ACTUAL : ' WS-CLIENTE-I-NIF.
           DISPLAY 'NUEVO NIF (INTRO=MANTIENE): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT NOT = SPACES
             MOVE WS-CAMPO-TXT(1:9) TO WS-CLIENTE-I-NIF
           END-IF.
           DISPLAY 'FACTURA ACTUAL : ' WS-CLIENTE-I-FAC.
           DISPLAY 'NUEVO ENVIO (P=PAPEL, E=ELECTRONICA, A=AMBAS, '
                   'INTRO=MANTIENE): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           PERFORM 1170-VALIDA-ENVIO-FACTURA.
           REWRITE CLIENTE-I FROM WS-CLIENTE-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR CLIENTE ' WS-CLIENTE-I-ID
               MOVE 'MODIF'         TO WS-AUD-OPERACION
               MOVE WS-CLIENTE-I-ID TO WS-AUD-CLAVE
               PERFORM 8000-ESCRIBE-AUDITORIA
               IF WS-REG-NUEVO NOT = SPACES
                  AND WS-REG-NUEVO NOT = WS-CLIENTE-I-REG
                 PERFORM 1250-SOLICITA-REGIMEN
               END-IF
           END-REWRITE.

       1250-SOLICITA-REGIMEN.
           MOVE WS-CLIENTE-I    TO WS-PEN-IMAGEN.
           MOVE WS-PEN-IMAGEN   TO WS-IMG-ANTES.
           MOVE WS-REG-NUEVO    TO WS-PEN-IMG-REG.
           MOVE WS-PEN-IMAGEN   TO WS-IMG-DESPUES.
           MOVE 'CLIENTES'      TO WS-PEN-ARCHIVO.
           MOVE 'MODIF'         TO WS-PEN-OPERACION.
           MOVE WS-CLIENTE-I-ID TO WS-PEN-CLAVE.
           PERFORM 4100-GRABA-SOLICITUD.

       1150-VALIDA-PADRE.
           MOVE 'Y' TO WS-PADRE-VALIDO.
           IF WS-PADRE-NUEVO = WS-CLIENTE-I-ID
             MOVE 'N' TO WS-PADRE-VALIDO
             DISPLAY 'UN CLIENTE NO PUEDE SER SU PROPIO PADRE'
           ELSE
             MOVE WS-PADRE-NUEVO TO CLIENTE-I-ID
             READ CLIENTES-I
               KEY IS CLIENTE-I-ID
               INVALID KEY
                 MOVE 'N' TO WS-PADRE-VALIDO
                 DISPLAY 'CLIENTE PADRE ' WS-PADRE-NUEVO
                         ' NO ENCONTRADO EN CLIENTES-I'
               NOT INVALID KEY
                 IF CLIENTE-I-PADRE NOT = SPACES
                   MOVE 'N' TO WS-PADRE-VALIDO
                   DISPLAY 'CLIENTE ' WS-PADRE-NUEVO
                           ' DEPENDE DE ' CLIENTE-I-PADRE
                           ' - NO PUEDE SER CUENTA PADRE'
                 END-IF
             END-READ
           END-IF.
           IF WS-PADRE-VALIDO NOT = 'Y'
             DISPLAY 'CLIENTE PADRE NO MODIFICADO'
           END-IF.

       1160-CHEQUEA-HIJOS.
           MOVE 'N' TO WS-TIENE-HIJOS.
           MOVE WS-CLIENTE-I-ID TO CLIENTE-I-PADRE.
           START CLIENTES-I KEY IS EQUAL TO CLIENTE-I-PADRE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE 'Y' TO WS-TIENE-HIJOS
           END-START.

       1170-VALIDA-ENVIO-FACTURA.
           IF WS-CAMPO-TXT NOT = SPACES
             IF WS-CAMPO-TXT(1:1) = 'P' OR WS-CAMPO-TXT(1:1) = 'p'
               MOVE 'P' TO WS-CLIENTE-I-FAC
             ELSE
               IF WS-CAMPO-TXT(1:1) = 'E' OR WS-CAMPO-TXT(1:1) = 'e'
                 MOVE 'E' TO WS-CLIENTE-I-FAC
               ELSE
                 IF WS-CAMPO-TXT(1:1) = 'A' OR WS-CAMPO-TXT(1:1) = 'a'
                   MOVE 'A' TO WS-CLIENTE-I-FAC
                 ELSE
                   DISPLAY 'ENVIO DE FACTURA NO VALIDO - NO MODIFICADO'
                 END-IF
               END-IF
             END-IF
           END-IF.

       1300-BAJA-CLIENTE.
           MOVE WS-CLIENTE-I TO WS-AUD-ANTES.
           MOVE 'B' TO WS-CLIENTE-I-EST.
             INVALID KEY
               MOVE 'N' TO WS-REG-ENCONTRADO
           END-READ.
           IF WS-OPERACION-SEL = 'H' OR WS-OPERACION-SEL = 'h'
             PERFORM 2400-HISTORIAL-TELEFONO
           ELSE
             IF WS-OPERACION-SEL = 'A' OR WS-OPERACION-SEL = 'a'
               IF WS-REG-ENCONTRADO = 'Y'
                 DISPLAY 'TELEFONO YA EXISTE EN TELEFONOS-I'
               ELSE
                 PERFORM 2100-ALTA-TELEFONO
               END-IF
             ELSE
               IF WS-REG-ENCONTRADO NOT = 'Y'
                 DISPLAY 'TELEFONO NO ENCONTRADO EN TELEFONOS-I'
               ELSE
                 IF WS-OPERACION-SEL = 'M' OR WS-OPERACION-SEL = 'm'
                   PERFORM 2200-MODIFICA-TELEFONO
                 ELSE
                   IF WS-OPERACION-SEL = 'B' OR WS-OPERACION-SEL = 'b'
                     PERFORM 2300-BAJA-TELEFONO
                   ELSE
                     IF WS-OPERACION-SEL = 'R'
                        OR WS-OPERACION-SEL = 'r'
                       PERFORM 2350-REACTIVA-TELEFONO
                     ELSE
                       DISPLAY 'OPERACION NO VALIDA'
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
                       ' NO EXISTE EN CLIENTES-I'
           END-READ.
           MOVE 'A' TO WS-TELEFONO-I-EST.
           DISPLAY 'FECHA ALTA (AAAAMMDD, INTRO=HOY): '
             WITH NO ADVANCING.
           PERFORM 2050-PIDE-FECHA.
           IF WS-FECHA-VALIDA = 'Y'
             PERFORM 2500-BUSCA-PERIODO-ABIERTO
             IF WS-FEC-EFECTO NOT > WS-TIT-ULT-HASTA
               DISPLAY 'FECHA ALTA NO POSTERIOR AL ULTIMO PERIODO ('
                       WS-TIT-ULT-HASTA ')'
               MOVE 'N' TO WS-FECHA-VALIDA
             END-IF
           END-IF.
           IF WS-FECHA-VALIDA NOT = 'Y'
             DISPLAY 'FECHA NO VALIDA - ALTA CANCELADA'
           ELSE
             WRITE TELEFONO-I FROM WS-TELEFONO-I
               INVALID KEY
                 DISPLAY 'ERROR AL GRABAR TELEFONO ' WS-TELEFONO-I-NUM
               NOT INVALID KEY
                 MOVE SPACES         TO WS-AUD-ANTES
                 MOVE WS-TELEFONO-I  TO WS-AUD-DESPUES
                 MOVE 'TELEFONOS'    TO WS-AUD-ARCHIVO
                 MOVE 'ALTA'         TO WS-AUD-OPERACION
                 MOVE WS-TELEFONO-I-NUM TO WS-AUD-CLAVE
                 PERFORM 8000-ESCRIBE-AUDITORIA
                 MOVE SPACES            TO WS-CLI-ANTERIOR
                 MOVE WS-TELEFONO-I-CLI TO WS-CLI-NUEVO
                 PERFORM 2700-NUEVO-TITULAR
             END-WRITE
           END-IF.

       2050-PIDE-FECHA.
           MOVE 'Y' TO WS-FECHA-VALIDA.
           ACCEPT WS-CAMPO-NUM.
           IF WS-CAMPO-NUM = SPACES
             ACCEPT WS-FEC-EFECTO FROM DATE YYYYMMDD
           ELSE
             COMPUTE WS-FEC-EFECTO = FUNCTION NUMVAL(WS-CAMPO-NUM)
             IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEC-EFECTO) NOT = 0
               MOVE 'N' TO WS-FECHA-VALIDA
             END-IF
           END-IF.

       2200-MODIFICA-TELEFONO.
           MOVE WS-TELEFONO-I TO WS-AUD-ANTES.
           MOVE WS-TELEFONO-I-CLI TO WS-CLI-ANTERIOR.
           MOVE 'Y' TO WS-FECHA-VALIDA.
           DISPLAY 'CLIENTE ACTUAL : ' WS-TELEFONO-I-CLI.
           DISPLAY 'NUEVO CLIENTE (INTRO=MANTIENE): '
             WITH NO ADVANCING.
                         ' NO EXISTE EN CLIENTES-I'
             END-READ
           END-IF.
           IF WS-TELEFONO-I-CLI NOT = WS-CLI-ANTERIOR
             DISPLAY 'FECHA EFECTO (AAAAMMDD, INTRO=HOY): '
               WITH NO ADVANCING
             PERFORM 2050-PIDE-FECHA
             IF WS-FECHA-VALIDA = 'Y'
               PERFORM 2500-BUSCA-PERIODO-ABIERTO
               IF WS-TIT-ABIERTO = 'Y'
                  AND WS-FEC-EFECTO < WS-TIT-DESDE
                 DISPLAY 'FECHA EFECTO ANTERIOR AL PERIODO VIGENTE ('
                         WS-TIT-DESDE ')'
                 MOVE 'N' TO WS-FECHA-VALIDA
               END-IF
               IF WS-FEC-EFECTO NOT > WS-TIT-ULT-HASTA
                 DISPLAY 'FECHA EFECTO NO POSTERIOR AL ULTIMO PERIODO ('
                         WS-TIT-ULT-HASTA ')'
                 MOVE 'N' TO WS-FECHA-VALIDA
               END-IF
             END-IF
           END-IF.
           IF WS-FECHA-VALIDA NOT = 'Y'
             DISPLAY 'MODIFICACION CANCELADA'
           ELSE
             REWRITE TELEFONO-I FROM WS-TELEFONO-I
               INVALID KEY
                 DISPLAY 'ERROR AL REGRABAR TELEFONO '
                         WS-TELEFONO-I-NUM
               NOT INVALID KEY
                 MOVE WS-TELEFONO-I     TO WS-AUD-DESPUES
                 MOVE 'TELEFONOS'       TO WS-AUD-ARCHIVO
                 MOVE 'MODIF'           TO WS-AUD-OPERACION
                 MOVE WS-TELEFONO-I-NUM TO WS-AUD-CLAVE
                 PERFORM 8000-ESCRIBE-AUDITORIA
                 IF WS-TELEFONO-I-CLI NOT = WS-CLI-ANTERIOR
                   MOVE WS-TELEFONO-I-CLI TO WS-CLI-NUEVO
                   PERFORM 2700-NUEVO-TITULAR
                 END-IF
             END-REWRITE
           END-IF.

       2300-BAJA-TELEFONO.
           MOVE WS-TELEFONO-I TO WS-AUD-ANTES.
               MOVE WS-TELEFONO-I-NUM TO WS-AUD-CLAVE
               PERFORM 8000-ESCRIBE-AUDITORIA
               DISPLAY 'TELEFONO ' WS-TELEFONO-I-NUM ' DADO DE BAJA'
               PERFORM 2500-BUSCA-PERIODO-ABIERTO
               IF WS-TIT-ABIERTO = 'Y'
                 ACCEPT WS-FEC-ANTERIOR FROM DATE YYYYMMDD
                 PERFORM 2600-CIERRA-PERIODO
               END-IF
           END-REWRITE.

       2350-REACTIVA-TELEFONO.
           IF WS-TELEFONO-I-EST NOT = 'S'
             DISPLAY 'TELEFONO ' WS-TELEFONO-I-NUM
                     ' NO ESTA SUSPENDIDO - ESTADO ' WS-TELEFONO-I-EST
           ELSE
             MOVE WS-TELEFONO-I     TO WS-PEN-IMAGEN
             MOVE WS-PEN-IMAGEN     TO WS-IMG-ANTES
             MOVE 'A'               TO WS-PEN-IMG-EST
             MOVE WS-PEN-IMAGEN     TO WS-IMG-DESPUES
             MOVE 'TELEFONOS'       TO WS-PEN-ARCHIVO
             MOVE 'REACT'           TO WS-PEN-OPERACION
             MOVE WS-TELEFONO-I-NUM TO WS-PEN-CLAVE
             PERFORM 4100-GRABA-SOLICITUD
           END-IF.

       2400-HISTORIAL-TELEFONO.
           DISPLAY 'HISTORIAL DE TITULARES DE ' WS-CLAVE-ENTRADA.
           MOVE 0 TO WS-TIT-CNT.
           MOVE 'N' TO WS-TIT-EOF.
           MOVE WS-CLAVE-ENTRADA TO TIT-TEL-NUM.
           MOVE 0                TO TIT-DESDE.
           START TITULARES-I KEY IS NOT LESS THAN TIT-CLAVE
             INVALID KEY MOVE 'Y' TO WS-TIT-EOF
           END-START.
           PERFORM 2450-MUESTRA-PERIODO UNTIL WS-TIT-EOF = 'Y'.
           IF WS-TIT-CNT = 0
             DISPLAY 'SIN HISTORIAL - TITULAR ACTUAL DE TELEFONOS-I'
           END-IF.

       2450-MUESTRA-PERIODO.
           READ TITULARES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TIT-EOF
             NOT AT END
               IF TIT-TEL-NUM NOT = WS-CLAVE-ENTRADA
                 MOVE 'Y' TO WS-TIT-EOF
               ELSE
                 ADD 1 TO WS-TIT-CNT
                 IF TIT-HASTA = 99999999
                   DISPLAY '  DESDE ' TIT-DESDE ' HASTA (VIGENTE) '
                           ' CLIENTE ' TIT-CLI
                 ELSE
                   DISPLAY '  DESDE ' TIT-DESDE ' HASTA ' TIT-HASTA
                           ' CLIENTE ' TIT-CLI
                 END-IF
               END-IF
           END-READ.

       2500-BUSCA-PERIODO-ABIERTO.
           MOVE 'N' TO WS-TIT-HAY.
           MOVE 'N' TO WS-TIT-ABIERTO.
           MOVE 'N' TO WS-TIT-EOF.
           MOVE 0   TO WS-TIT-ULT-HASTA.
           MOVE WS-CLAVE-ENTRADA TO TIT-TEL-NUM.
           MOVE 0                TO TIT-DESDE.
           START TITULARES-I KEY IS NOT LESS THAN TIT-CLAVE
             INVALID KEY MOVE 'Y' TO WS-TIT-EOF
           END-START.
           PERFORM 2550-LEE-PERIODO UNTIL WS-TIT-EOF = 'Y'.

       2550-LEE-PERIODO.
           READ TITULARES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TIT-EOF
             NOT AT END
               IF TIT-TEL-NUM NOT = WS-CLAVE-ENTRADA
                 MOVE 'Y' TO WS-TIT-EOF
               ELSE
                 MOVE 'Y' TO WS-TIT-HAY
                 IF TIT-HASTA = 99999999
                   MOVE TITULAR-I TO WS-TITULAR-I
                   MOVE 'Y' TO WS-TIT-ABIERTO
                   MOVE 'Y' TO WS-TIT-EOF
                 ELSE
                   IF TIT-HASTA > WS-TIT-ULT-HASTA
                     MOVE TIT-HASTA TO WS-TIT-ULT-HASTA
                   END-IF
                 END-IF
               END-IF
           END-READ.

       2600-CIERRA-PERIODO.
           MOVE WS-TITULAR-I    TO WS-AUD-ANTES.
           MOVE WS-FEC-ANTERIOR TO WS-TIT-HASTA.
           MOVE WS-TIT-TEL-NUM  TO TIT-TEL-NUM.
           MOVE WS-TIT-DESDE    TO TIT-DESDE.
           REWRITE TITULAR-I FROM WS-TITULAR-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR TITULAR ' WS-TIT-TEL-NUM
             NOT INVALID KEY
               MOVE WS-TITULAR-I    TO WS-AUD-DESPUES
               MOVE 'TITULARES'     TO WS-AUD-ARCHIVO
               MOVE 'MODIF'         TO WS-AUD-OPERACION
               MOVE WS-TIT-TEL-NUM  TO WS-AUD-CLAVE
               PERFORM 8000-ESCRIBE-AUDITORIA
           END-REWRITE.

       2650-GRABA-PERIODO.
           WRITE TITULAR-I FROM WS-TITULAR-I
             INVALID KEY
               DISPLAY 'ERROR AL GRABAR TITULAR ' WS-TIT-TEL-NUM
             NOT INVALID KEY
               MOVE SPACES          TO WS-AUD-ANTES
               MOVE WS-TITULAR-I    TO WS-AUD-DESPUES
               MOVE 'TITULARES'     TO WS-AUD-ARCHIVO
               MOVE 'ALTA'          TO WS-AUD-OPERACION
               MOVE WS-TIT-TEL-NUM  TO WS-AUD-CLAVE
               PERFORM 8000-ESCRIBE-AUDITORIA
           END-WRITE.

       2700-NUEVO-TITULAR.
           COMPUTE WS-FEC-ANTERIOR = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FEC-EFECTO) - 1).
           IF WS-TIT-ABIERTO = 'Y'
             IF WS-TIT-DESDE = WS-FEC-EFECTO
               MOVE WS-TITULAR-I   TO WS-AUD-ANTES
               MOVE WS-CLI-NUEVO   TO WS-TIT-CLI
               MOVE WS-TIT-TEL-NUM TO TIT-TEL-NUM
               MOVE WS-TIT-DESDE   TO TIT-DESDE
               REWRITE TITULAR-I FROM WS-TITULAR-I
                 INVALID KEY
                   DISPLAY 'ERROR AL REGRABAR TITULAR ' WS-TIT-TEL-NUM
                 NOT INVALID KEY
                   MOVE WS-TITULAR-I    TO WS-AUD-DESPUES
                   MOVE 'TITULARES'     TO WS-AUD-ARCHIVO
                   MOVE 'MODIF'         TO WS-AUD-OPERACION
                   MOVE WS-TIT-TEL-NUM  TO WS-AUD-CLAVE
                   PERFORM 8000-ESCRIBE-AUDITORIA
               END-REWRITE
             ELSE
               PERFORM 2600-CIERRA-PERIODO
               PERFORM 2750-ABRE-PERIODO
             END-IF
           ELSE
             IF WS-TIT-HAY NOT = 'Y' AND WS-CLI-ANTERIOR NOT = SPACES
               MOVE WS-CLAVE-ENTRADA TO WS-TIT-TEL-NUM
               MOVE 0                TO WS-TIT-DESDE
               MOVE WS-FEC-ANTERIOR  TO WS-TIT-HASTA
               MOVE WS-CLI-ANTERIOR  TO WS-TIT-CLI
               PERFORM 2650-GRABA-PERIODO
             END-IF
             PERFORM 2750-ABRE-PERIODO
           END-IF.

       2750-ABRE-PERIODO.
           MOVE WS-CLAVE-ENTRADA TO WS-TIT-TEL-NUM.
           MOVE WS-FEC-EFECTO    TO WS-TIT-DESDE.
           MOVE 99999999         TO WS-TIT-HASTA.
           MOVE WS-CLI-NUEVO     TO WS-TIT-CLI.
           PERFORM 2650-GRABA-PERIODO.

       3000-MANT-TARIFAS.
           DISPLAY 'TARIFA-ID: ' WITH NO ADVANCING.
           ACCEPT WS-CLAVE-ENTRADA.
               FUNCTION NUMVAL(WS-CAMPO-NUM)
           END-IF.
           MOVE 'A' TO WS-TARIFA-I-EST.
           MOVE SPACES         TO WS-IMG-ANTES.
           MOVE WS-TARIFA-I    TO WS-IMG-DESPUES.
           MOVE 'TARIFAS'      TO WS-PEN-ARCHIVO.
           MOVE 'ALTA'         TO WS-PEN-OPERACION.
           MOVE WS-TARIFA-I-ID TO WS-PEN-CLAVE.
           PERFORM 4100-GRABA-SOLICITUD.

       3200-MODIFICA-TARIFA.
           MOVE WS-TARIFA-I TO WS-TARIFA-ANT.
           DISPLAY 'TIPO ACTUAL : ' WS-TARIFA-I-TIP.
           DISPLAY 'NUEVO TIPO (INTRO=MANTIENE): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
             COMPUTE WS-TARIFA-I-IMP-FES =
               FUNCTION NUMVAL(WS-CAMPO-NUM)
           END-IF.
           IF WS-TARIFA-I = WS-TARIFA-ANT
             DISPLAY 'TARIFA ' WS-TARIFA-I-ID ' SIN CAMBIOS'
           ELSE
             MOVE WS-TARIFA-ANT  TO WS-IMG-ANTES
             MOVE WS-TARIFA-I    TO WS-IMG-DESPUES
             MOVE 'TARIFAS'      TO WS-PEN-ARCHIVO
             MOVE 'MODIF'        TO WS-PEN-OPERACION
             MOVE WS-TARIFA-I-ID TO WS-PEN-CLAVE
             PERFORM 4100-GRABA-SOLICITUD
           END-IF.

       3300-BAJA-TARIFA.
           MOVE WS-TARIFA-I    TO WS-IMG-ANTES.
           MOVE 'B' TO WS-TARIFA-I-EST.
           MOVE WS-TARIFA-I    TO WS-IMG-DESPUES.
           MOVE 'TARIFAS'      TO WS-PEN-ARCHIVO.
           MOVE 'BAJA'         TO WS-PEN-OPERACION.
           MOVE WS-TARIFA-I-ID TO WS-PEN-CLAVE.
           PERFORM 4100-GRABA-SOLICITUD.

       4000-PENDIENTES.
           IF WS-OPERADOR = SPACES
             DISPLAY 'INDIQUE UN OPERADOR PARA APROBAR SOLICITUDES'
           ELSE
             MOVE 0   TO WS-PEN-VISTAS
             MOVE 'N' TO WS-PEN-EOF
             MOVE 'N' TO WS-PEN-FIN
             MOVE 0   TO PEN-ID
             START PENDIENTES-I KEY IS NOT LESS THAN PEN-ID
               INVALID KEY MOVE 'Y' TO WS-PEN-EOF
             END-START
             PERFORM 4200-REVISA-SOLICITUD
               UNTIL WS-PEN-EOF = 'Y' OR WS-PEN-FIN = 'Y'
             IF WS-PEN-VISTAS = 0
               DISPLAY 'NO HAY SOLICITUDES PENDIENTES'
             END-IF
           END-IF.

       4010-LEE-PARAMETROS.
           OPEN INPUT APROB-PARAM.
           IF WS-APR-STATUS = '00'
             READ APROB-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 IF APR-DIAS-CADUCIDAD IS NUMERIC
                    AND APR-DIAS-CADUCIDAD > 0
                   MOVE APR-DIAS-CADUCIDAD TO WS-DIAS-CADUCIDAD
                 END-IF
             END-READ
             CLOSE APROB-PARAM
           ELSE
             DISPLAY 'SIN APROB_PARAM.DAT - LAS SOLICITUDES CADUCAN A '
                     'LOS ' WS-DIAS-CADUCIDAD ' DIAS'
           END-IF.

       4050-REVISA-PENDIENTES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE 0   TO WS-PEN-ULT-ID.
           MOVE 0   TO WS-PEN-CNT.
           MOVE 0   TO WS-PEN-CADUCADAS.
           MOVE 'N' TO WS-PEN-EOF.
           MOVE 0   TO PEN-ID.
           START PENDIENTES-I KEY IS NOT LESS THAN PEN-ID
             INVALID KEY MOVE 'Y' TO WS-PEN-EOF
           END-START.
           PERFORM 4060-CADUCA-SOLICITUD UNTIL WS-PEN-EOF = 'Y'.
           IF WS-PEN-CADUCADAS > 0
             DISPLAY 'SOLICITUDES CADUCADAS SIN APROBAR: '
                     WS-PEN-CADUCADAS
           END-IF.
           IF WS-PEN-CNT > 0
             DISPLAY 'SOLICITUDES PENDIENTES DE APROBACION: '
                     WS-PEN-CNT
           END-IF.

       4060-CADUCA-SOLICITUD.
           READ PENDIENTES-I NEXT RECORD INTO WS-PENDIENTE-I
             AT END
               MOVE 'Y' TO WS-PEN-EOF
             NOT AT END
               MOVE WS-PEN-ID TO WS-PEN-ULT-ID
               IF WS-PEN-ESTADO = 'P'
                 COMPUTE WS-DIAS-PEND =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(WS-PEN-FEC-SOLIC)
                 IF WS-DIAS-PEND > WS-DIAS-CADUCIDAD
                   MOVE 'C' TO WS-PEN-ESTADO
                   MOVE 'CADUCADA SIN APROBAR' TO WS-PEN-MOTIVO
                   PERFORM 4400-CIERRA-SOLICITUD
                   ADD 1 TO WS-PEN-CADUCADAS
                 ELSE
                   ADD 1 TO WS-PEN-CNT
                 END-IF
               END-IF
           END-READ.

       4100-GRABA-SOLICITUD.
           ADD 1 TO WS-PEN-ULT-ID.
           MOVE WS-PEN-ULT-ID   TO WS-PEN-ID.
           MOVE WS-IMG-ANTES    TO WS-PEN-ANTES.
           MOVE WS-IMG-DESPUES  TO WS-PEN-DESPUES.
           MOVE WS-OPERADOR     TO WS-PEN-OPE-SOLIC.
           ACCEPT WS-PEN-FEC-SOLIC FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-PEN-HORA-SOLIC.
           MOVE 'P'             TO WS-PEN-ESTADO.
           MOVE SPACES          TO WS-PEN-OPE-RESUEL.
           MOVE 0               TO WS-PEN-FEC-RESUEL.
           MOVE SPACES          TO WS-PEN-MOTIVO.
           WRITE PENDIENTE-I FROM WS-PENDIENTE-I
             INVALID KEY
               DISPLAY 'ERROR AL GRABAR SOLICITUD ' WS-PEN-ID
             NOT INVALID KEY
               ADD 1 TO WS-PEN-CNT
               MOVE WS-PEN-ARCHIVO TO WS-AUD-ARCHIVO
               MOVE 'SOLIC'        TO WS-AUD-OPERACION
               MOVE WS-PEN-CLAVE   TO WS-AUD-CLAVE
               PERFORM 8100-AUDITA-IMAGENES
               DISPLAY 'SOLICITUD ' WS-PEN-ID
                       ' PENDIENTE DE APROBACION POR OTRO OPERADOR'
           END-WRITE.

       4200-REVISA-SOLICITUD.
           READ PENDIENTES-I NEXT RECORD INTO WS-PENDIENTE-I
             AT END
               MOVE 'Y' TO WS-PEN-EOF
             NOT AT END
               IF WS-PEN-ESTADO = 'P'
                 PERFORM 4250-DECIDE-SOLICITUD
               END-IF
           END-READ.

       4250-DECIDE-SOLICITUD.
           ADD 1 TO WS-PEN-VISTAS.
           DISPLAY ' '.
           DISPLAY 'SOLICITUD ' WS-PEN-ID ' ' WS-PEN-ARCHIVO ' '
                   WS-PEN-OPERACION ' CLAVE ' WS-PEN-CLAVE.
           DISPLAY 'SOLICITADA POR ' WS-PEN-OPE-SOLIC ' EL '
                   WS-PEN-FEC-SOLIC ' ' WS-PEN-HORA-SOLIC.
           DISPLAY 'ANTES  : ' WS-PEN-ANTES.
           DISPLAY 'DESPUES: ' WS-PEN-DESPUES.
           IF WS-PEN-OPE-SOLIC = WS-OPERADOR
             DISPLAY 'SOLICITADA POR EL MISMO OPERADOR - DEBE '
                     'APROBARLA OTRO OPERADOR'
           ELSE
             DISPLAY 'A=APROBAR, R=RECHAZAR, X=FIN, INTRO=SIGUIENTE: '
               WITH NO ADVANCING
             ACCEPT WS-PEN-DECISION
             IF WS-PEN-DECISION = 'A' OR WS-PEN-DECISION = 'a'
               PERFORM 4300-APRUEBA-SOLICITUD
             ELSE
               IF WS-PEN-DECISION = 'R' OR WS-PEN-DECISION = 'r'
                 DISPLAY 'MOTIVO DEL RECHAZO: ' WITH NO ADVANCING
                 ACCEPT WS-CAMPO-TXT
                 MOVE 'R'          TO WS-PEN-ESTADO
                 MOVE WS-CAMPO-TXT TO WS-PEN-MOTIVO
                 PERFORM 4400-CIERRA-SOLICITUD
                 DISPLAY 'SOLICITUD ' WS-PEN-ID ' RECHAZADA'
               ELSE
                 IF WS-PEN-DECISION = 'X' OR WS-PEN-DECISION = 'x'
                   MOVE 'Y' TO WS-PEN-FIN
                 END-IF
               END-IF
             END-IF
           END-IF.

       4300-APRUEBA-SOLICITUD.
           MOVE 'Y' TO WS-PEN-VIGENTE.
           IF WS-PEN-ARCHIVO = 'TARIFAS'
             PERFORM 4310-APLICA-TARIFA
           ELSE
             IF WS-PEN-ARCHIVO = 'CLIENTES'
               PERFORM 4330-APLICA-CLIENTE
             ELSE
               PERFORM 4350-APLICA-TELEFONO
             END-IF
           END-IF.
           IF WS-PEN-VIGENTE = 'Y'
             MOVE 'A'        TO WS-PEN-ESTADO
             MOVE 'APROBADA' TO WS-PEN-MOTIVO
             PERFORM 4400-CIERRA-SOLICITUD
             DISPLAY 'SOLICITUD ' WS-PEN-ID ' APROBADA Y APLICADA'
           ELSE
             MOVE 'R' TO WS-PEN-ESTADO
             PERFORM 4400-CIERRA-SOLICITUD
             DISPLAY 'SOLICITUD ' WS-PEN-ID ' RECHAZADA - '
                     WS-PEN-MOTIVO
           END-IF.

       4310-APLICA-TARIFA.
           MOVE WS-PEN-CLAVE(1:5) TO TARIFA-I-ID.
           IF WS-PEN-OPERACION = 'ALTA'
             MOVE SPACES         TO WS-IMG-ANTES
             MOVE WS-PEN-DESPUES TO WS-TARIFA-I
             WRITE TARIFA-I FROM WS-TARIFA-I
               INVALID KEY
                 MOVE 'N' TO WS-PEN-VIGENTE
                 MOVE 'TARIFA YA EXISTE EN TARIFAS-I' TO WS-PEN-MOTIVO
               NOT INVALID KEY
                 MOVE WS-TARIFA-I TO WS-IMG-DESPUES
                 PERFORM 4380-AUDITA-APLICACION
             END-WRITE
           ELSE
             MOVE 'Y' TO WS-REG-ENCONTRADO
             READ TARIFAS-I INTO WS-TARIFA-I
               KEY IS TARIFA-I-ID
               INVALID KEY
                 MOVE 'N' TO WS-REG-ENCONTRADO
             END-READ
             IF WS-REG-ENCONTRADO NOT = 'Y'
               MOVE 'N' TO WS-PEN-VIGENTE
               MOVE 'TARIFA NO ENCONTRADA' TO WS-PEN-MOTIVO
             ELSE
               IF WS-TARIFA-I NOT = WS-PEN-ANTES(1:86)
                 MOVE 'N' TO WS-PEN-VIGENTE
                 MOVE 'MODIFICADA TRAS LA SOLICITUD' TO WS-PEN-MOTIVO
               ELSE
                 MOVE WS-TARIFA-I    TO WS-IMG-ANTES
                 MOVE WS-PEN-DESPUES TO WS-TARIFA-I
                 REWRITE TARIFA-I FROM WS-TARIFA-I
                   INVALID KEY
                     MOVE 'N' TO WS-PEN-VIGENTE
                     MOVE 'ERROR AL REGRABAR TARIFA' TO WS-PEN-MOTIVO
                   NOT INVALID KEY
                     MOVE WS-TARIFA-I TO WS-IMG-DESPUES
                     PERFORM 4380-AUDITA-APLICACION
                 END-REWRITE
               END-IF
             END-IF
           END-IF.

       4330-APLICA-CLIENTE.
           MOVE WS-PEN-CLAVE(1:5) TO CLIENTE-I-ID.
           MOVE 'Y' TO WS-REG-ENCONTRADO.
           READ CLIENTES-I INTO WS-CLIENTE-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               MOVE 'N' TO WS-REG-ENCONTRADO
           END-READ.
           MOVE WS-PEN-ANTES TO WS-PEN-IMAGEN.
           IF WS-REG-ENCONTRADO NOT = 'Y'
             MOVE 'N' TO WS-PEN-VIGENTE
             MOVE 'CLIENTE NO ENCONTRADO' TO WS-PEN-MOTIVO
           ELSE
             IF WS-CLIENTE-I-REG NOT = WS-PEN-IMG-REG
               MOVE 'N' TO WS-PEN-VIGENTE
               MOVE 'MODIFICADA TRAS LA SOLICITUD' TO WS-PEN-MOTIVO
             ELSE
               MOVE WS-CLIENTE-I   TO WS-IMG-ANTES
               MOVE WS-PEN-DESPUES TO WS-PEN-IMAGEN
               MOVE WS-PEN-IMG-REG TO WS-CLIENTE-I-REG
               REWRITE CLIENTE-I FROM WS-CLIENTE-I
                 INVALID KEY
                   MOVE 'N' TO WS-PEN-VIGENTE
                   MOVE 'ERROR AL REGRABAR CLIENTE' TO WS-PEN-MOTIVO
                 NOT INVALID KEY
                   MOVE WS-CLIENTE-I TO WS-IMG-DESPUES
                   PERFORM 4380-AUDITA-APLICACION
               END-REWRITE
             END-IF
           END-IF.

       4350-APLICA-TELEFONO.
           MOVE WS-PEN-CLAVE TO TELEFONO-I-NUM.
           MOVE 'Y' TO WS-REG-ENCONTRADO.
           READ TELEFONOS-I INTO WS-TELEFONO-I
             KEY IS TELEFONO-I-NUM
             INVALID KEY
               MOVE 'N' TO WS-REG-ENCONTRADO
           END-READ.
           MOVE WS-PEN-ANTES TO WS-PEN-IMAGEN.
           IF WS-REG-ENCONTRADO NOT = 'Y'
             MOVE 'N' TO WS-PEN-VIGENTE
             MOVE 'TELEFONO NO ENCONTRADO' TO WS-PEN-MOTIVO
           ELSE
             IF WS-TELEFONO-I-EST NOT = WS-PEN-IMG-EST
               MOVE 'N' TO WS-PEN-VIGENTE
               MOVE 'MODIFICADA TRAS LA SOLICITUD' TO WS-PEN-MOTIVO
             ELSE
               MOVE WS-TELEFONO-I  TO WS-IMG-ANTES
               MOVE WS-PEN-DESPUES TO WS-PEN-IMAGEN
               MOVE WS-PEN-IMG-EST TO WS-TELEFONO-I-EST
               REWRITE TELEFONO-I FROM WS-TELEFONO-I
                 INVALID KEY
                   MOVE 'N' TO WS-PEN-VIGENTE
                   MOVE 'ERROR AL REGRABAR TELEFONO' TO WS-PEN-MOTIVO
                 NOT INVALID KEY
                   MOVE WS-TELEFONO-I TO WS-IMG-DESPUES
                   PERFORM 4380-AUDITA-APLICACION
               END-REWRITE
             END-IF
           END-IF.

       4380-AUDITA-APLICACION.
           MOVE WS-PEN-ARCHIVO   TO WS-AUD-ARCHIVO.
           MOVE WS-PEN-OPERACION TO WS-AUD-OPERACION.
           MOVE WS-PEN-CLAVE     TO WS-AUD-CLAVE.
           PERFORM 8100-AUDITA-IMAGENES.

       4400-CIERRA-SOLICITUD.
           MOVE WS-OPERADOR TO WS-PEN-OPE-RESUEL.
           ACCEPT WS-PEN-FEC-RESUEL FROM DATE YYYYMMDD.
           REWRITE PENDIENTE-I FROM WS-PENDIENTE-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR SOLICITUD ' WS-PEN-ID
             NOT INVALID KEY
               IF WS-PEN-ESTADO NOT = 'A'
                 MOVE WS-PEN-ANTES   TO WS-IMG-ANTES
                 MOVE WS-PEN-DESPUES TO WS-IMG-DESPUES
                 MOVE WS-PEN-ARCHIVO TO WS-AUD-ARCHIVO
                 MOVE WS-PEN-CLAVE   TO WS-AUD-CLAVE
                 IF WS-PEN-ESTADO = 'C'
                   MOVE 'CADUC' TO WS-AUD-OPERACION
                 ELSE
                   MOVE 'RECHZ' TO WS-AUD-OPERACION
                 END-IF
                 PERFORM 8100-AUDITA-IMAGENES
               END-IF
           END-REWRITE.

       8000-ESCRIBE-AUDITORIA.
           MOVE WS-HORA-SISTEMA(1:6) TO WS-AUD-HORA.
           MOVE WS-OPERADOR TO WS-AUD-OPERADOR.
           WRITE REGISTRO-AUDITORIA FROM WS-AUDITORIA.
           MOVE SPACES TO WS-AUD-ANTES-EXT.
           MOVE SPACES TO WS-AUD-DESPUES-EXT.

       8100-AUDITA-IMAGENES.
           MOVE WS-IMG-ANTES-1   TO WS-AUD-ANTES.
           MOVE WS-IMG-ANTES-2   TO WS-AUD-ANTES-EXT.
           MOVE WS-IMG-DESPUES-1 TO WS-AUD-DESPUES.
           MOVE WS-IMG-DESPUES-2 TO WS-AUD-DESPUES-EXT.
           PERFORM 8000-ESCRIBE-AUDITORIA.

       0900-FINALIZAR.
           CLOSE CLIENTES-I.
           CLOSE TELEFONOS-I.
           CLOSE TITULARES-I.
           CLOSE TARIFAS-I.
           CLOSE AUDITORIA.
           CLOSE PENDIENTES-I.

       END PROGRAM MANT001.
