      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   AUDIT TRAIL REVIEW REPORT OVER AUDITORIA.DAT
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDI001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT AUDITORIA ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

        SELECT INFORME-AUDITORIA ASSIGN TO "data/AUDITORIA_INF.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDITORIA.
       01  REGISTRO-AUDITORIA.
           02  AUD-FECHA        PIC 9(8).
           02  AUD-HORA         PIC X(6).
           02  AUD-OPERADOR     PIC X(8).
           02  AUD-ARCHIVO      PIC X(10).
           02  AUD-OPERACION    PIC X(5).
           02  AUD-CLAVE        PIC X(16).
           02  AUD-ANTES        PIC X(70).
           02  AUD-DESPUES      PIC X(70).
           02  AUD-ANTES-EXT    PIC X(20).
           02  AUD-DESPUES-EXT  PIC X(20).

       FD  INFORME-AUDITORIA.
       01  LINEA-INFORME        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-AUDITORIA.
           02  WS-AUD-FECHA     PIC 9(8).
           02  WS-AUD-HORA      PIC X(6).
           02  WS-AUD-OPERADOR  PIC X(8).
           02  WS-AUD-ARCHIVO   PIC X(10).
           02  WS-AUD-OPERACION PIC X(5).
           02  WS-AUD-CLAVE     PIC X(16).
           02  WS-AUD-ANTES     PIC X(70).
           02  WS-AUD-DESPUES   PIC X(70).
           02  WS-AUD-ANTES-EXT PIC X(20).
           02  WS-AUD-DESPUES-EXT PIC X(20).

       01  WS-IMG-ANTES.
           02  WS-IMG-ANTES-1    PIC X(70).
           02  WS-IMG-ANTES-2    PIC X(20).
       01  WS-IMG-DESPUES.
           02  WS-IMG-DESPUES-1  PIC X(70).
           02  WS-IMG-DESPUES-2  PIC X(20).
       01  WS-IMG-MARCAS        PIC X(90) VALUE SPACES.

       01  WS-LINEA-CAB.
           02  WS-CAB-FECHA      PIC 9(8).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-CAB-HORA       PIC X(6).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-CAB-OPERADOR   PIC X(8).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-CAB-ARCHIVO    PIC X(10).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-CAB-OPERACION  PIC X(5).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-CAB-CLAVE      PIC X(16).

       01  WS-LINEA-IMG.
           02  WS-LIN-ETQ-ANT    PIC X(8).
           02  WS-LIN-ANTES      PIC X(90).
           02  WS-LIN-SEP        PIC X(3).
           02  WS-LIN-ETQ-DES    PIC X(8).
           02  WS-LIN-DESPUES    PIC X(90).

       01  WS-AUD-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-AUD-EOF           PIC X(1)  VALUE 'N'.
       01  WS-AUD-PRESENTE      PIC X(1)  VALUE 'N'.
       01  WS-SELECCIONADO      PIC X(1)  VALUE 'N'.
       01  WS-POS               PIC 9(3)  VALUE 0.

       01  WS-FIL-DESDE         PIC 9(8)  VALUE 0.
       01  WS-FIL-HASTA         PIC 9(8)  VALUE 99999999.
       01  WS-FIL-OPERADOR      PIC X(8)  VALUE SPACES.
       01  WS-FIL-ARCHIVO       PIC X(10) VALUE SPACES.
       01  WS-FIL-OPERACION     PIC X(5)  VALUE SPACES.
       01  WS-CAMPO-TXT         PIC X(30) VALUE SPACES.

       01  WS-CTL-LEIDOS        PIC 9(8)  VALUE 0.
       01  WS-CTL-SELECCIONADOS PIC 9(8)  VALUE 0.
       01  WS-CTL-ED            PIC Z(7)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AUDI001 - Informe de revision de la auditoria"
           PERFORM 0100-INICIALIZAR.
           OPEN INPUT AUDITORIA.
           IF WS-AUD-STATUS = '00'
             MOVE 'Y' TO WS-AUD-PRESENTE
           ELSE
             DISPLAY 'SIN AUDITORIA.DAT - INFORME VACIO'
           END-IF.
           OPEN OUTPUT INFORME-AUDITORIA.
           PERFORM 0200-CABECERA.
           IF WS-AUD-PRESENTE = 'Y'
             PERFORM 0300-LEE-AUDITORIA UNTIL WS-AUD-EOF = 'Y'
             CLOSE AUDITORIA
           END-IF.
           PERFORM 0800-TOTALES.
           CLOSE INFORME-AUDITORIA.
           DISPLAY 'REGISTROS LEIDOS       : ' WS-CTL-LEIDOS.
           DISPLAY 'REGISTROS SELECCIONADOS: ' WS-CTL-SELECCIONADOS.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'FECHA DESDE (AAAAMMDD, INTRO=SIN LIMITE): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT NOT = SPACES
             IF WS-CAMPO-TXT(1:8) IS NUMERIC
               MOVE WS-CAMPO-TXT(1:8) TO WS-FIL-DESDE
             ELSE
               DISPLAY 'FECHA DESDE NO VALIDA - SIN LIMITE'
             END-IF
           END-IF.
           DISPLAY 'FECHA HASTA (AAAAMMDD, INTRO=SIN LIMITE): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT NOT = SPACES
             IF WS-CAMPO-TXT(1:8) IS NUMERIC
               MOVE WS-CAMPO-TXT(1:8) TO WS-FIL-HASTA
             ELSE
               DISPLAY 'FECHA HASTA NO VALIDA - SIN LIMITE'
             END-IF
           END-IF.
           DISPLAY 'OPERADOR (INTRO=TODOS): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE WS-CAMPO-TXT(1:8) TO WS-FIL-OPERADOR.
           DISPLAY 'ARCHIVO (CLIENTES, TELEFONOS, TITULARES, TARIFAS, '
                   'DISPUTAS, AJUSTES,'.
           DISPLAY '         INTRO=TODOS): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE WS-CAMPO-TXT(1:10) TO WS-FIL-ARCHIVO.
           DISPLAY 'OPERACION (ALTA, MODIF, BAJA, SUSP, REACT, SOLIC, '
                   'RECHZ, CADUC, INTRO=TODAS): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE WS-CAMPO-TXT(1:5) TO WS-FIL-OPERACION.

       0200-CABECERA.
           MOVE SPACES TO LINEA-INFORME.
           STRING 'INFORME DE AUDITORIA - FECHAS ' DELIMITED BY SIZE
                  WS-FIL-DESDE DELIMITED BY SIZE
                  ' A ' DELIMITED BY SIZE
                  WS-FIL-HASTA DELIMITED BY SIZE
                  '  OPERADOR ' DELIMITED BY SIZE
                  WS-FIL-OPERADOR DELIMITED BY SIZE
                  '  ARCHIVO ' DELIMITED BY SIZE
                  WS-FIL-ARCHIVO DELIMITED BY SIZE
                  '  OPERACION ' DELIMITED BY SIZE
                  WS-FIL-OPERACION DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING 'FECHA    HORA    OPERADOR  ARCHIVO     OPER.  '
                  DELIMITED BY SIZE
                  'CLAVE' DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0300-LEE-AUDITORIA.
           READ AUDITORIA INTO WS-AUDITORIA
             AT END
               MOVE 'Y' TO WS-AUD-EOF
             NOT AT END
               ADD 1 TO WS-CTL-LEIDOS
               PERFORM 0350-FILTRA-REGISTRO
               IF WS-SELECCIONADO = 'Y'
                 ADD 1 TO WS-CTL-SELECCIONADOS
                 PERFORM 0400-IMPRIME-REGISTRO
               END-IF
           END-READ.

       0350-FILTRA-REGISTRO.
           MOVE 'Y' TO WS-SELECCIONADO.
           IF WS-AUD-FECHA < WS-FIL-DESDE
              OR WS-AUD-FECHA > WS-FIL-HASTA
             MOVE 'N' TO WS-SELECCIONADO
           END-IF.
           IF WS-FIL-OPERADOR NOT = SPACES
              AND WS-AUD-OPERADOR NOT = WS-FIL-OPERADOR
             MOVE 'N' TO WS-SELECCIONADO
           END-IF.
           IF WS-FIL-ARCHIVO NOT = SPACES
              AND WS-AUD-ARCHIVO NOT = WS-FIL-ARCHIVO
             MOVE 'N' TO WS-SELECCIONADO
           END-IF.
           IF WS-FIL-OPERACION NOT = SPACES
              AND WS-AUD-OPERACION NOT = WS-FIL-OPERACION
             MOVE 'N' TO WS-SELECCIONADO
           END-IF.

       0400-IMPRIME-REGISTRO.
           MOVE WS-AUD-FECHA     TO WS-CAB-FECHA.
           MOVE WS-AUD-HORA      TO WS-CAB-HORA.
           MOVE WS-AUD-OPERADOR  TO WS-CAB-OPERADOR.
           MOVE WS-AUD-ARCHIVO   TO WS-CAB-ARCHIVO.
           MOVE WS-AUD-OPERACION TO WS-CAB-OPERACION.
           MOVE WS-AUD-CLAVE     TO WS-CAB-CLAVE.
           MOVE WS-LINEA-CAB     TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE WS-AUD-ANTES       TO WS-IMG-ANTES-1.
           MOVE WS-AUD-ANTES-EXT   TO WS-IMG-ANTES-2.
           MOVE WS-AUD-DESPUES     TO WS-IMG-DESPUES-1.
           MOVE WS-AUD-DESPUES-EXT TO WS-IMG-DESPUES-2.
           MOVE 'ANTES : '     TO WS-LIN-ETQ-ANT.
           MOVE WS-IMG-ANTES   TO WS-LIN-ANTES.
           MOVE ' | '          TO WS-LIN-SEP.
           MOVE 'DESPUES:'     TO WS-LIN-ETQ-DES.
           MOVE WS-IMG-DESPUES TO WS-LIN-DESPUES.
           MOVE WS-LINEA-IMG   TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           IF WS-IMG-ANTES NOT = SPACES
              AND WS-IMG-DESPUES NOT = SPACES
              AND WS-IMG-ANTES NOT = WS-IMG-DESPUES
             PERFORM 0450-MARCA-DIFERENCIAS
           END-IF.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0450-MARCA-DIFERENCIAS.
           MOVE SPACES TO WS-IMG-MARCAS.
           MOVE 1 TO WS-POS.
           PERFORM 0460-COMPARA-POSICION UNTIL WS-POS > 90.
           MOVE SPACES        TO WS-LINEA-IMG.
           MOVE WS-IMG-MARCAS TO WS-LIN-ANTES.
           MOVE WS-IMG-MARCAS TO WS-LIN-DESPUES.
           MOVE WS-LINEA-IMG  TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0460-COMPARA-POSICION.
           IF WS-IMG-ANTES(WS-POS:1) NOT = WS-IMG-DESPUES(WS-POS:1)
             MOVE '^' TO WS-IMG-MARCAS(WS-POS:1)
           END-IF.
           ADD 1 TO WS-POS.

       0800-TOTALES.
           MOVE SPACES TO LINEA-INFORME.
           MOVE WS-CTL-LEIDOS TO WS-CTL-ED.
           STRING 'REGISTROS LEIDOS       : ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           MOVE WS-CTL-SELECCIONADOS TO WS-CTL-ED.
           STRING 'REGISTROS SELECCIONADOS: ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.

       END PROGRAM AUDI001.
