      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   OUTPUT VAT BOOK AND PERIODIC TAX RETURN SUMMARY
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVA001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT FACT-REGISTRO ASSIGN TO "data/FACT_REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.

        SELECT AJUSTES-HIST ASSIGN TO "data/AJUSTES_HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJH-STATUS.

        SELECT CLIENTES-I ASSIGN TO "data/CLIENTES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLIENTE-I-ID
               ALTERNATE RECORD KEY IS CLIENTE-I-PADRE
                 WITH DUPLICATES.

        SELECT REGIMENES-I ASSIGN TO "data/REGIMENES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-I-CODIGO
               FILE STATUS IS WS-REG-STATUS.

        SELECT LIBRO-IVA-I ASSIGN TO "data/LIBRO_IVA_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIB-CLAVE
               FILE STATUS IS WS-LIB-STATUS.

        SELECT CAMBIOS ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

        SELECT DECLARACION ASSIGN TO "data/DECLARACION_IVA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT LIBRO-IVA ASSIGN TO "data/LIBRO_IVA.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-REGISTRO.
       01  REGISTRO-FACT-REG    PIC X(80).

       FD  AJUSTES-HIST.
       01  REGISTRO-AJUSTE-H.
           02  AJH-CLIENTE-ID   PIC X(5).
           02  AJH-TARIFA-ID    PIC X(5).
           02  AJH-CONCEPTO     PIC X(30).
           02  AJH-SIGNO        PIC X(1).
           02  AJH-IMPORTE      PIC 9(8)V99.
           02  AJH-MONEDA       PIC X(3).
           02  AJH-PERIODO      PIC X(6).

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

       FD  REGIMENES-I.
       01  REGIMEN-I.
           02  REG-I-CODIGO     PIC X(3).
           02  REG-I-DESC       PIC X(20).
           02  REG-I-PCT        PIC 9(2)V999.
           02  REG-I-EXENTO     PIC X(1).
           02  REG-I-TEXTO      PIC X(30).

       FD  LIBRO-IVA-I.
       01  LIBRO-IVA-I-REG.
           02  LIB-CLAVE.
               03  LIB-FACTURA    PIC 9(8).
               03  LIB-MONEDA     PIC X(3).
               03  LIB-TIPO       PIC X(1).
               03  LIB-SEQ        PIC 9(3).
           02  LIB-FECHA        PIC 9(8).
           02  LIB-PERIODO      PIC X(6).
           02  LIB-CLIENTE      PIC X(5).
           02  LIB-CLI-ORIGEN   PIC X(5).
           02  LIB-REGIMEN      PIC X(3).
           02  LIB-PCT          PIC 9(2)V999.
           02  LIB-EXENTO       PIC X(1).
           02  LIB-SIGNO        PIC X(1).
           02  LIB-BASE         PIC 9(8)V99.
           02  LIB-CUOTA        PIC 9(8)V99.
           02  LIB-FEC-ALTA     PIC 9(8).

       FD  CAMBIOS.
       01  REGISTRO-CAMBIO.
           02  CAM-FECHA        PIC 9(8).
           02  CAM-MONEDA       PIC X(3).
           02  CAM-TASA         PIC 9(3)V9(6).

       FD  DECLARACION.
       01  REGISTRO-DECLARACION.
           02  DEC-PERIODO      PIC X(6).
           02  DEC-SECCION      PIC X(1).
           02  DEC-REGIMEN      PIC X(3).
           02  DEC-PCT          PIC 9(2)V999.
           02  DEC-FACTURAS     PIC 9(6).
           02  DEC-BASE-FAC     PIC 9(12)V99.
           02  DEC-CUOTA-FAC    PIC 9(12)V99.
           02  DEC-SIGNO-RECT   PIC X(1).
           02  DEC-BASE-RECT    PIC 9(12)V99.
           02  DEC-CUOTA-RECT   PIC 9(12)V99.
           02  DEC-SIGNO-NETO   PIC X(1).
           02  DEC-BASE-NETA    PIC 9(12)V99.
           02  DEC-CUOTA-NETA   PIC 9(12)V99.

       FD  LIBRO-IVA.
       01  LINEA-LIBRO          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FRG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJH-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-LIB-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-REG-PRESENTE      PIC X(1) VALUE 'N'.

       01  WS-FRG-REG           PIC X(80) VALUE SPACES.
       01  WS-FRG-CABECERA REDEFINES WS-FRG-REG.
           02  WS-FRC-TIPO      PIC X(1).
           02  WS-FRC-FACTURA   PIC 9(8).
           02  WS-FRC-CLIENTE   PIC X(5).
           02  WS-FRC-PERIODO   PIC X(6).
           02  WS-FRC-FECHA-EMI PIC 9(8).
           02  WS-FRC-FECHA-VTO PIC 9(8).
           02  WS-FRC-NOM       PIC X(16).
           02  WS-FRC-REGIMEN   PIC X(3).
           02  WS-FRC-PCT       PIC 9(2)V999.
           02  WS-FRC-EXENTO    PIC X(1).
           02  FILLER           PIC X(19).
       01  WS-FRG-TOTAL REDEFINES WS-FRG-REG.
           02  WS-FRT-TIPO      PIC X(1).
           02  WS-FRT-FACTURA   PIC 9(8).
           02  WS-FRT-MONEDA    PIC X(3).
           02  WS-FRT-BASE      PIC 9(8)V99.
           02  WS-FRT-IMPUESTO  PIC 9(8)V99.
           02  WS-FRT-TOTAL     PIC 9(8)V99.
           02  FILLER           PIC X(38).

       01  WS-AJUSTE-H.
           02  WS-AJH-CLIENTE-ID PIC X(5).
           02  WS-AJH-TARIFA-ID  PIC X(5).
           02  WS-AJH-CONCEPTO   PIC X(30).
           02  WS-AJH-SIGNO      PIC X(1).
           02  WS-AJH-IMPORTE    PIC 9(8)V99.
           02  WS-AJH-MONEDA     PIC X(3).
           02  WS-AJH-PERIODO    PIC X(6).
       01  WS-CONCEPTO-REFACT   PIC X(30)
                                VALUE 'REFACT. CORRECCION TARIFA'.

       01  WS-REGIMEN-I.
           02  WS-REG-I-CODIGO   PIC X(3).
           02  WS-REG-I-DESC     PIC X(20).
           02  WS-REG-I-PCT      PIC 9(2)V999.
           02  WS-REG-I-EXENTO   PIC X(1).
           02  WS-REG-I-TEXTO    PIC X(30).

       01  WS-LIBRO-IVA-I.
           02  WS-LIB-FACTURA    PIC 9(8).
           02  WS-LIB-MONEDA     PIC X(3).
           02  WS-LIB-TIPO       PIC X(1).
           02  WS-LIB-SEQ        PIC 9(3).
           02  WS-LIB-FECHA      PIC 9(8).
           02  WS-LIB-PERIODO    PIC X(6).
           02  WS-LIB-CLIENTE    PIC X(5).
           02  WS-LIB-CLI-ORIGEN PIC X(5).
           02  WS-LIB-REGIMEN    PIC X(3).
           02  WS-LIB-PCT        PIC 9(2)V999.
           02  WS-LIB-EXENTO     PIC X(1).
           02  WS-LIB-SIGNO      PIC X(1).
           02  WS-LIB-BASE       PIC 9(8)V99.
           02  WS-LIB-CUOTA      PIC 9(8)V99.
           02  WS-LIB-FEC-ALTA   PIC 9(8).
       01  WS-LIB-EOF           PIC X(1) VALUE 'N'.

       01  WS-FRG-EOF           PIC X(1) VALUE 'N'.
       01  WS-AJH-EOF           PIC X(1) VALUE 'N'.
       01  WS-PERIODO-FAC       PIC X(6) VALUE SPACES.
       01  WS-CAB-FACTURA       PIC 9(8) VALUE 0.
       01  WS-CAB-CLIENTE       PIC X(5) VALUE SPACES.
       01  WS-CAB-FECHA         PIC 9(8) VALUE 0.
       01  WS-CAB-PERIODO       PIC X(6) VALUE SPACES.
       01  WS-REG-ACTUAL        PIC X(3) VALUE SPACES.
       01  WS-PCT-ACTUAL        PIC 9(2)V999 VALUE 0.
       01  WS-EXENTO-ACTUAL     PIC X(1) VALUE 'N'.
       01  WS-IVA-PCT-DEF       PIC 9(2)V999 VALUE 21.000.

       01  WS-FAC-MAX           PIC 9(4) VALUE 3000.
       01  WS-FAC-CNT           PIC 9(4) VALUE 0.
       01  WS-FAC-IDX           PIC 9(4) VALUE 0.
       01  WS-FAC-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-FAC-TABLA.
           02  WS-FAC OCCURS 3000 TIMES.
               03  WS-FAC-FACTURA  PIC 9(8).
               03  WS-FAC-MONEDA   PIC X(3).
               03  WS-FAC-CLIENTE  PIC X(5).
               03  WS-FAC-FECHA    PIC 9(8).
               03  WS-FAC-PERIODO  PIC X(6).
               03  WS-FAC-REGIMEN  PIC X(3).
               03  WS-FAC-PCT      PIC 9(2)V999.
               03  WS-FAC-EXENTO   PIC X(1).
               03  WS-FAC-BASE     PIC 9(8)V99.
               03  WS-FAC-CUOTA    PIC 9(8)V99.
               03  WS-FAC-COR-BASE  PIC S9(8)V99.
               03  WS-FAC-COR-CUOTA PIC S9(8)V99.
               03  WS-FAC-COR-SEQ  PIC 9(3).
               03  WS-FAC-YA       PIC X(1).

       01  WS-GRP-CUENTA        PIC X(5) VALUE SPACES.
       01  WS-IMPORTE-S         PIC S9(10)V99 VALUE 0.
       01  WS-CUOTA-S           PIC S9(10)V99 VALUE 0.

       01  WS-PERIODO-DEC       PIC X(6) VALUE SPACES.
       01  WS-DEC-VALIDO        PIC X(1) VALUE 'N'.
       01  WS-DEC-ANYO          PIC 9(4) VALUE 0.
       01  WS-DEC-MES           PIC 9(2) VALUE 0.
       01  WS-DEC-TRIM          PIC 9(1) VALUE 0.
       01  WS-FECHA-DESDE       PIC 9(8) VALUE 0.
       01  WS-FECHA-HASTA       PIC 9(8) VALUE 0.
       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.

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

       01  WS-SEC-ACTUAL        PIC X(1) VALUE SPACE.
       01  WS-SUM-MAX           PIC 9(3) VALUE 100.
       01  WS-SUM-CNT           PIC 9(3) VALUE 0.
       01  WS-SUM-IDX           PIC 9(3) VALUE 0.
       01  WS-SUM-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-SUM-TABLA.
           02  WS-SUM OCCURS 100 TIMES.
               03  WS-SUM-SECCION    PIC X(1).
               03  WS-SUM-REGIMEN    PIC X(3).
               03  WS-SUM-PCT        PIC 9(2)V999.
               03  WS-SUM-FACTURAS   PIC 9(6).
               03  WS-SUM-BASE-FAC   PIC S9(12)V99.
               03  WS-SUM-CUOTA-FAC  PIC S9(12)V99.
               03  WS-SUM-BASE-RECT  PIC S9(12)V99.
               03  WS-SUM-CUOTA-RECT PIC S9(12)V99.
       01  WS-BASE-EUR          PIC S9(12)V99 VALUE 0.
       01  WS-CUOTA-EUR         PIC S9(12)V99 VALUE 0.
       01  WS-NETO-BASE         PIC S9(12)V99 VALUE 0.
       01  WS-NETO-CUOTA        PIC S9(12)V99 VALUE 0.
       01  WS-SEC-TITULO        PIC X(40) VALUE SPACES.

       01  WS-FECHA-ED          PIC X(10) VALUE SPACES.
       01  WS-FECHA-AUX.
           02  WS-FAUX-YYYY  PIC 9(4).
           02  WS-FAUX-MM    PIC 9(2).
           02  WS-FAUX-DD    PIC 9(2).
       01  WS-IMP-ED            PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED2           PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-ED            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-ED2           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOT-ED3           PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-PCT-ED            PIC Z9.999.
       01  WS-CNT-ED            PIC ZZZ,ZZ9.

       01  WS-CTL-FACTURAS      PIC 9(8) VALUE 0.
       01  WS-CTL-ASIENTOS-F    PIC 9(8) VALUE 0.
       01  WS-CTL-ASIENTOS-R    PIC 9(8) VALUE 0.
       01  WS-CTL-YA-REGISTRADAS PIC 9(8) VALUE 0.
       01  WS-CTL-SIN-FACTURA   PIC 9(8) VALUE 0.
       01  WS-CTL-EN-PERIODO    PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LIVA001 - Libro registro de IVA repercutido"
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-ABRE-LIBRO.
           OPEN INPUT CLIENTES-I.
           OPEN INPUT REGIMENES-I.
           IF WS-REG-STATUS = '00'
             MOVE 'Y' TO WS-REG-PRESENTE
           ELSE
             DISPLAY 'SIN REGIMENES_I.DAT - SE APLICA IVA GENERAL'
           END-IF.
           OPEN INPUT FACT-REGISTRO.
           IF WS-FRG-STATUS NOT = '00'
             DISPLAY 'SIN FACT_REGISTRO.DAT - LIBRO SIN FACTURAS NUEVAS'
           ELSE
             PERFORM 0200-CARGA-FACTURAS
             CLOSE FACT-REGISTRO
             PERFORM 0300-CARGA-CORRECCIONES
             PERFORM 0400-REGISTRA-FACTURAS
           END-IF.
           CLOSE CLIENTES-I.
           IF WS-REG-PRESENTE = 'Y'
             CLOSE REGIMENES-I
           END-IF.
           IF WS-DEC-VALIDO = 'Y'
             PERFORM 0500-DECLARACION
           END-IF.
           CLOSE LIBRO-IVA-I.
           PERFORM 0900-RESUMEN.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FSIS-NUM FROM DATE YYYYMMDD.
           DISPLAY 'PERIODO DE DECLARACION (AAAAMM=MES, AAAATN='
                   'TRIMESTRE, INTRO=SOLO LIBRO): ' WITH NO ADVANCING.
           ACCEPT WS-PERIODO-DEC.
           MOVE 'N' TO WS-DEC-VALIDO.
           IF WS-PERIODO-DEC NOT = SPACES
             PERFORM 0120-CALCULA-FECHAS
           END-IF.

       0120-CALCULA-FECHAS.
           IF WS-PERIODO-DEC(1:4) IS NUMERIC
             MOVE WS-PERIODO-DEC(1:4) TO WS-DEC-ANYO
             IF WS-PERIODO-DEC(5:1) = 'T' OR WS-PERIODO-DEC(5:1) = 't'
               IF WS-PERIODO-DEC(6:1) IS NUMERIC
                 MOVE WS-PERIODO-DEC(6:1) TO WS-DEC-TRIM
                 IF WS-DEC-TRIM > 0 AND WS-DEC-TRIM < 5
                   MOVE 'T' TO WS-PERIODO-DEC(5:1)
                   MOVE 'Y' TO WS-DEC-VALIDO
                   COMPUTE WS-FECHA-DESDE = WS-DEC-ANYO * 10000
                     + ((WS-DEC-TRIM - 1) * 3 + 1) * 100 + 1
                   COMPUTE WS-FECHA-HASTA = WS-DEC-ANYO * 10000
                     + (WS-DEC-TRIM * 3) * 100 + 31
                 END-IF
               END-IF
             ELSE
               IF WS-PERIODO-DEC(5:2) IS NUMERIC
                 MOVE WS-PERIODO-DEC(5:2) TO WS-DEC-MES
                 IF WS-DEC-MES > 0 AND WS-DEC-MES < 13
                   MOVE 'Y' TO WS-DEC-VALIDO
                   COMPUTE WS-FECHA-DESDE = WS-DEC-ANYO * 10000
                     + WS-DEC-MES * 100 + 1
                   COMPUTE WS-FECHA-HASTA = WS-DEC-ANYO * 10000
                     + WS-DEC-MES * 100 + 31
                 END-IF
               END-IF
             END-IF
           END-IF.
           IF WS-DEC-VALIDO = 'Y'
             DISPLAY 'DECLARACION ' WS-PERIODO-DEC ' DEL '
                     WS-FECHA-DESDE ' AL ' WS-FECHA-HASTA
           ELSE
             DISPLAY 'PERIODO ' WS-PERIODO-DEC ' NO VALIDO - '
                     'SOLO SE ACTUALIZA EL LIBRO'
           END-IF.

       0150-ABRE-LIBRO.
           OPEN I-O LIBRO-IVA-I.
           IF WS-LIB-STATUS NOT = '00'
             OPEN OUTPUT LIBRO-IVA-I
             CLOSE LIBRO-IVA-I
             OPEN I-O LIBRO-IVA-I
           END-IF.

       0200-CARGA-FACTURAS.
           MOVE 0 TO WS-FAC-CNT.
           MOVE 'N' TO WS-FRG-EOF.
           PERFORM 0210-LEE-REGISTRO UNTIL WS-FRG-EOF = 'Y'.
           DISPLAY 'PERIODO FACTURADO: ' WS-PERIODO-FAC
                   '  FACTURAS LEIDAS: ' WS-CTL-FACTURAS.

       0210-LEE-REGISTRO.
           READ FACT-REGISTRO INTO WS-FRG-REG
             AT END
               MOVE 'Y' TO WS-FRG-EOF
             NOT AT END
               IF WS-FRC-TIPO = 'C'
                 PERFORM 0220-GUARDA-CABECERA
               END-IF
               IF WS-FRT-TIPO = 'T'
                 PERFORM 0260-GUARDA-TOTAL
               END-IF
           END-READ.

       0220-GUARDA-CABECERA.
           ADD 1 TO WS-CTL-FACTURAS.
           MOVE WS-FRC-FACTURA   TO WS-CAB-FACTURA.
           MOVE WS-FRC-CLIENTE   TO WS-CAB-CLIENTE.
           MOVE WS-FRC-FECHA-EMI TO WS-CAB-FECHA.
           MOVE WS-FRC-PERIODO   TO WS-CAB-PERIODO.
           IF WS-PERIODO-FAC = SPACES
             MOVE WS-FRC-PERIODO TO WS-PERIODO-FAC
           END-IF.
           IF WS-FRC-REGIMEN NOT = SPACES AND WS-FRC-PCT IS NUMERIC
             MOVE WS-FRC-REGIMEN TO WS-REG-ACTUAL
             MOVE WS-FRC-PCT     TO WS-PCT-ACTUAL
             MOVE WS-FRC-EXENTO  TO WS-EXENTO-ACTUAL
           ELSE
             PERFORM 0230-REGIMEN-CLIENTE
           END-IF.

       0230-REGIMEN-CLIENTE.
           MOVE 'IVA' TO WS-REG-ACTUAL.
           MOVE WS-CAB-CLIENTE TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTE-I-REG NOT = SPACES
                 MOVE CLIENTE-I-REG TO WS-REG-ACTUAL
               END-IF
           END-READ.
           MOVE WS-IVA-PCT-DEF TO WS-PCT-ACTUAL.
           MOVE 'N' TO WS-EXENTO-ACTUAL.
           IF WS-REG-PRESENTE = 'Y'
             MOVE WS-REG-ACTUAL TO REG-I-CODIGO
             READ REGIMENES-I INTO WS-REGIMEN-I
               KEY IS REG-I-CODIGO
               INVALID KEY
                 MOVE 'IVA' TO WS-REG-ACTUAL
               NOT INVALID KEY
                 MOVE WS-REG-I-PCT    TO WS-PCT-ACTUAL
                 MOVE WS-REG-I-EXENTO TO WS-EXENTO-ACTUAL
             END-READ
           ELSE
             MOVE 'IVA' TO WS-REG-ACTUAL
           END-IF.

       0260-GUARDA-TOTAL.
           IF WS-FAC-CNT < WS-FAC-MAX
             ADD 1 TO WS-FAC-CNT
             MOVE WS-CAB-FACTURA   TO WS-FAC-FACTURA(WS-FAC-CNT)
             MOVE WS-FRT-MONEDA    TO WS-FAC-MONEDA(WS-FAC-CNT)
             MOVE WS-CAB-CLIENTE   TO WS-FAC-CLIENTE(WS-FAC-CNT)
             MOVE WS-CAB-FECHA     TO WS-FAC-FECHA(WS-FAC-CNT)
             MOVE WS-CAB-PERIODO   TO WS-FAC-PERIODO(WS-FAC-CNT)
             MOVE WS-REG-ACTUAL    TO WS-FAC-REGIMEN(WS-FAC-CNT)
             MOVE WS-PCT-ACTUAL    TO WS-FAC-PCT(WS-FAC-CNT)
             MOVE WS-EXENTO-ACTUAL TO WS-FAC-EXENTO(WS-FAC-CNT)
             MOVE WS-FRT-BASE      TO WS-FAC-BASE(WS-FAC-CNT)
             MOVE WS-FRT-IMPUESTO  TO WS-FAC-CUOTA(WS-FAC-CNT)
             MOVE 0 TO WS-FAC-COR-BASE(WS-FAC-CNT)
             MOVE 0 TO WS-FAC-COR-CUOTA(WS-FAC-CNT)
             MOVE 0 TO WS-FAC-COR-SEQ(WS-FAC-CNT)
             MOVE 'N' TO WS-FAC-YA(WS-FAC-CNT)
             MOVE WS-CAB-FACTURA TO LIB-FACTURA
             MOVE WS-FRT-MONEDA  TO LIB-MONEDA
             MOVE 'F'            TO LIB-TIPO
             MOVE 0              TO LIB-SEQ
             READ LIBRO-IVA-I
               KEY IS LIB-CLAVE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE 'Y' TO WS-FAC-YA(WS-FAC-CNT)
                 ADD 1 TO WS-CTL-YA-REGISTRADAS
             END-READ
           ELSE
             DISPLAY 'TABLA DE FACTURAS LLENA - FACTURA '
                     WS-CAB-FACTURA ' NO REGISTRADA'
           END-IF.

       0300-CARGA-CORRECCIONES.
           MOVE 'N' TO WS-AJH-EOF.
           OPEN INPUT AJUSTES-HIST.
           IF WS-AJH-STATUS = '00'
             PERFORM 0310-LEE-AJUSTE-H UNTIL WS-AJH-EOF = 'Y'
             CLOSE AJUSTES-HIST
           ELSE
             DISPLAY 'SIN AJUSTES_HIST.DAT - SIN RECTIFICACIONES'
           END-IF.

       0310-LEE-AJUSTE-H.
           READ AJUSTES-HIST INTO WS-AJUSTE-H
             AT END
               MOVE 'Y' TO WS-AJH-EOF
             NOT AT END
               IF WS-AJH-PERIODO = WS-PERIODO-FAC
                  AND WS-AJH-CONCEPTO = WS-CONCEPTO-REFACT
                 PERFORM 0320-BUSCA-CUENTA
                 PERFORM 0330-BUSCA-FACTURA
                 IF WS-FAC-ENCONTRADA = 'Y'
                   IF WS-FAC-YA(WS-FAC-IDX) NOT = 'Y'
                     PERFORM 0350-REGISTRA-CORRECCION
                   END-IF
                 ELSE
                   ADD 1 TO WS-CTL-SIN-FACTURA
                   DISPLAY 'RECTIFICACION SIN FACTURA EN MONEDA - '
                           WS-AJH-CLIENTE-ID ' ' WS-AJH-MONEDA
                 END-IF
               END-IF
           END-READ.

       0320-BUSCA-CUENTA.
           MOVE WS-AJH-CLIENTE-ID TO WS-GRP-CUENTA.
           MOVE WS-AJH-CLIENTE-ID TO CLIENTE-I-ID.
           READ CLIENTES-I
             KEY IS CLIENTE-I-ID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CLIENTE-I-PADRE NOT = SPACES
                 MOVE CLIENTE-I-PADRE TO WS-GRP-CUENTA
               END-IF
           END-READ.

       0330-BUSCA-FACTURA.
           MOVE 'N' TO WS-FAC-ENCONTRADA.
           MOVE 1 TO WS-FAC-IDX.
           PERFORM 0340-COMPARA-FACTURA
             UNTIL WS-FAC-IDX > WS-FAC-CNT
                OR WS-FAC-ENCONTRADA = 'Y'.

       0340-COMPARA-FACTURA.
           IF WS-FAC-CLIENTE(WS-FAC-IDX) = WS-GRP-CUENTA
              AND WS-FAC-MONEDA(WS-FAC-IDX) = WS-AJH-MONEDA
             MOVE 'Y' TO WS-FAC-ENCONTRADA
           ELSE
             ADD 1 TO WS-FAC-IDX
           END-IF.

       0350-REGISTRA-CORRECCION.
           IF WS-AJH-SIGNO = '-'
             COMPUTE WS-IMPORTE-S = 0 - WS-AJH-IMPORTE
           ELSE
             MOVE WS-AJH-IMPORTE TO WS-IMPORTE-S
           END-IF.
           IF WS-FAC-EXENTO(WS-FAC-IDX) = 'S'
             MOVE 0 TO WS-CUOTA-S
           ELSE
             COMPUTE WS-CUOTA-S ROUNDED =
               WS-IMPORTE-S * WS-FAC-PCT(WS-FAC-IDX) / 100
           END-IF.
           ADD WS-IMPORTE-S TO WS-FAC-COR-BASE(WS-FAC-IDX).
           ADD WS-CUOTA-S   TO WS-FAC-COR-CUOTA(WS-FAC-IDX).
           ADD 1 TO WS-FAC-COR-SEQ(WS-FAC-IDX).
           MOVE WS-FAC-COR-SEQ(WS-FAC-IDX) TO WS-LIB-SEQ.
           MOVE 'R' TO WS-LIB-TIPO.
           MOVE WS-AJH-CLIENTE-ID TO WS-LIB-CLI-ORIGEN.
           PERFORM 0450-GRABA-ASIENTO-LIBRO.
           ADD 1 TO WS-CTL-ASIENTOS-R.

       0400-REGISTRA-FACTURAS.
           MOVE 1 TO WS-FAC-IDX.
           PERFORM 0410-REGISTRA-FACTURA UNTIL WS-FAC-IDX > WS-FAC-CNT.

       0410-REGISTRA-FACTURA.
           IF WS-FAC-YA(WS-FAC-IDX) NOT = 'Y'
             COMPUTE WS-IMPORTE-S = WS-FAC-BASE(WS-FAC-IDX)
                                  - WS-FAC-COR-BASE(WS-FAC-IDX)
             COMPUTE WS-CUOTA-S = WS-FAC-CUOTA(WS-FAC-IDX)
                                - WS-FAC-COR-CUOTA(WS-FAC-IDX)
             MOVE 0 TO WS-LIB-SEQ
             MOVE 'F' TO WS-LIB-TIPO
             MOVE WS-FAC-CLIENTE(WS-FAC-IDX) TO WS-LIB-CLI-ORIGEN
             PERFORM 0450-GRABA-ASIENTO-LIBRO
             ADD 1 TO WS-CTL-ASIENTOS-F
           END-IF.
           ADD 1 TO WS-FAC-IDX.

       0450-GRABA-ASIENTO-LIBRO.
           MOVE WS-FAC-FACTURA(WS-FAC-IDX) TO WS-LIB-FACTURA.
           MOVE WS-FAC-MONEDA(WS-FAC-IDX)  TO WS-LIB-MONEDA.
           MOVE WS-FAC-FECHA(WS-FAC-IDX)   TO WS-LIB-FECHA.
           MOVE WS-FAC-PERIODO(WS-FAC-IDX) TO WS-LIB-PERIODO.
           MOVE WS-FAC-CLIENTE(WS-FAC-IDX) TO WS-LIB-CLIENTE.
           MOVE WS-FAC-REGIMEN(WS-FAC-IDX) TO WS-LIB-REGIMEN.
           MOVE WS-FAC-PCT(WS-FAC-IDX)     TO WS-LIB-PCT.
           MOVE WS-FAC-EXENTO(WS-FAC-IDX)  TO WS-LIB-EXENTO.
           IF WS-IMPORTE-S < 0
             MOVE '-' TO WS-LIB-SIGNO
             COMPUTE WS-LIB-BASE  = 0 - WS-IMPORTE-S
             COMPUTE WS-LIB-CUOTA = 0 - WS-CUOTA-S
           ELSE
             MOVE '+' TO WS-LIB-SIGNO
             MOVE WS-IMPORTE-S TO WS-LIB-BASE
             MOVE WS-CUOTA-S   TO WS-LIB-CUOTA
           END-IF.
           MOVE WS-FSIS-NUM TO WS-LIB-FEC-ALTA.
           WRITE LIBRO-IVA-I-REG FROM WS-LIBRO-IVA-I
             INVALID KEY
               DISPLAY 'ASIENTO YA EN LIBRO - FACTURA '
                       WS-LIB-FACTURA ' ' WS-LIB-MONEDA ' '
                       WS-LIB-TIPO WS-LIB-SEQ
           END-WRITE.

       0500-DECLARACION.
           PERFORM 0510-CARGA-CAMBIOS.
           MOVE 0 TO WS-SUM-CNT.
           OPEN OUTPUT LIBRO-IVA.
           MOVE SPACES TO LINEA-LIBRO.
           STRING 'LIBRO REGISTRO DE IVA REPERCUTIDO - PERIODO '
                  DELIMITED BY SIZE
                  WS-PERIODO-DEC DELIMITED BY SIZE
             INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING 'FACTURA  T SEQ FECHA      CLIENTE ORIGEN REG '
                  DELIMITED BY SIZE
                  'MON            BASE   TIPO           CUOTA'
                  DELIMITED BY SIZE
             INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE 'N' TO WS-LIB-EOF.
           MOVE LOW-VALUES TO LIB-CLAVE.
           START LIBRO-IVA-I KEY IS NOT LESS THAN LIB-CLAVE
             INVALID KEY MOVE 'Y' TO WS-LIB-EOF
           END-START.
           PERFORM 0550-LEE-LIBRO UNTIL WS-LIB-EOF = 'Y'.
           PERFORM 0700-ESCRIBE-RESUMEN.
           CLOSE LIBRO-IVA.

       0510-CARGA-CAMBIOS.
           MOVE 'N' TO WS-CAM-EOF.
           OPEN INPUT CAMBIOS.
           IF WS-CAM-STATUS = '00'
             PERFORM 0520-LEE-CAMBIO UNTIL WS-CAM-EOF = 'Y'
             CLOSE CAMBIOS
           ELSE
             DISPLAY 'SIN CAMBIOS.DAT - IMPORTES EUR SIN CONVERTIR'
           END-IF.

       0520-LEE-CAMBIO.
           READ CAMBIOS
             AT END
               MOVE 'Y' TO WS-CAM-EOF
             NOT AT END
               IF CAM-FECHA NOT GREATER THAN WS-FECHA-HASTA
                 PERFORM 0525-ACTUALIZA-CAMBIO
               END-IF
           END-READ.

       0525-ACTUALIZA-CAMBIO.
           MOVE 'N' TO WS-CMT-ENCONTRADA.
           MOVE 1   TO WS-CMT-IDX.
           PERFORM 0528-BUSCA-CAMBIO
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

       0528-BUSCA-CAMBIO.
           IF WS-CMT-MON(WS-CMT-IDX) = CAM-MONEDA
             MOVE 'Y' TO WS-CMT-ENCONTRADA
           ELSE
             ADD 1 TO WS-CMT-IDX
           END-IF.

       0530-RESUELVE-TASA.
           IF WS-TASA-MON = 'EUR'
             MOVE 1 TO WS-TASA-ACT
           ELSE
             MOVE 'N' TO WS-CMT-ENCONTRADA
             MOVE 1   TO WS-CMT-IDX
             PERFORM 0535-BUSCA-TASA
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

       0535-BUSCA-TASA.
           IF WS-CMT-MON(WS-CMT-IDX) = WS-TASA-MON
             MOVE 'Y' TO WS-CMT-ENCONTRADA
           ELSE
             ADD 1 TO WS-CMT-IDX
           END-IF.

       0550-LEE-LIBRO.
           READ LIBRO-IVA-I NEXT RECORD INTO WS-LIBRO-IVA-I
             AT END
               MOVE 'Y' TO WS-LIB-EOF
             NOT AT END
               IF WS-LIB-FECHA NOT < WS-FECHA-DESDE
                  AND WS-LIB-FECHA NOT > WS-FECHA-HASTA
                 ADD 1 TO WS-CTL-EN-PERIODO
                 PERFORM 0560-LINEA-LIBRO
                 PERFORM 0600-ACUMULA-RESUMEN
               END-IF
           END-READ.

       0560-LINEA-LIBRO.
           MOVE WS-LIB-FECHA TO WS-FECHA-AUX.
           MOVE SPACES TO WS-FECHA-ED.
           STRING WS-FAUX-DD '/' WS-FAUX-MM '/' WS-FAUX-YYYY
             DELIMITED BY SIZE INTO WS-FECHA-ED.
           IF WS-LIB-SIGNO = '-'
             COMPUTE WS-IMP-ED  = 0 - WS-LIB-BASE
             COMPUTE WS-IMP-ED2 = 0 - WS-LIB-CUOTA
           ELSE
             MOVE WS-LIB-BASE  TO WS-IMP-ED
             MOVE WS-LIB-CUOTA TO WS-IMP-ED2
           END-IF.
           MOVE WS-LIB-PCT TO WS-PCT-ED.
           MOVE SPACES TO LINEA-LIBRO.
           STRING WS-LIB-FACTURA    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LIB-TIPO       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LIB-SEQ        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-FECHA-ED       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LIB-CLIENTE    DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  WS-LIB-CLI-ORIGEN DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  WS-LIB-REGIMEN    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-LIB-MONEDA     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-IMP-ED         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-PCT-ED         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-IMP-ED2        DELIMITED BY SIZE
             INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.

       0600-ACUMULA-RESUMEN.
           IF WS-LIB-EXENTO = 'S'
             MOVE 'E' TO WS-SEC-ACTUAL
           ELSE
             IF WS-LIB-PCT = 0
               MOVE 'C' TO WS-SEC-ACTUAL
             ELSE
               MOVE 'S' TO WS-SEC-ACTUAL
             END-IF
           END-IF.
           MOVE WS-LIB-MONEDA TO WS-TASA-MON.
           PERFORM 0530-RESUELVE-TASA.
           IF WS-LIB-SIGNO = '-'
             COMPUTE WS-BASE-EUR ROUNDED =
               0 - WS-LIB-BASE * WS-TASA-ACT
             COMPUTE WS-CUOTA-EUR ROUNDED =
               0 - WS-LIB-CUOTA * WS-TASA-ACT
           ELSE
             COMPUTE WS-BASE-EUR ROUNDED = WS-LIB-BASE * WS-TASA-ACT
             COMPUTE WS-CUOTA-EUR ROUNDED = WS-LIB-CUOTA * WS-TASA-ACT
           END-IF.
           MOVE 'N' TO WS-SUM-ENCONTRADA.
           MOVE 1 TO WS-SUM-IDX.
           PERFORM 0650-BUSCA-RESUMEN
             UNTIL WS-SUM-IDX > WS-SUM-CNT
                OR WS-SUM-ENCONTRADA = 'Y'.
           IF WS-SUM-ENCONTRADA NOT = 'Y'
             IF WS-SUM-CNT < WS-SUM-MAX
               ADD 1 TO WS-SUM-CNT
               MOVE WS-SUM-CNT TO WS-SUM-IDX
               MOVE WS-SEC-ACTUAL  TO WS-SUM-SECCION(WS-SUM-IDX)
               MOVE WS-LIB-REGIMEN TO WS-SUM-REGIMEN(WS-SUM-IDX)
               MOVE WS-LIB-PCT     TO WS-SUM-PCT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-FACTURAS(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-BASE-FAC(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-CUOTA-FAC(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-BASE-RECT(WS-SUM-IDX)
               MOVE 0 TO WS-SUM-CUOTA-RECT(WS-SUM-IDX)
               MOVE 'Y' TO WS-SUM-ENCONTRADA
             ELSE
               DISPLAY 'TABLA DE RESUMEN LLENA - ' WS-LIB-REGIMEN
             END-IF
           END-IF.
           IF WS-SUM-ENCONTRADA = 'Y'
             IF WS-LIB-TIPO = 'F'
               ADD 1 TO WS-SUM-FACTURAS(WS-SUM-IDX)
               ADD WS-BASE-EUR  TO WS-SUM-BASE-FAC(WS-SUM-IDX)
               ADD WS-CUOTA-EUR TO WS-SUM-CUOTA-FAC(WS-SUM-IDX)
             ELSE
               ADD WS-BASE-EUR  TO WS-SUM-BASE-RECT(WS-SUM-IDX)
               ADD WS-CUOTA-EUR TO WS-SUM-CUOTA-RECT(WS-SUM-IDX)
             END-IF
           END-IF.

       0650-BUSCA-RESUMEN.
           IF WS-SUM-SECCION(WS-SUM-IDX) = WS-SEC-ACTUAL
              AND WS-SUM-REGIMEN(WS-SUM-IDX) = WS-LIB-REGIMEN
              AND WS-SUM-PCT(WS-SUM-IDX) = WS-LIB-PCT
             MOVE 'Y' TO WS-SUM-ENCONTRADA
           ELSE
             ADD 1 TO WS-SUM-IDX
           END-IF.

       0700-ESCRIBE-RESUMEN.
           OPEN OUTPUT DECLARACION.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING 'RESUMEN PARA LA DECLARACION - PERIODO '
                  DELIMITED BY SIZE
                  WS-PERIODO-DEC DELIMITED BY SIZE
                  ' - IMPORTES EN EUR' DELIMITED BY SIZE
             INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE 'S' TO WS-SEC-ACTUAL.
           MOVE 'OPERACIONES SUJETAS Y NO EXENTAS' TO WS-SEC-TITULO.
           PERFORM 0710-ESCRIBE-SECCION.
           MOVE 'C' TO WS-SEC-ACTUAL.
           MOVE 'OPERACIONES A TIPO CERO' TO WS-SEC-TITULO.
           PERFORM 0710-ESCRIBE-SECCION.
           MOVE 'E' TO WS-SEC-ACTUAL.
           MOVE 'OPERACIONES EXENTAS' TO WS-SEC-TITULO.
           PERFORM 0710-ESCRIBE-SECCION.
           CLOSE DECLARACION.

       0710-ESCRIBE-SECCION.
           MOVE SPACES TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           MOVE WS-SEC-TITULO TO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE SPACES TO LINEA-LIBRO.
           STRING 'REG   TIPO FACTURAS         BASE FACTURAS'
                  DELIMITED BY SIZE
                  '    BASE RECTIFICACIONES' DELIMITED BY SIZE
                  '           BASE NETA          CUOTA NETA'
                  DELIMITED BY SIZE
             INTO LINEA-LIBRO.
           WRITE LINEA-LIBRO.
           MOVE 1 TO WS-SUM-IDX.
           PERFORM 0720-ESCRIBE-LINEA-RESUMEN
             UNTIL WS-SUM-IDX > WS-SUM-CNT.

       0720-ESCRIBE-LINEA-RESUMEN.
           IF WS-SUM-SECCION(WS-SUM-IDX) = WS-SEC-ACTUAL
             COMPUTE WS-NETO-BASE = WS-SUM-BASE-FAC(WS-SUM-IDX)
                                  + WS-SUM-BASE-RECT(WS-SUM-IDX)
             COMPUTE WS-NETO-CUOTA = WS-SUM-CUOTA-FAC(WS-SUM-IDX)
                                   + WS-SUM-CUOTA-RECT(WS-SUM-IDX)
             MOVE WS-SUM-PCT(WS-SUM-IDX)      TO WS-PCT-ED
             MOVE WS-SUM-FACTURAS(WS-SUM-IDX) TO WS-CNT-ED
             MOVE WS-SUM-BASE-FAC(WS-SUM-IDX) TO WS-TOT-ED
             MOVE WS-SUM-BASE-RECT(WS-SUM-IDX) TO WS-TOT-ED2
             MOVE WS-NETO-BASE TO WS-TOT-ED3
             MOVE WS-NETO-CUOTA TO WS-IMP-ED
             MOVE SPACES TO LINEA-LIBRO
             STRING WS-SUM-REGIMEN(WS-SUM-IDX) DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-PCT-ED  DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-CNT-ED  DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-TOT-ED  DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-TOT-ED2 DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-TOT-ED3 DELIMITED BY SIZE
                    ' '        DELIMITED BY SIZE
                    WS-IMP-ED  DELIMITED BY SIZE
               INTO LINEA-LIBRO
             WRITE LINEA-LIBRO
             PERFORM 0750-GRABA-DECLARACION
           END-IF.
           ADD 1 TO WS-SUM-IDX.

       0750-GRABA-DECLARACION.
           MOVE WS-PERIODO-DEC TO DEC-PERIODO.
           MOVE WS-SUM-SECCION(WS-SUM-IDX)  TO DEC-SECCION.
           MOVE WS-SUM-REGIMEN(WS-SUM-IDX)  TO DEC-REGIMEN.
           MOVE WS-SUM-PCT(WS-SUM-IDX)      TO DEC-PCT.
           MOVE WS-SUM-FACTURAS(WS-SUM-IDX) TO DEC-FACTURAS.
           MOVE WS-SUM-BASE-FAC(WS-SUM-IDX)  TO DEC-BASE-FAC.
           MOVE WS-SUM-CUOTA-FAC(WS-SUM-IDX) TO DEC-CUOTA-FAC.
           IF WS-SUM-BASE-RECT(WS-SUM-IDX) < 0
             MOVE '-' TO DEC-SIGNO-RECT
           ELSE
             MOVE '+' TO DEC-SIGNO-RECT
           END-IF.
           MOVE WS-SUM-BASE-RECT(WS-SUM-IDX)  TO DEC-BASE-RECT.
           MOVE WS-SUM-CUOTA-RECT(WS-SUM-IDX) TO DEC-CUOTA-RECT.
           IF WS-NETO-BASE < 0
             MOVE '-' TO DEC-SIGNO-NETO
           ELSE
             MOVE '+' TO DEC-SIGNO-NETO
           END-IF.
           MOVE WS-NETO-BASE  TO DEC-BASE-NETA.
           MOVE WS-NETO-CUOTA TO DEC-CUOTA-NETA.
           WRITE REGISTRO-DECLARACION.

       0900-RESUMEN.
           DISPLAY 'FACTURAS LEIDAS        : ' WS-CTL-FACTURAS.
           DISPLAY 'ASIENTOS DE FACTURA    : ' WS-CTL-ASIENTOS-F.
           DISPLAY 'ASIENTOS RECTIFICATIVOS: ' WS-CTL-ASIENTOS-R.
           DISPLAY 'YA REGISTRADAS         : ' WS-CTL-YA-REGISTRADAS.
           DISPLAY 'RECTIF. SIN FACTURA    : ' WS-CTL-SIN-FACTURA.
           IF WS-DEC-VALIDO = 'Y'
             DISPLAY 'ASIENTOS EN PERIODO    : ' WS-CTL-EN-PERIODO
           END-IF.

       END PROGRAM LIVA001.
