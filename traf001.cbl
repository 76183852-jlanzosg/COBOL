      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   TRAFFIC SUMMARY AND REVENUE ANALYSIS BY PERIOD
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAF001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT TRAFICO-PARAM ASSIGN TO "data/TRAFICO_PARAM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRP-STATUS.

        SELECT LLAMADAS-CLI ASSIGN TO "data/LLAMADAS_CLIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LLC-STATUS.

        SELECT AJUSTES ASSIGN TO "data/AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.

        SELECT CAMBIOS ASSIGN TO "data/CAMBIOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAM-STATUS.

        SELECT TRAFICO-RES-I ASSIGN TO "data/TRAFICO_RES_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRR-CLAVE
               FILE STATUS IS WS-TRR-STATUS.

        SELECT TRAFICO-INF ASSIGN TO "data/TRAFICO_ANALISIS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAFICO-PARAM.
       01  REGISTRO-TRAFICO-PARAM.
           02  TRP-UMBRAL-PCT   PIC 9(3).
           02  TRP-PREFIJO-LON  PIC 9(2).
           02  TRP-TOP          PIC 9(3).

       FD  LLAMADAS-CLI.
       01  LLAMADA-CLI.
           02  LLC-CLIENTE-ID   PIC X(5).
           02  LLC-TEL-NUM      PIC X(16).
           02  LLC-TEL-DES      PIC X(16).
           02  LLC-INICIO       PIC X(16).
           02  LLC-FIN          PIC X(16).
           02  LLC-TIEMPO       PIC 9(8).
           02  LLC-TARIFA-ID    PIC X(5).
           02  LLC-SEP          PIC X.
           02  LLC-IMPORTE      PIC 9(8)V99.
           02  LLC-MONEDA       PIC X(3).
           02  LLC-BANDA        PIC X(1).
           02  LLC-TIPO-REG     PIC X(1).

       FD  AJUSTES.
       01  REGISTRO-AJUSTE.
           02  AJU-CLIENTE-ID   PIC X(5).
           02  AJU-TARIFA-ID    PIC X(5).
           02  AJU-CONCEPTO     PIC X(30).
           02  AJU-SIGNO        PIC X(1).
           02  AJU-IMPORTE      PIC 9(8)V99.
           02  AJU-MONEDA       PIC X(3).

       FD  CAMBIOS.
       01  REGISTRO-CAMBIO.
           02  CAM-FECHA        PIC 9(8).
           02  CAM-MONEDA       PIC X(3).
           02  CAM-TASA         PIC 9(3)V9(6).

       FD  TRAFICO-RES-I.
       01  TRAFICO-RES-I-REG.
           02  TRR-CLAVE.
               03  TRR-PERIODO     PIC X(6).
               03  TRR-NIVEL       PIC X(1).
               03  TRR-TARIFA-ID   PIC X(5).
               03  TRR-BANDA       PIC X(1).
               03  TRR-TIPO-REG    PIC X(1).
               03  TRR-MONEDA      PIC X(3).
               03  TRR-PREFIJO     PIC X(8).
           02  TRR-LLAMADAS     PIC 9(8).
           02  TRR-UNIDADES     PIC 9(12).
           02  TRR-SIGNO        PIC X(1).
           02  TRR-IMPORTE      PIC 9(10)V99.
           02  TRR-IMPORTE-EUR  PIC 9(10)V99.
           02  TRR-FEC-ALTA     PIC 9(8).

       FD  TRAFICO-INF.
       01  LINEA-INFORME        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TRP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-LLC-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.
       01  WS-CAM-STATUS        PIC X(2) VALUE SPACES.
       01  WS-TRR-STATUS        PIC X(2) VALUE SPACES.

       01  WS-LLAMADA-CLI.
           02  WS-LLC-CLIENTE-ID   PIC X(5).
           02  WS-LLC-TEL-NUM      PIC X(16).
           02  WS-LLC-TEL-DES      PIC X(16).
           02  WS-LLC-INICIO       PIC X(16).
           02  WS-LLC-FIN          PIC X(16).
           02  WS-LLC-TIEMPO       PIC 9(8).
           02  WS-LLC-TARIFA-ID    PIC X(5).
           02  WS-LLC-SEP          PIC X.
           02  WS-LLC-IMPORTE      PIC 9(8)V99.
           02  WS-LLC-MONEDA       PIC X(3).
           02  WS-LLC-BANDA        PIC X(1).
           02  WS-LLC-TIPO-REG     PIC X(1).

       01  WS-AJUSTE.
           02  WS-AJU-CLIENTE-ID   PIC X(5).
           02  WS-AJU-TARIFA-ID    PIC X(5).
           02  WS-AJU-CONCEPTO     PIC X(30).
           02  WS-AJU-SIGNO        PIC X(1).
           02  WS-AJU-IMPORTE      PIC 9(8)V99.
           02  WS-AJU-MONEDA       PIC X(3).
       01  WS-CONCEPTO-REFACT   PIC X(30)
                                VALUE 'REFACT. CORRECCION TARIFA'.

       01  WS-TRAFICO-RES-I.
           02  WS-TRR-PERIODO     PIC X(6).
           02  WS-TRR-NIVEL       PIC X(1).
           02  WS-TRR-TARIFA-ID   PIC X(5).
           02  WS-TRR-BANDA       PIC X(1).
           02  WS-TRR-TIPO-REG    PIC X(1).
           02  WS-TRR-MONEDA      PIC X(3).
           02  WS-TRR-PREFIJO     PIC X(8).
           02  WS-TRR-LLAMADAS    PIC 9(8).
           02  WS-TRR-UNIDADES    PIC 9(12).
           02  WS-TRR-SIGNO       PIC X(1).
           02  WS-TRR-IMPORTE     PIC 9(10)V99.
           02  WS-TRR-IMPORTE-EUR PIC 9(10)V99.
           02  WS-TRR-FEC-ALTA    PIC 9(8).

       01  WS-UMBRAL-PCT        PIC 9(3) VALUE 20.
       01  WS-PREFIJO-LON       PIC 9(2) VALUE 4.
       01  WS-TOP-MAX           PIC 9(3) VALUE 10.

       01  WS-FSIS-NUM          PIC 9(8) VALUE 0.
       01  WS-CAMPO-TXT         PIC X(10) VALUE SPACES.
       01  WS-PER-VALIDO        PIC X(1) VALUE 'N'.
       01  WS-PERIODO.
           02  WS-PER-ANYO      PIC 9(4).
           02  WS-PER-MES       PIC 9(2).
       01  WS-PERIODO-CALC.
           02  WS-PCA-ANYO      PIC 9(4).
           02  WS-PCA-MES       PIC 9(2).
       01  WS-PER-TABLA.
           02  WS-PER OCCURS 3 TIMES PIC X(6).
       01  WS-PI                PIC 9(1) VALUE 0.
       01  WS-FECHA-HASTA       PIC 9(8) VALUE 0.

       01  WS-LLC-EOF           PIC X(1) VALUE 'N'.
       01  WS-AJU-EOF           PIC X(1) VALUE 'N'.
       01  WS-TRR-EOF           PIC X(1) VALUE 'N'.
       01  WS-PREFIJO           PIC X(8) VALUE SPACES.
       01  WS-IMPORTE-S         PIC S9(10)V99 VALUE 0.
       01  WS-EUR-S             PIC S9(10)V99 VALUE 0.

       01  WS-TRT-MAX           PIC 9(4) VALUE 500.
       01  WS-TRT-CNT           PIC 9(4) VALUE 0.
       01  WS-TRT-IDX           PIC 9(4) VALUE 0.
       01  WS-TRT-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-TRT-TABLA.
           02  WS-TRT OCCURS 500 TIMES.
               03  WS-TRT-TARIFA    PIC X(5).
               03  WS-TRT-BANDA     PIC X(1).
               03  WS-TRT-TIPO      PIC X(1).
               03  WS-TRT-MONEDA    PIC X(3).
               03  WS-TRT-LLAMADAS  PIC 9(8).
               03  WS-TRT-UNIDADES  PIC 9(12).
               03  WS-TRT-IMPORTE   PIC S9(10)V99.

       01  WS-TRD-MAX           PIC 9(4) VALUE 2000.
       01  WS-TRD-CNT           PIC 9(4) VALUE 0.
       01  WS-TRD-IDX           PIC 9(4) VALUE 0.
       01  WS-TRD-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-TRD-TABLA.
           02  WS-TRD OCCURS 2000 TIMES.
               03  WS-TRD-PREFIJO   PIC X(8).
               03  WS-TRD-TIPO      PIC X(1).
               03  WS-TRD-MONEDA    PIC X(3).
               03  WS-TRD-LLAMADAS  PIC 9(8).
               03  WS-TRD-UNIDADES  PIC 9(12).
               03  WS-TRD-IMPORTE   PIC S9(10)V99.

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

       01  WS-SEC-BUS           PIC X(1) VALUE SPACE.
       01  WS-CLAVE-BUS         PIC X(10) VALUE SPACES.
       01  WS-ANA-MAX           PIC 9(4) VALUE 1000.
       01  WS-ANA-CNT           PIC 9(4) VALUE 0.
       01  WS-ANA-IDX           PIC 9(4) VALUE 0.
       01  WS-ANA-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-ANA-TABLA.
           02  WS-ANA OCCURS 1000 TIMES.
               03  WS-ANA-SECCION   PIC X(1).
               03  WS-ANA-CLAVE     PIC X(10).
               03  WS-ANA-IMPRESO   PIC X(1).
               03  WS-ANA-PER OCCURS 3 TIMES.
                   04  WS-ANA-LLAMADAS  PIC 9(9).
                   04  WS-ANA-UNIDADES  PIC 9(13).
                   04  WS-ANA-EUR       PIC S9(11)V99.
                   04  WS-ANA-IMPORTE   PIC S9(11)V99.

       01  WS-SEC-INF           PIC X(1) VALUE SPACE.
       01  WS-TITULO-SEC        PIC X(60) VALUE SPACES.
       01  WS-SEC-FILAS         PIC 9(4) VALUE 0.
       01  WS-TOP-CNT           PIC 9(3) VALUE 0.
       01  WS-TOP-FIN           PIC X(1) VALUE 'N'.
       01  WS-TOP-MEJOR         PIC 9(4) VALUE 0.

       01  WS-VAR-ACT           PIC S9(11)V99 VALUE 0.
       01  WS-VAR-BASE          PIC S9(11)V99 VALUE 0.
       01  WS-VAR-BASE-ABS      PIC S9(11)V99 VALUE 0.
       01  WS-VAR-PCT           PIC S9(5)V9 VALUE 0.
       01  WS-VAR-ED            PIC -(5)9.9.
       01  WS-VAR-TXT           PIC X(8) VALUE SPACES.
       01  WS-VAR-SUPERA        PIC X(1) VALUE 'N'.
       01  WS-FLAG-SUPERA       PIC X(1) VALUE 'N'.

       01  WS-ED-UNIDADES       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-IMP-MON        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-UMBRAL         PIC ZZ9.

       01  WS-LIN-COL.
           02  WS-COL-CLAVE      PIC X(10).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-COL-LLAMADAS   PIC X(11).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-COL-VOLUMEN    PIC X(17).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-COL-EUR-ACT    PIC X(17).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-COL-EUR-ANT    PIC X(17).
           02  WS-COL-VAR-EUR-ANT PIC X(8).
           02  WS-COL-VAR-LLA-ANT PIC X(8).
           02  WS-COL-FLAG-ANT   PIC X(2).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-COL-EUR-INT    PIC X(17).
           02  WS-COL-VAR-EUR-INT PIC X(8).
           02  WS-COL-VAR-LLA-INT PIC X(8).
           02  WS-COL-FLAG-INT   PIC X(2).

       01  WS-LIN-DET.
           02  WS-DET-CLAVE      PIC X(10).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-DET-LLAMADAS   PIC ZZZ,ZZZ,ZZ9.
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-DET-VOLUMEN    PIC X(17).
           02  FILLER            PIC X(1)  VALUE SPACE.
           02  WS-DET-EUR-ACT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-DET-EUR-ANT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  WS-DET-VAR-EUR-ANT PIC X(8).
           02  WS-DET-VAR-LLA-ANT PIC X(8).
           02  WS-DET-FLAG-ANT   PIC X(2).
           02  FILLER            PIC X(2)  VALUE SPACES.
           02  WS-DET-EUR-INT    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           02  WS-DET-VAR-EUR-INT PIC X(8).
           02  WS-DET-VAR-LLA-INT PIC X(8).
           02  WS-DET-FLAG-INT   PIC X(2).

       01  WS-CTL-LLAMADAS      PIC 9(8) VALUE 0.
       01  WS-CTL-CORRECCIONES  PIC 9(8) VALUE 0.
       01  WS-CTL-BORRADOS      PIC 9(8) VALUE 0.
       01  WS-CTL-GRABADOS      PIC 9(8) VALUE 0.
       01  WS-CTL-PERDIDAS      PIC 9(8) VALUE 0.
       01  WS-CTL-MARCADAS      PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TRAF001 - Resumen y analisis de trafico e ingresos"
           PERFORM 0100-INICIALIZAR.
           IF WS-PER-VALIDO NOT = 'Y'
             DISPLAY 'PERIODO NO VALIDO - PROCESO CANCELADO'
           ELSE
             PERFORM 0150-ABRE-RESUMEN
             PERFORM 0510-CARGA-CAMBIOS
             IF WS-PER(1) NOT = WS-FSIS-NUM(1:6)
               DISPLAY 'PERIODO CERRADO - SOLO INFORME DESDE '
                       'TRAFICO_RES_I'
             ELSE
               OPEN INPUT LLAMADAS-CLI
               IF WS-LLC-STATUS NOT = '00'
                 DISPLAY 'SIN LLAMADAS_CLIENTES.DAT - RESUMEN DEL '
                         'PERIODO NO REGENERADO'
               ELSE
                 PERFORM 0200-CARGA-LLAMADAS
                 CLOSE LLAMADAS-CLI
                 PERFORM 0300-CARGA-CORRECCIONES
                 PERFORM 0400-GRABA-RESUMEN
               END-IF
             END-IF
             PERFORM 0600-ANALISIS
             CLOSE TRAFICO-RES-I
             PERFORM 0900-RESUMEN
           END-IF.
           STOP RUN.

       0100-INICIALIZAR.
           ACCEPT WS-FSIS-NUM FROM DATE YYYYMMDD.
           PERFORM 0110-LEE-PARAMETROS.
           DISPLAY 'PERIODO (AAAAMM, INTRO=MES EN CURSO): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           MOVE 'N' TO WS-PER-VALIDO.
           IF WS-CAMPO-TXT = SPACES
             MOVE WS-FSIS-NUM(1:6) TO WS-PERIODO
             MOVE 'Y' TO WS-PER-VALIDO
           ELSE
             IF WS-CAMPO-TXT(1:6) IS NUMERIC
               MOVE WS-CAMPO-TXT(1:6) TO WS-PERIODO
               IF WS-PER-MES > 0 AND WS-PER-MES < 13
                 MOVE 'Y' TO WS-PER-VALIDO
               END-IF
             END-IF
           END-IF.
           IF WS-PER-VALIDO = 'Y'
             MOVE WS-PERIODO TO WS-PER(1)
             MOVE WS-PERIODO TO WS-PERIODO-CALC
             IF WS-PCA-MES = 1
               MOVE 12 TO WS-PCA-MES
               SUBTRACT 1 FROM WS-PCA-ANYO
             ELSE
               SUBTRACT 1 FROM WS-PCA-MES
             END-IF
             MOVE WS-PERIODO-CALC TO WS-PER(2)
             MOVE WS-PERIODO TO WS-PERIODO-CALC
             SUBTRACT 1 FROM WS-PCA-ANYO
             MOVE WS-PERIODO-CALC TO WS-PER(3)
             COMPUTE WS-FECHA-HASTA = WS-PER-ANYO * 10000
               + WS-PER-MES * 100 + 31
             DISPLAY 'PERIODO ' WS-PER(1) ' - ANTERIOR ' WS-PER(2)
                     ' - MISMO PERIODO ANYO ANTERIOR ' WS-PER(3)
           END-IF.

       0110-LEE-PARAMETROS.
           OPEN INPUT TRAFICO-PARAM.
           IF WS-TRP-STATUS = '00'
             READ TRAFICO-PARAM
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM 0120-VALIDA-PARAMETROS
             END-READ
             CLOSE TRAFICO-PARAM
           ELSE
             DISPLAY 'SIN TRAFICO_PARAM.DAT - PARAMETROS POR DEFECTO'
           END-IF.
           DISPLAY 'UMBRAL DE VARIACION: ' WS-UMBRAL-PCT '%'
                   '  LONGITUD PREFIJO: ' WS-PREFIJO-LON
                   '  PREFIJOS EN RANKING: ' WS-TOP-MAX.

       0120-VALIDA-PARAMETROS.
           IF TRP-UMBRAL-PCT IS NUMERIC AND TRP-UMBRAL-PCT > 0
             MOVE TRP-UMBRAL-PCT TO WS-UMBRAL-PCT
           END-IF.
           IF TRP-PREFIJO-LON IS NUMERIC AND TRP-PREFIJO-LON > 0
              AND TRP-PREFIJO-LON < 9
             MOVE TRP-PREFIJO-LON TO WS-PREFIJO-LON
           END-IF.
           IF TRP-TOP IS NUMERIC AND TRP-TOP > 0
             MOVE TRP-TOP TO WS-TOP-MAX
           END-IF.

       0150-ABRE-RESUMEN.
           OPEN I-O TRAFICO-RES-I.
           IF WS-TRR-STATUS NOT = '00'
             OPEN OUTPUT TRAFICO-RES-I
             CLOSE TRAFICO-RES-I
             OPEN I-O TRAFICO-RES-I
           END-IF.

       0200-CARGA-LLAMADAS.
           MOVE 'N' TO WS-LLC-EOF.
           PERFORM 0210-LEE-LLAMADA UNTIL WS-LLC-EOF = 'Y'.

       0210-LEE-LLAMADA.
           READ LLAMADAS-CLI INTO WS-LLAMADA-CLI
             AT END
               MOVE 'Y' TO WS-LLC-EOF
             NOT AT END
               ADD 1 TO WS-CTL-LLAMADAS
               IF WS-LLC-TIPO-REG = SPACE
                 MOVE 'V' TO WS-LLC-TIPO-REG
               END-IF
               MOVE WS-LLC-IMPORTE TO WS-IMPORTE-S
               PERFORM 0220-ACUMULA-TARIFA
               IF WS-LLC-TIPO-REG NOT = 'D'
                 PERFORM 0240-ACUMULA-DESTINO
               END-IF
           END-READ.

       0220-ACUMULA-TARIFA.
           MOVE 'N' TO WS-TRT-ENCONTRADA.
           MOVE 1 TO WS-TRT-IDX.
           PERFORM 0230-BUSCA-TARIFA
             UNTIL WS-TRT-IDX > WS-TRT-CNT
                OR WS-TRT-ENCONTRADA = 'Y'.
           IF WS-TRT-ENCONTRADA NOT = 'Y'
             IF WS-TRT-CNT < WS-TRT-MAX
               ADD 1 TO WS-TRT-CNT
               MOVE WS-TRT-CNT TO WS-TRT-IDX
               MOVE WS-LLC-TARIFA-ID TO WS-TRT-TARIFA(WS-TRT-IDX)
               MOVE WS-LLC-BANDA     TO WS-TRT-BANDA(WS-TRT-IDX)
               MOVE WS-LLC-TIPO-REG  TO WS-TRT-TIPO(WS-TRT-IDX)
               MOVE WS-LLC-MONEDA    TO WS-TRT-MONEDA(WS-TRT-IDX)
               MOVE 0 TO WS-TRT-LLAMADAS(WS-TRT-IDX)
               MOVE 0 TO WS-TRT-UNIDADES(WS-TRT-IDX)
               MOVE 0 TO WS-TRT-IMPORTE(WS-TRT-IDX)
               MOVE 'Y' TO WS-TRT-ENCONTRADA
             ELSE
               ADD 1 TO WS-CTL-PERDIDAS
               DISPLAY 'TABLA DE TARIFAS LLENA - IGNORADA '
                       WS-LLC-TARIFA-ID
             END-IF
           END-IF.
           IF WS-TRT-ENCONTRADA = 'Y'
             IF WS-LLC-TIPO-REG NOT = 'A'
               ADD 1 TO WS-TRT-LLAMADAS(WS-TRT-IDX)
             END-IF
             ADD WS-LLC-TIEMPO TO WS-TRT-UNIDADES(WS-TRT-IDX)
             ADD WS-IMPORTE-S  TO WS-TRT-IMPORTE(WS-TRT-IDX)
           END-IF.

       0230-BUSCA-TARIFA.
           IF WS-TRT-TARIFA(WS-TRT-IDX) = WS-LLC-TARIFA-ID
              AND WS-TRT-BANDA(WS-TRT-IDX) = WS-LLC-BANDA
              AND WS-TRT-TIPO(WS-TRT-IDX) = WS-LLC-TIPO-REG
              AND WS-TRT-MONEDA(WS-TRT-IDX) = WS-LLC-MONEDA
             MOVE 'Y' TO WS-TRT-ENCONTRADA
           ELSE
             ADD 1 TO WS-TRT-IDX
           END-IF.

       0240-ACUMULA-DESTINO.
           MOVE SPACES TO WS-PREFIJO.
           MOVE WS-LLC-TEL-DES(1:WS-PREFIJO-LON) TO WS-PREFIJO.
           MOVE 'N' TO WS-TRD-ENCONTRADA.
           MOVE 1 TO WS-TRD-IDX.
           PERFORM 0250-BUSCA-DESTINO
             UNTIL WS-TRD-IDX > WS-TRD-CNT
                OR WS-TRD-ENCONTRADA = 'Y'.
           IF WS-TRD-ENCONTRADA NOT = 'Y'
             IF WS-TRD-CNT < WS-TRD-MAX
               ADD 1 TO WS-TRD-CNT
               MOVE WS-TRD-CNT TO WS-TRD-IDX
               MOVE WS-PREFIJO      TO WS-TRD-PREFIJO(WS-TRD-IDX)
               MOVE WS-LLC-TIPO-REG TO WS-TRD-TIPO(WS-TRD-IDX)
               MOVE WS-LLC-MONEDA   TO WS-TRD-MONEDA(WS-TRD-IDX)
               MOVE 0 TO WS-TRD-LLAMADAS(WS-TRD-IDX)
               MOVE 0 TO WS-TRD-UNIDADES(WS-TRD-IDX)
               MOVE 0 TO WS-TRD-IMPORTE(WS-TRD-IDX)
               MOVE 'Y' TO WS-TRD-ENCONTRADA
             ELSE
               DISPLAY 'TABLA DE DESTINOS LLENA - IGNORADO ' WS-PREFIJO
             END-IF
           END-IF.
           IF WS-TRD-ENCONTRADA = 'Y'
             ADD 1 TO WS-TRD-LLAMADAS(WS-TRD-IDX)
             ADD WS-LLC-TIEMPO TO WS-TRD-UNIDADES(WS-TRD-IDX)
             ADD WS-IMPORTE-S  TO WS-TRD-IMPORTE(WS-TRD-IDX)
           END-IF.

       0250-BUSCA-DESTINO.
           IF WS-TRD-PREFIJO(WS-TRD-IDX) = WS-PREFIJO
              AND WS-TRD-TIPO(WS-TRD-IDX) = WS-LLC-TIPO-REG
              AND WS-TRD-MONEDA(WS-TRD-IDX) = WS-LLC-MONEDA
             MOVE 'Y' TO WS-TRD-ENCONTRADA
           ELSE
             ADD 1 TO WS-TRD-IDX
           END-IF.

       0300-CARGA-CORRECCIONES.
           OPEN INPUT AJUSTES.
           IF WS-AJU-STATUS = '00'
             MOVE 'N' TO WS-AJU-EOF
             PERFORM 0310-LEE-AJUSTE UNTIL WS-AJU-EOF = 'Y'
             CLOSE AJUSTES
           END-IF.

       0310-LEE-AJUSTE.
           READ AJUSTES INTO WS-AJUSTE
             AT END
               MOVE 'Y' TO WS-AJU-EOF
             NOT AT END
               IF WS-AJU-CONCEPTO = WS-CONCEPTO-REFACT
                 ADD 1 TO WS-CTL-CORRECCIONES
                 IF WS-AJU-SIGNO = '-'
                   COMPUTE WS-IMPORTE-S = 0 - WS-AJU-IMPORTE
                 ELSE
                   MOVE WS-AJU-IMPORTE TO WS-IMPORTE-S
                 END-IF
                 MOVE WS-AJU-TARIFA-ID TO WS-LLC-TARIFA-ID
                 MOVE SPACE            TO WS-LLC-BANDA
                 MOVE 'A'              TO WS-LLC-TIPO-REG
                 MOVE WS-AJU-MONEDA    TO WS-LLC-MONEDA
                 MOVE 0                TO WS-LLC-TIEMPO
                 PERFORM 0220-ACUMULA-TARIFA
               END-IF
           END-READ.

       0400-GRABA-RESUMEN.
           PERFORM 0410-BORRA-PERIODO.
           MOVE 1 TO WS-TRT-IDX.
           PERFORM 0420-GRABA-TARIFA UNTIL WS-TRT-IDX > WS-TRT-CNT.
           MOVE 1 TO WS-TRD-IDX.
           PERFORM 0430-GRABA-DESTINO UNTIL WS-TRD-IDX > WS-TRD-CNT.
           IF WS-CTL-BORRADOS > 0
             DISPLAY 'RESUMEN DEL PERIODO ' WS-PER(1) ' REGENERADO - '
                     WS-CTL-BORRADOS ' REGISTROS ANTERIORES BORRADOS'
           END-IF.

       0410-BORRA-PERIODO.
           MOVE 'N' TO WS-TRR-EOF.
           MOVE LOW-VALUES TO TRR-CLAVE.
           MOVE WS-PER(1)  TO TRR-PERIODO.
           START TRAFICO-RES-I KEY IS NOT LESS THAN TRR-CLAVE
             INVALID KEY MOVE 'Y' TO WS-TRR-EOF
           END-START.
           PERFORM 0415-BORRA-REGISTRO UNTIL WS-TRR-EOF = 'Y'.

       0415-BORRA-REGISTRO.
           READ TRAFICO-RES-I NEXT RECORD
             AT END
               MOVE 'Y' TO WS-TRR-EOF
             NOT AT END
               IF TRR-PERIODO NOT = WS-PER(1)
                 MOVE 'Y' TO WS-TRR-EOF
               ELSE
                 DELETE TRAFICO-RES-I RECORD
                   INVALID KEY
                     DISPLAY 'ERROR AL BORRAR RESUMEN ' TRR-CLAVE
                   NOT INVALID KEY
                     ADD 1 TO WS-CTL-BORRADOS
                 END-DELETE
               END-IF
           END-READ.

       0420-GRABA-TARIFA.
           MOVE SPACES TO WS-TRAFICO-RES-I.
           MOVE 'T'                        TO WS-TRR-NIVEL.
           MOVE WS-TRT-TARIFA(WS-TRT-IDX)  TO WS-TRR-TARIFA-ID.
           MOVE WS-TRT-BANDA(WS-TRT-IDX)   TO WS-TRR-BANDA.
           MOVE WS-TRT-TIPO(WS-TRT-IDX)    TO WS-TRR-TIPO-REG.
           MOVE WS-TRT-MONEDA(WS-TRT-IDX)  TO WS-TRR-MONEDA.
           MOVE WS-TRT-LLAMADAS(WS-TRT-IDX) TO WS-TRR-LLAMADAS.
           MOVE WS-TRT-UNIDADES(WS-TRT-IDX) TO WS-TRR-UNIDADES.
           MOVE WS-TRT-IMPORTE(WS-TRT-IDX) TO WS-IMPORTE-S.
           PERFORM 0450-ESCRIBE-RESUMEN.
           ADD 1 TO WS-TRT-IDX.

       0430-GRABA-DESTINO.
           MOVE SPACES TO WS-TRAFICO-RES-I.
           MOVE 'D'                        TO WS-TRR-NIVEL.
           MOVE WS-TRD-PREFIJO(WS-TRD-IDX) TO WS-TRR-PREFIJO.
           MOVE WS-TRD-TIPO(WS-TRD-IDX)    TO WS-TRR-TIPO-REG.
           MOVE WS-TRD-MONEDA(WS-TRD-IDX)  TO WS-TRR-MONEDA.
           MOVE WS-TRD-LLAMADAS(WS-TRD-IDX) TO WS-TRR-LLAMADAS.
           MOVE WS-TRD-UNIDADES(WS-TRD-IDX) TO WS-TRR-UNIDADES.
           MOVE WS-TRD-IMPORTE(WS-TRD-IDX) TO WS-IMPORTE-S.
           PERFORM 0450-ESCRIBE-RESUMEN.
           ADD 1 TO WS-TRD-IDX.

       0450-ESCRIBE-RESUMEN.
           MOVE WS-PER(1)     TO WS-TRR-PERIODO.
           MOVE WS-FSIS-NUM   TO WS-TRR-FEC-ALTA.
           MOVE WS-TRR-MONEDA TO WS-TASA-MON.
           PERFORM 0530-RESUELVE-TASA.
           IF WS-IMPORTE-S < 0
             MOVE '-' TO WS-TRR-SIGNO
             COMPUTE WS-TRR-IMPORTE = 0 - WS-IMPORTE-S
           ELSE
             MOVE '+' TO WS-TRR-SIGNO
             MOVE WS-IMPORTE-S TO WS-TRR-IMPORTE
           END-IF.
           COMPUTE WS-TRR-IMPORTE-EUR ROUNDED =
             WS-TRR-IMPORTE * WS-TASA-ACT.
           WRITE TRAFICO-RES-I-REG FROM WS-TRAFICO-RES-I
             INVALID KEY
               DISPLAY 'RESUMEN DUPLICADO ' WS-TRR-PERIODO ' '
                       WS-TRR-NIVEL ' ' WS-TRR-TARIFA-ID ' '
                       WS-TRR-PREFIJO
             NOT INVALID KEY
               ADD 1 TO WS-CTL-GRABADOS
           END-WRITE.

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

       0600-ANALISIS.
           MOVE 0 TO WS-ANA-CNT.
           MOVE 1 TO WS-PI.
           PERFORM 0610-CARGA-PERIODO UNTIL WS-PI > 3.
           PERFORM 0700-INFORME.

       0610-CARGA-PERIODO.
           MOVE 'N' TO WS-TRR-EOF.
           MOVE LOW-VALUES TO TRR-CLAVE.
           MOVE WS-PER(WS-PI) TO TRR-PERIODO.
           START TRAFICO-RES-I KEY IS NOT LESS THAN TRR-CLAVE
             INVALID KEY MOVE 'Y' TO WS-TRR-EOF
           END-START.
           PERFORM 0620-LEE-RESUMEN UNTIL WS-TRR-EOF = 'Y'.
           ADD 1 TO WS-PI.

       0620-LEE-RESUMEN.
           READ TRAFICO-RES-I NEXT RECORD INTO WS-TRAFICO-RES-I
             AT END
               MOVE 'Y' TO WS-TRR-EOF
             NOT AT END
               IF WS-TRR-PERIODO NOT = WS-PER(WS-PI)
                 MOVE 'Y' TO WS-TRR-EOF
               ELSE
                 PERFORM 0630-ACUMULA-ANALISIS
               END-IF
           END-READ.

       0630-ACUMULA-ANALISIS.
           IF WS-TRR-SIGNO = '-'
             COMPUTE WS-IMPORTE-S = 0 - WS-TRR-IMPORTE
             COMPUTE WS-EUR-S     = 0 - WS-TRR-IMPORTE-EUR
           ELSE
             MOVE WS-TRR-IMPORTE     TO WS-IMPORTE-S
             MOVE WS-TRR-IMPORTE-EUR TO WS-EUR-S
           END-IF.
           IF WS-TRR-NIVEL = 'D'
             MOVE 'P' TO WS-SEC-BUS
             MOVE WS-TRR-PREFIJO TO WS-CLAVE-BUS
             PERFORM 0640-ACUMULA-CLAVE
           ELSE
             MOVE 'T' TO WS-SEC-BUS
             MOVE WS-TRR-TARIFA-ID TO WS-CLAVE-BUS
             PERFORM 0640-ACUMULA-CLAVE
             MOVE 'R' TO WS-SEC-BUS
             PERFORM 0650-ETIQUETA-TIPO
             PERFORM 0640-ACUMULA-CLAVE
             IF WS-TRR-TIPO-REG = 'V'
               MOVE 'B' TO WS-SEC-BUS
               PERFORM 0660-ETIQUETA-BANDA
               PERFORM 0640-ACUMULA-CLAVE
             END-IF
             MOVE 'M' TO WS-SEC-BUS
             MOVE WS-TRR-MONEDA TO WS-CLAVE-BUS
             PERFORM 0640-ACUMULA-CLAVE
           END-IF.

       0640-ACUMULA-CLAVE.
           MOVE 'N' TO WS-ANA-ENCONTRADA.
           MOVE 1 TO WS-ANA-IDX.
           PERFORM 0645-BUSCA-CLAVE
             UNTIL WS-ANA-IDX > WS-ANA-CNT
                OR WS-ANA-ENCONTRADA = 'Y'.
           IF WS-ANA-ENCONTRADA NOT = 'Y'
             IF WS-ANA-CNT < WS-ANA-MAX
               ADD 1 TO WS-ANA-CNT
               MOVE WS-ANA-CNT TO WS-ANA-IDX
               INITIALIZE WS-ANA(WS-ANA-IDX)
               MOVE WS-SEC-BUS   TO WS-ANA-SECCION(WS-ANA-IDX)
               MOVE WS-CLAVE-BUS TO WS-ANA-CLAVE(WS-ANA-IDX)
               MOVE 'N'          TO WS-ANA-IMPRESO(WS-ANA-IDX)
               MOVE 'Y' TO WS-ANA-ENCONTRADA
             ELSE
               DISPLAY 'TABLA DE ANALISIS LLENA - IGNORADO '
                       WS-SEC-BUS ' ' WS-CLAVE-BUS
             END-IF
           END-IF.
           IF WS-ANA-ENCONTRADA = 'Y'
             ADD WS-TRR-LLAMADAS TO WS-ANA-LLAMADAS(WS-ANA-IDX, WS-PI)
             ADD WS-TRR-UNIDADES TO WS-ANA-UNIDADES(WS-ANA-IDX, WS-PI)
             ADD WS-EUR-S        TO WS-ANA-EUR(WS-ANA-IDX, WS-PI)
             ADD WS-IMPORTE-S    TO WS-ANA-IMPORTE(WS-ANA-IDX, WS-PI)
           END-IF.

       0645-BUSCA-CLAVE.
           IF WS-ANA-SECCION(WS-ANA-IDX) = WS-SEC-BUS
              AND WS-ANA-CLAVE(WS-ANA-IDX) = WS-CLAVE-BUS
             MOVE 'Y' TO WS-ANA-ENCONTRADA
           ELSE
             ADD 1 TO WS-ANA-IDX
           END-IF.

       0650-ETIQUETA-TIPO.
           IF WS-TRR-TIPO-REG = 'V'
             MOVE 'VOZ' TO WS-CLAVE-BUS
           ELSE
             IF WS-TRR-TIPO-REG = 'S'
               MOVE 'SMS' TO WS-CLAVE-BUS
             ELSE
               IF WS-TRR-TIPO-REG = 'D'
                 MOVE 'DATOS' TO WS-CLAVE-BUS
               ELSE
                 IF WS-TRR-TIPO-REG = 'A'
                   MOVE 'CORRECCION' TO WS-CLAVE-BUS
                 ELSE
                   MOVE WS-TRR-TIPO-REG TO WS-CLAVE-BUS
                 END-IF
               END-IF
             END-IF
           END-IF.

       0660-ETIQUETA-BANDA.
           IF WS-TRR-BANDA = 'P'
             MOVE 'PUNTA' TO WS-CLAVE-BUS
           ELSE
             IF WS-TRR-BANDA = 'V'
               MOVE 'VALLE' TO WS-CLAVE-BUS
             ELSE
               IF WS-TRR-BANDA = 'F'
                 MOVE 'FIN SEMANA' TO WS-CLAVE-BUS
               ELSE
                 IF WS-TRR-BANDA = 'M'
                   MOVE 'MIXTA' TO WS-CLAVE-BUS
                 ELSE
                   MOVE 'SIN BANDA' TO WS-CLAVE-BUS
                 END-IF
               END-IF
             END-IF
           END-IF.

       0700-INFORME.
           OPEN OUTPUT TRAFICO-INF.
           MOVE WS-UMBRAL-PCT TO WS-ED-UMBRAL.
           MOVE SPACES TO LINEA-INFORME.
           STRING 'ANALISIS DE TRAFICO E INGRESOS - PERIODO '
                  DELIMITED BY SIZE
                  WS-PER(1) DELIMITED BY SIZE
                  '  ANTERIOR ' DELIMITED BY SIZE
                  WS-PER(2) DELIMITED BY SIZE
                  '  MISMO PERIODO ANYO ANTERIOR ' DELIMITED BY SIZE
                  WS-PER(3) DELIMITED BY SIZE
                  '  UMBRAL ' DELIMITED BY SIZE
                  WS-ED-UMBRAL DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE SPACES TO LINEA-INFORME.
           STRING 'IMPORTES EN EUR. UNIDADES: SEGUNDOS (VOZ), '
                  DELIMITED BY SIZE
                  'MENSAJES (SMS), KILOBYTES (DATOS). '
                  DELIMITED BY SIZE
                  '* = VARIACION DE INGRESOS O LLAMADAS SOBRE EL '
                  DELIMITED BY SIZE
                  'UMBRAL' DELIMITED BY SIZE
             INTO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'T' TO WS-SEC-INF.
           MOVE 'INGRESOS Y TRAFICO POR TARIFA' TO WS-TITULO-SEC.
           MOVE 'UNIDADES' TO WS-COL-VOLUMEN.
           PERFORM 0710-SECCION.
           MOVE 'B' TO WS-SEC-INF.
           MOVE 'VOZ POR BANDA HORARIA' TO WS-TITULO-SEC.
           MOVE 'SEGUNDOS' TO WS-COL-VOLUMEN.
           PERFORM 0710-SECCION.
           MOVE 'R' TO WS-SEC-INF.
           MOVE 'POR TIPO DE REGISTRO' TO WS-TITULO-SEC.
           MOVE 'UNIDADES' TO WS-COL-VOLUMEN.
           PERFORM 0710-SECCION.
           MOVE 'M' TO WS-SEC-INF.
           MOVE 'POR MONEDA' TO WS-TITULO-SEC.
           MOVE 'IMPORTE MONEDA' TO WS-COL-VOLUMEN.
           PERFORM 0710-SECCION.
           MOVE 'P' TO WS-SEC-INF.
           MOVE 'PRINCIPALES PREFIJOS DE DESTINO (VOZ Y SMS)'
             TO WS-TITULO-SEC.
           MOVE 'UNIDADES' TO WS-COL-VOLUMEN.
           PERFORM 0750-TOP-PREFIJOS.
           CLOSE TRAFICO-INF.

       0710-SECCION.
           PERFORM 0720-CABECERA-SECCION.
           MOVE 0 TO WS-SEC-FILAS.
           MOVE 1 TO WS-ANA-IDX.
           PERFORM 0715-FILA-SECCION UNTIL WS-ANA-IDX > WS-ANA-CNT.
           IF WS-SEC-FILAS = 0
             MOVE '  SIN DATOS' TO LINEA-INFORME
             WRITE LINEA-INFORME
           END-IF.

       0715-FILA-SECCION.
           IF WS-ANA-SECCION(WS-ANA-IDX) = WS-SEC-INF
             PERFORM 0730-IMPRIME-FILA
           END-IF.
           ADD 1 TO WS-ANA-IDX.

       0720-CABECERA-SECCION.
           MOVE SPACES TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE WS-TITULO-SEC TO LINEA-INFORME.
           WRITE LINEA-INFORME.
           MOVE 'CLAVE'        TO WS-COL-CLAVE.
           MOVE '   LLAMADAS'  TO WS-COL-LLAMADAS.
           MOVE '     ACTUAL'  TO WS-COL-EUR-ACT.
           MOVE '   ANTERIOR'  TO WS-COL-EUR-ANT.
           MOVE ' VAR%EUR'     TO WS-COL-VAR-EUR-ANT.
           MOVE ' VAR%LLA'     TO WS-COL-VAR-LLA-ANT.
           MOVE SPACES         TO WS-COL-FLAG-ANT.
           MOVE '   ANYO ANTER.' TO WS-COL-EUR-INT.
           MOVE ' VAR%EUR'     TO WS-COL-VAR-EUR-INT.
           MOVE ' VAR%LLA'     TO WS-COL-VAR-LLA-INT.
           MOVE SPACES         TO WS-COL-FLAG-INT.
           MOVE WS-LIN-COL TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0730-IMPRIME-FILA.
           ADD 1 TO WS-SEC-FILAS.
           MOVE WS-ANA-CLAVE(WS-ANA-IDX) TO WS-DET-CLAVE.
           MOVE WS-ANA-LLAMADAS(WS-ANA-IDX, 1) TO WS-DET-LLAMADAS.
           IF WS-SEC-INF = 'M'
             MOVE WS-ANA-IMPORTE(WS-ANA-IDX, 1) TO WS-ED-IMP-MON
             MOVE WS-ED-IMP-MON TO WS-DET-VOLUMEN
           ELSE
             MOVE WS-ANA-UNIDADES(WS-ANA-IDX, 1) TO WS-ED-UNIDADES
             MOVE WS-ED-UNIDADES TO WS-DET-VOLUMEN
           END-IF.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 1) TO WS-DET-EUR-ACT.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 2) TO WS-DET-EUR-ANT.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 3) TO WS-DET-EUR-INT.
           MOVE 'N' TO WS-FLAG-SUPERA.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 1) TO WS-VAR-ACT.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 2) TO WS-VAR-BASE.
           PERFORM 0740-CALCULA-VARIACION.
           MOVE WS-VAR-TXT TO WS-DET-VAR-EUR-ANT.
           MOVE WS-ANA-LLAMADAS(WS-ANA-IDX, 1) TO WS-VAR-ACT.
           MOVE WS-ANA-LLAMADAS(WS-ANA-IDX, 2) TO WS-VAR-BASE.
           PERFORM 0740-CALCULA-VARIACION.
           MOVE WS-VAR-TXT TO WS-DET-VAR-LLA-ANT.
           MOVE SPACES TO WS-DET-FLAG-ANT.
           IF WS-FLAG-SUPERA = 'Y'
             MOVE ' *' TO WS-DET-FLAG-ANT
             ADD 1 TO WS-CTL-MARCADAS
           END-IF.
           MOVE 'N' TO WS-FLAG-SUPERA.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 1) TO WS-VAR-ACT.
           MOVE WS-ANA-EUR(WS-ANA-IDX, 3) TO WS-VAR-BASE.
           PERFORM 0740-CALCULA-VARIACION.
           MOVE WS-VAR-TXT TO WS-DET-VAR-EUR-INT.
           MOVE WS-ANA-LLAMADAS(WS-ANA-IDX, 1) TO WS-VAR-ACT.
           MOVE WS-ANA-LLAMADAS(WS-ANA-IDX, 3) TO WS-VAR-BASE.
           PERFORM 0740-CALCULA-VARIACION.
           MOVE WS-VAR-TXT TO WS-DET-VAR-LLA-INT.
           MOVE SPACES TO WS-DET-FLAG-INT.
           IF WS-FLAG-SUPERA = 'Y'
             MOVE ' *' TO WS-DET-FLAG-INT
             ADD 1 TO WS-CTL-MARCADAS
           END-IF.
           MOVE WS-LIN-DET TO LINEA-INFORME.
           WRITE LINEA-INFORME.

       0740-CALCULA-VARIACION.
           IF WS-VAR-BASE = 0
             IF WS-VAR-ACT = 0
               MOVE '       -' TO WS-VAR-TXT
             ELSE
               MOVE '   NUEVO' TO WS-VAR-TXT
               MOVE 'Y' TO WS-FLAG-SUPERA
             END-IF
           ELSE
             IF WS-VAR-BASE < 0
               COMPUTE WS-VAR-BASE-ABS = 0 - WS-VAR-BASE
             ELSE
               MOVE WS-VAR-BASE TO WS-VAR-BASE-ABS
             END-IF
             COMPUTE WS-VAR-PCT ROUNDED =
               (WS-VAR-ACT - WS-VAR-BASE) * 100 / WS-VAR-BASE-ABS
               ON SIZE ERROR
                 MOVE 99999.9 TO WS-VAR-PCT
             END-COMPUTE
             MOVE WS-VAR-PCT TO WS-VAR-ED
             MOVE WS-VAR-ED  TO WS-VAR-TXT
             IF WS-VAR-PCT > WS-UMBRAL-PCT
                OR WS-VAR-PCT < 0 - WS-UMBRAL-PCT
               MOVE 'Y' TO WS-FLAG-SUPERA
             END-IF
           END-IF.

       0750-TOP-PREFIJOS.
           PERFORM 0720-CABECERA-SECCION.
           MOVE 0   TO WS-SEC-FILAS.
           MOVE 0   TO WS-TOP-CNT.
           MOVE 'N' TO WS-TOP-FIN.
           PERFORM 0760-SIGUIENTE-PREFIJO
             UNTIL WS-TOP-CNT NOT LESS THAN WS-TOP-MAX
                OR WS-TOP-FIN = 'Y'.
           IF WS-SEC-FILAS = 0
             MOVE '  SIN DATOS' TO LINEA-INFORME
             WRITE LINEA-INFORME
           END-IF.

       0760-SIGUIENTE-PREFIJO.
           MOVE 0 TO WS-TOP-MEJOR.
           MOVE 1 TO WS-ANA-IDX.
           PERFORM 0765-COMPARA-PREFIJO UNTIL WS-ANA-IDX > WS-ANA-CNT.
           IF WS-TOP-MEJOR = 0
             MOVE 'Y' TO WS-TOP-FIN
           ELSE
             MOVE 'Y' TO WS-ANA-IMPRESO(WS-TOP-MEJOR)
             ADD 1 TO WS-TOP-CNT
             MOVE WS-TOP-MEJOR TO WS-ANA-IDX
             PERFORM 0730-IMPRIME-FILA
           END-IF.

       0765-COMPARA-PREFIJO.
           IF WS-ANA-SECCION(WS-ANA-IDX) = 'P'
              AND WS-ANA-IMPRESO(WS-ANA-IDX) = 'N'
             IF WS-TOP-MEJOR = 0
               MOVE WS-ANA-IDX TO WS-TOP-MEJOR
             ELSE
               IF WS-ANA-EUR(WS-ANA-IDX, 1) >
                  WS-ANA-EUR(WS-TOP-MEJOR, 1)
                 MOVE WS-ANA-IDX TO WS-TOP-MEJOR
               END-IF
             END-IF
           END-IF.
           ADD 1 TO WS-ANA-IDX.

       0900-RESUMEN.
           DISPLAY 'LLAMADAS TARIFICADAS LEIDAS: ' WS-CTL-LLAMADAS.
           DISPLAY 'CORRECCIONES DE TARIFA     : ' WS-CTL-CORRECCIONES.
           DISPLAY 'REGISTROS DE RESUMEN       : ' WS-CTL-GRABADOS.
           DISPLAY 'VARIACIONES SOBRE UMBRAL   : ' WS-CTL-MARCADAS.
           IF WS-CTL-PERDIDAS > 0
             DISPLAY 'LLAMADAS SIN ACUMULAR      : ' WS-CTL-PERDIDAS
           END-IF.

       END PROGRAM TRAF001.
