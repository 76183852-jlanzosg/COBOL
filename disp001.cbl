      ******************************************************************
      * Author:    JOSE LANZOS GOMEZ
      * Date:      15/10/2026
      * Purpose:   BILLING DISPUTE REGISTER WITH AUDIT TRAIL
      * Compiler:  gnucobol 3.2.1
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        SELECT FACT-REGISTRO ASSIGN TO "data/FACT_REGISTRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRG-STATUS.

        SELECT DISPUTAS-I ASSIGN TO "data/DISPUTAS_I.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-ID
               ALTERNATE RECORD KEY IS DSP-FACTURA
                 WITH DUPLICATES
               ALTERNATE RECORD KEY IS DSP-CLIENTE-ID
                 WITH DUPLICATES
               FILE STATUS IS WS-DSP-STATUS.

        SELECT DISPUTAS-LIN ASSIGN TO "data/DISPUTAS_LIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSL-STATUS.

        SELECT AJUSTES ASSIGN TO "data/AJUSTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AJU-STATUS.

        SELECT DISPUTAS-ABIERTAS ASSIGN TO "data/DISPUTAS_ABIERTAS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

        SELECT AUDITORIA ASSIGN TO "data/AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FACT-REGISTRO.
       01  REGISTRO-FACT-REG    PIC X(80).

       FD  DISPUTAS-I.
       01  DISPUTA-I.
           02  DSP-ID           PIC 9(6).
           02  DSP-FACTURA      PIC 9(8).
           02  DSP-CLIENTE-ID   PIC X(5).
           02  DSP-PERIODO      PIC X(6).
           02  DSP-MONEDA       PIC X(3).
           02  DSP-ALCANCE      PIC X(1).
           02  DSP-BASE         PIC 9(8)V99.
           02  DSP-TOTAL        PIC 9(8)V99.
           02  DSP-ESTADO       PIC X(1).
           02  DSP-FEC-ALTA     PIC 9(8).
           02  DSP-FEC-ESTADO   PIC 9(8).
           02  DSP-OPERADOR     PIC X(8).
           02  DSP-OPE-ESTADO   PIC X(8).
           02  DSP-MOTIVO       PIC X(30).

       FD  DISPUTAS-LIN.
       01  REGISTRO-DISPUTA-LIN.
           02  DSL-ID           PIC 9(6).
           02  DSL-LINEA        PIC 9(4).
           02  DSL-TEL-NUM      PIC X(16).
           02  DSL-TEL-DES      PIC X(16).
           02  DSL-TARIFA       PIC X(5).
           02  DSL-IMPORTE      PIC 9(8)V99.
           02  DSL-MONEDA       PIC X(3).

       FD  AJUSTES.
       01  REGISTRO-AJUSTE.
           02  AJU-CLIENTE-ID   PIC X(5).
           02  AJU-TARIFA-ID    PIC X(5).
           02  AJU-CONCEPTO     PIC X(30).
           02  AJU-SIGNO        PIC X(1).
           02  AJU-IMPORTE      PIC 9(8)V99.
           02  AJU-MONEDA       PIC X(3).

       FD  DISPUTAS-ABIERTAS.
       01  LINEA-DISPUTA        PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-DISPUTA-I.
           02  WS-DSP-ID         PIC 9(6).
           02  WS-DSP-FACTURA    PIC 9(8).
           02  WS-DSP-CLIENTE-ID PIC X(5).
           02  WS-DSP-PERIODO    PIC X(6).
           02  WS-DSP-MONEDA     PIC X(3).
           02  WS-DSP-ALCANCE    PIC X(1).
           02  WS-DSP-BASE       PIC 9(8)V99.
           02  WS-DSP-TOTAL      PIC 9(8)V99.
           02  WS-DSP-ESTADO     PIC X(1).
           02  WS-DSP-FEC-ALTA   PIC 9(8).
           02  WS-DSP-FEC-ESTADO PIC 9(8).
           02  WS-DSP-OPERADOR   PIC X(8).
           02  WS-DSP-OPE-ESTADO PIC X(8).
           02  WS-DSP-MOTIVO     PIC X(30).

       01  WS-AJUSTE.
           02  WS-AJU-CLIENTE-ID PIC X(5).
           02  WS-AJU-TARIFA-ID  PIC X(5).
           02  WS-AJU-CONCEPTO   PIC X(30).
           02  WS-AJU-SIGNO      PIC X(1).
           02  WS-AJU-IMPORTE    PIC 9(8)V99.
           02  WS-AJU-MONEDA     PIC X(3).

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

       01  WS-FRG-STATUS        PIC X(2) VALUE SPACES.
       01  WS-FRG-REG           PIC X(80) VALUE SPACES.
       01  WS-FRG-CABECERA REDEFINES WS-FRG-REG.
           02  WS-FRC-TIPO      PIC X(1).
           02  WS-FRC-FACTURA   PIC 9(8).
           02  WS-FRC-CLIENTE   PIC X(5).
           02  WS-FRC-PERIODO   PIC X(6).
           02  WS-FRC-FECHA-EMI PIC 9(8).
           02  WS-FRC-FECHA-VTO PIC 9(8).
           02  WS-FRC-NOM       PIC X(16).
           02  FILLER           PIC X(28).
       01  WS-FRG-DETALLE REDEFINES WS-FRG-REG.
           02  WS-FRD-TIPO      PIC X(1).
           02  WS-FRD-FACTURA   PIC 9(8).
           02  WS-FRD-TEL-NUM   PIC X(16).
           02  WS-FRD-TEL-DES   PIC X(16).
           02  WS-FRD-TIEMPO    PIC 9(8).
           02  WS-FRD-TARIFA    PIC X(5).
           02  WS-FRD-IMPORTE   PIC 9(8)V99.
           02  WS-FRD-MONEDA    PIC X(3).
           02  WS-FRD-BANDA     PIC X(1).
           02  WS-FRD-TIPO-REG  PIC X(1).
           02  FILLER           PIC X(11).
       01  WS-FRG-TOTAL REDEFINES WS-FRG-REG.
           02  WS-FRT-TIPO      PIC X(1).
           02  WS-FRT-FACTURA   PIC 9(8).
           02  WS-FRT-MONEDA    PIC X(3).
           02  WS-FRT-BASE      PIC 9(8)V99.
           02  WS-FRT-IMPUESTO  PIC 9(8)V99.
           02  WS-FRT-TOTAL     PIC 9(8)V99.
           02  FILLER           PIC X(38).

       01  WS-DSP-STATUS        PIC X(2) VALUE SPACES.
       01  WS-DSL-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AJU-STATUS        PIC X(2) VALUE SPACES.
       01  WS-AUD-STATUS        PIC X(2) VALUE SPACES.
       01  WS-OPERADOR          PIC X(8)  VALUE SPACES.
       01  WS-OPERACION-SEL     PIC X(1)  VALUE SPACE.
       01  WS-FIN-MANT          PIC X(1)  VALUE 'N'.
       01  WS-REG-ENCONTRADO    PIC X(1)  VALUE 'N'.
       01  WS-CAMPO-TXT         PIC X(30) VALUE SPACES.
       01  WS-CAMPO-NUM         PIC X(10) VALUE SPACES.
       01  WS-HORA-SISTEMA      PIC X(8)  VALUE SPACES.
       01  WS-FECHA-SISTEMA.
           02  WS-FSIS-YYYY  PIC 9(4).
           02  WS-FSIS-MM    PIC 9(2).
           02  WS-FSIS-DD    PIC 9(2).
       01  WS-FECHA-NUM         PIC 9(8) VALUE 0.

       01  WS-EOF               PIC X(1) VALUE 'N'.
       01  WS-DSP-EOF           PIC X(1) VALUE 'N'.
       01  WS-ULT-ID            PIC 9(6) VALUE 0.
       01  WS-ESTADO-NUEVO      PIC X(1) VALUE SPACE.
       01  WS-DUPLICADA         PIC X(1) VALUE 'N'.
       01  WS-DSL-EOF           PIC X(1) VALUE 'N'.
       01  WS-DLA-MAX           PIC 9(2) VALUE 50.
       01  WS-DLA-CNT           PIC 9(2) VALUE 0.
       01  WS-DLA-IDX           PIC 9(2) VALUE 0.
       01  WS-DLA-ENCONTRADA    PIC X(1) VALUE 'N'.
       01  WS-DLA-TABLA.
           02  WS-DLA OCCURS 50 TIMES.
               03  WS-DLA-ID       PIC 9(6).

       01  WS-FACTURA-SEL       PIC 9(8) VALUE 0.
       01  WS-FACTURA-ENCONTRADA PIC X(1) VALUE 'N'.
       01  WS-CLI-FACTURA       PIC X(5) VALUE SPACES.
       01  WS-PER-FACTURA       PIC X(6) VALUE SPACES.
       01  WS-MONEDA-SEL        PIC X(3) VALUE SPACES.
       01  WS-ALCANCE-SEL       PIC X(1) VALUE SPACE.

       01  WS-LIN-MAX           PIC 9(4) VALUE 500.
       01  WS-LIN-CNT           PIC 9(4) VALUE 0.
       01  WS-LIN-IDX           PIC 9(4) VALUE 0.
       01  WS-LIN-SEL-CNT       PIC 9(4) VALUE 0.
       01  WS-FIN-LINEAS        PIC X(1) VALUE 'N'.
       01  WS-LIN-TABLA.
           02  WS-LIN OCCURS 500 TIMES.
               03  WS-LIN-TEL-NUM  PIC X(16).
               03  WS-LIN-TEL-DES  PIC X(16).
               03  WS-LIN-TARIFA   PIC X(5).
               03  WS-LIN-IMPORTE  PIC 9(8)V99.
               03  WS-LIN-MONEDA   PIC X(3).
               03  WS-LIN-SEL      PIC X(1).
               03  WS-LIN-DISPUTA  PIC 9(6).

       01  WS-TOT-MAX           PIC 9(2) VALUE 10.
       01  WS-TOT-CNT           PIC 9(2) VALUE 0.
       01  WS-TOT-IDX           PIC 9(2) VALUE 0.
       01  WS-TOT-SEL           PIC 9(2) VALUE 0.
       01  WS-TOT-TABLA.
           02  WS-TOT OCCURS 10 TIMES.
               03  WS-TOT-MONEDA   PIC X(3).
               03  WS-TOT-BASE     PIC 9(8)V99.
               03  WS-TOT-TOTAL    PIC 9(8)V99.

       01  WS-FECHA-ALTA.
           02  WS-FALT-YYYY  PIC 9(4).
           02  WS-FALT-MM    PIC 9(2).
           02  WS-FALT-DD    PIC 9(2).
       01  WS-FECHA-ALTA-ED     PIC X(10) VALUE SPACES.
       01  WS-EDAD-DIAS         PIC 9(5) VALUE 0.
       01  WS-EDAD-ED           PIC ZZ,ZZ9.
       01  WS-CTL-ABIERTAS      PIC 9(8) VALUE 0.
       01  WS-CTL-TRAMO-30      PIC 9(8) VALUE 0.
       01  WS-CTL-TRAMO-60      PIC 9(8) VALUE 0.
       01  WS-CTL-TRAMO-90      PIC 9(8) VALUE 0.
       01  WS-CTL-ED            PIC ZZ,ZZZ,ZZ9.
       01  WS-IMP-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-IMP-ED2           PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-LIN-ED            PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DISP001 - Registro de disputas de facturacion"
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CICLO-MENU UNTIL WS-FIN-MANT = 'Y'.
           PERFORM 0900-FINALIZAR.
           STOP RUN.

       0100-INICIALIZAR.
           DISPLAY 'OPERADOR: ' WITH NO ADVANCING.
           ACCEPT WS-OPERADOR.
           ACCEPT WS-FECHA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-FECHA-SISTEMA TO WS-FECHA-NUM.
           OPEN I-O DISPUTAS-I.
           IF WS-DSP-STATUS NOT = '00'
             OPEN OUTPUT DISPUTAS-I
             CLOSE DISPUTAS-I
             OPEN I-O DISPUTAS-I
           END-IF.
           OPEN EXTEND AUDITORIA.
           IF WS-AUD-STATUS NOT = '00'
             OPEN OUTPUT AUDITORIA
           END-IF.
           PERFORM 0150-ULTIMA-DISPUTA.

       0150-ULTIMA-DISPUTA.
           MOVE 0 TO WS-ULT-ID.
           MOVE 'N' TO WS-DSP-EOF.
           MOVE 0 TO DSP-ID.
           START DISPUTAS-I KEY IS NOT LESS THAN DSP-ID
             INVALID KEY MOVE 'Y' TO WS-DSP-EOF
           END-START.
           PERFORM 0160-LEE-ULTIMA UNTIL WS-DSP-EOF = 'Y'.
           DISPLAY 'ULTIMA DISPUTA REGISTRADA: ' WS-ULT-ID.

       0160-LEE-ULTIMA.
           READ DISPUTAS-I NEXT RECORD INTO WS-DISPUTA-I
             AT END
               MOVE 'Y' TO WS-DSP-EOF
             NOT AT END
               MOVE WS-DSP-ID TO WS-ULT-ID
           END-READ.

       0200-CICLO-MENU.
           DISPLAY ' '.
           DISPLAY 'OPERACION (A=ALTA, R=EN REVISION, P=PROCEDENTE, '
                   'D=DESESTIMADA,'.
           DISPLAY '           I=INFORME DE ABIERTAS, X=FIN): '
             WITH NO ADVANCING.
           ACCEPT WS-OPERACION-SEL.
           IF WS-OPERACION-SEL = 'X' OR WS-OPERACION-SEL = 'x'
             MOVE 'Y' TO WS-FIN-MANT
           ELSE
             IF WS-OPERACION-SEL = 'A' OR WS-OPERACION-SEL = 'a'
               PERFORM 1000-ALTA-DISPUTA
             ELSE
               IF WS-OPERACION-SEL = 'R' OR WS-OPERACION-SEL = 'r'
                 MOVE 'R' TO WS-ESTADO-NUEVO
                 PERFORM 2000-CAMBIA-ESTADO
               ELSE
                 IF WS-OPERACION-SEL = 'P' OR WS-OPERACION-SEL = 'p'
                   MOVE 'P' TO WS-ESTADO-NUEVO
                   PERFORM 2000-CAMBIA-ESTADO
                 ELSE
                   IF WS-OPERACION-SEL = 'D' OR
                      WS-OPERACION-SEL = 'd'
                     MOVE 'D' TO WS-ESTADO-NUEVO
                     PERFORM 2000-CAMBIA-ESTADO
                   ELSE
                     IF WS-OPERACION-SEL = 'I' OR
                        WS-OPERACION-SEL = 'i'
                       PERFORM 3000-INFORME-ABIERTAS
                     ELSE
                       DISPLAY 'OPERACION NO VALIDA'
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       1000-ALTA-DISPUTA.
           DISPLAY 'FACTURA: ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-NUM.
           COMPUTE WS-FACTURA-SEL = FUNCTION NUMVAL(WS-CAMPO-NUM).
           PERFORM 1100-CARGA-FACTURA.
           IF WS-FACTURA-ENCONTRADA NOT = 'Y'
             DISPLAY 'FACTURA NO ENCONTRADA EN FACT_REGISTRO'
           ELSE
             IF WS-TOT-CNT = 0
               DISPLAY 'FACTURA SIN TOTALES EN FACT_REGISTRO'
             ELSE
               DISPLAY 'CLIENTE ' WS-CLI-FACTURA
                       '  PERIODO ' WS-PER-FACTURA
               MOVE 1 TO WS-TOT-IDX
               PERFORM 1180-MUESTRA-TOTAL
                 UNTIL WS-TOT-IDX > WS-TOT-CNT
               PERFORM 1200-SELECCIONA-MONEDA
               IF WS-TOT-SEL > 0
                 PERFORM 1300-SELECCIONA-ALCANCE
               END-IF
             END-IF
           END-IF.

       1100-CARGA-FACTURA.
           MOVE 'N' TO WS-FACTURA-ENCONTRADA.
           MOVE 0 TO WS-LIN-CNT.
           MOVE 0 TO WS-TOT-CNT.
           MOVE 'N' TO WS-EOF.
           OPEN INPUT FACT-REGISTRO.
           IF WS-FRG-STATUS NOT = '00'
             DISPLAY 'SIN FACT_REGISTRO.DAT - EJECUTAR FACT001 ANTES'
           ELSE
             PERFORM 1150-LEE-REGISTRO UNTIL WS-EOF = 'Y'
             CLOSE FACT-REGISTRO
           END-IF.

       1150-LEE-REGISTRO.
           READ FACT-REGISTRO INTO WS-FRG-REG
             AT END
               MOVE 'Y' TO WS-EOF
             NOT AT END
               IF WS-FRC-FACTURA = WS-FACTURA-SEL
                 PERFORM 1160-GUARDA-REGISTRO
               END-IF
           END-READ.

       1160-GUARDA-REGISTRO.
           IF WS-FRC-TIPO = 'C'
             MOVE 'Y' TO WS-FACTURA-ENCONTRADA
             MOVE WS-FRC-CLIENTE TO WS-CLI-FACTURA
             MOVE WS-FRC-PERIODO TO WS-PER-FACTURA
           END-IF.
           IF WS-FRD-TIPO = 'D'
             IF WS-LIN-CNT < WS-LIN-MAX
               ADD 1 TO WS-LIN-CNT
               MOVE WS-FRD-TEL-NUM TO WS-LIN-TEL-NUM(WS-LIN-CNT)
               MOVE WS-FRD-TEL-DES TO WS-LIN-TEL-DES(WS-LIN-CNT)
               MOVE WS-FRD-TARIFA  TO WS-LIN-TARIFA(WS-LIN-CNT)
               MOVE WS-FRD-IMPORTE TO WS-LIN-IMPORTE(WS-LIN-CNT)
               MOVE WS-FRD-MONEDA  TO WS-LIN-MONEDA(WS-LIN-CNT)
               MOVE 'N'            TO WS-LIN-SEL(WS-LIN-CNT)
               MOVE 0              TO WS-LIN-DISPUTA(WS-LIN-CNT)
             ELSE
               DISPLAY 'TABLA DE LINEAS LLENA - FACTURA '
                       WS-FACTURA-SEL ' - LINEA NO DISPUTABLE'
             END-IF
           END-IF.
           IF WS-FRT-TIPO = 'T'
             IF WS-FRT-MONEDA = '***'
               DISPLAY 'TOTAL EN MONEDAS SIN DESGLOSE - NO DISPUTABLE'
             ELSE
               IF WS-TOT-CNT < WS-TOT-MAX
                 ADD 1 TO WS-TOT-CNT
                 MOVE WS-FRT-MONEDA TO WS-TOT-MONEDA(WS-TOT-CNT)
                 MOVE WS-FRT-BASE   TO WS-TOT-BASE(WS-TOT-CNT)
                 MOVE WS-FRT-TOTAL  TO WS-TOT-TOTAL(WS-TOT-CNT)
               END-IF
             END-IF
           END-IF.

       1180-MUESTRA-TOTAL.
           MOVE WS-TOT-BASE(WS-TOT-IDX)  TO WS-IMP-ED.
           MOVE WS-TOT-TOTAL(WS-TOT-IDX) TO WS-IMP-ED2.
           DISPLAY '  ' WS-TOT-MONEDA(WS-TOT-IDX)
                   '  BASE ' WS-IMP-ED
                   '  TOTAL ' WS-IMP-ED2.
           ADD 1 TO WS-TOT-IDX.

       1200-SELECCIONA-MONEDA.
           MOVE 0 TO WS-TOT-SEL.
           DISPLAY 'MONEDA (INTRO=' WS-TOT-MONEDA(1) '): '
             WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           IF WS-CAMPO-TXT = SPACES
             MOVE WS-TOT-MONEDA(1) TO WS-MONEDA-SEL
           ELSE
             MOVE WS-CAMPO-TXT(1:3) TO WS-MONEDA-SEL
           END-IF.
           MOVE 1 TO WS-TOT-IDX.
           PERFORM 1250-BUSCA-MONEDA
             UNTIL WS-TOT-IDX > WS-TOT-CNT OR WS-TOT-SEL > 0.
           IF WS-TOT-SEL = 0
             DISPLAY 'MONEDA ' WS-MONEDA-SEL ' NO FACTURADA EN '
                     WS-FACTURA-SEL
           END-IF.

       1250-BUSCA-MONEDA.
           IF WS-TOT-MONEDA(WS-TOT-IDX) = WS-MONEDA-SEL
             MOVE WS-TOT-IDX TO WS-TOT-SEL
           ELSE
             ADD 1 TO WS-TOT-IDX
           END-IF.

       1300-SELECCIONA-ALCANCE.
           DISPLAY 'ALCANCE (F=FACTURA COMPLETA, L=LINEAS): '
             WITH NO ADVANCING.
           ACCEPT WS-ALCANCE-SEL.
           IF WS-ALCANCE-SEL = 'f'
             MOVE 'F' TO WS-ALCANCE-SEL
           END-IF.
           IF WS-ALCANCE-SEL = 'l'
             MOVE 'L' TO WS-ALCANCE-SEL
           END-IF.
           IF WS-ALCANCE-SEL NOT = 'F' AND WS-ALCANCE-SEL NOT = 'L'
             DISPLAY 'ALCANCE NO VALIDO'
           ELSE
             PERFORM 1350-BUSCA-DUPLICADA
             IF WS-DUPLICADA = 'Y'
               DISPLAY 'YA EXISTE UNA DISPUTA ABIERTA O PROCEDENTE '
                       'QUE CUBRE LA '
                       'FACTURA ' WS-FACTURA-SEL ' ' WS-MONEDA-SEL
             ELSE
               IF WS-DLA-CNT > 0
                 PERFORM 1380-CARGA-LINEAS-DISPUTADAS
               END-IF
               MOVE SPACES TO WS-DISPUTA-I
               MOVE 0 TO WS-DSP-BASE
               MOVE 0 TO WS-DSP-TOTAL
               MOVE 0 TO WS-LIN-SEL-CNT
               IF WS-ALCANCE-SEL = 'F'
                 MOVE WS-TOT-BASE(WS-TOT-SEL) TO WS-DSP-BASE
               ELSE
                 PERFORM 1400-SELECCIONA-LINEAS
               END-IF
               IF WS-DSP-BASE = 0
                 DISPLAY 'DISPUTA SIN IMPORTE - NO SE REGISTRA'
               ELSE
                 PERFORM 1500-GRABA-DISPUTA
               END-IF
             END-IF
           END-IF.

       1350-BUSCA-DUPLICADA.
           MOVE 'N' TO WS-DUPLICADA.
           MOVE 0 TO WS-DLA-CNT.
           MOVE 'N' TO WS-DSP-EOF.
           MOVE WS-FACTURA-SEL TO DSP-FACTURA.
           START DISPUTAS-I KEY IS EQUAL TO DSP-FACTURA
             INVALID KEY MOVE 'Y' TO WS-DSP-EOF
           END-START.
           PERFORM 1360-LEE-DUPLICADA
             UNTIL WS-DSP-EOF = 'Y' OR WS-DUPLICADA = 'Y'.

       1360-LEE-DUPLICADA.
           READ DISPUTAS-I NEXT RECORD INTO WS-DISPUTA-I
             AT END
               MOVE 'Y' TO WS-DSP-EOF
             NOT AT END
               IF WS-DSP-FACTURA NOT = WS-FACTURA-SEL
                 MOVE 'Y' TO WS-DSP-EOF
               ELSE
                 IF WS-DSP-MONEDA = WS-MONEDA-SEL AND
                    (WS-DSP-ESTADO = 'A' OR WS-DSP-ESTADO = 'R' OR
                     WS-DSP-ESTADO = 'P')
                   IF WS-DSP-ALCANCE = 'F' OR WS-ALCANCE-SEL = 'F'
                     MOVE 'Y' TO WS-DUPLICADA
                   ELSE
                     IF WS-DLA-CNT < WS-DLA-MAX
                       ADD 1 TO WS-DLA-CNT
                       MOVE WS-DSP-ID TO WS-DLA-ID(WS-DLA-CNT)
                     ELSE
                       DISPLAY 'DEMASIADAS DISPUTAS POR LINEAS EN LA '
                               'FACTURA ' WS-FACTURA-SEL
                       MOVE 'Y' TO WS-DUPLICADA
                     END-IF
                   END-IF
                 END-IF
               END-IF
           END-READ.

       1380-CARGA-LINEAS-DISPUTADAS.
           MOVE 'N' TO WS-DSL-EOF.
           OPEN INPUT DISPUTAS-LIN.
           IF WS-DSL-STATUS = '00'
             PERFORM 1385-LEE-LINEA-DISPUTADA UNTIL WS-DSL-EOF = 'Y'
             CLOSE DISPUTAS-LIN
           END-IF.

       1385-LEE-LINEA-DISPUTADA.
           READ DISPUTAS-LIN
             AT END
               MOVE 'Y' TO WS-DSL-EOF
             NOT AT END
               MOVE 'N' TO WS-DLA-ENCONTRADA
               MOVE 1 TO WS-DLA-IDX
               PERFORM 1390-BUSCA-DISPUTA-LIN
                 UNTIL WS-DLA-IDX > WS-DLA-CNT
                    OR WS-DLA-ENCONTRADA = 'Y'
               IF WS-DLA-ENCONTRADA = 'Y'
                 IF DSL-LINEA > 0 AND DSL-LINEA NOT > WS-LIN-CNT
                   IF WS-LIN-TEL-NUM(DSL-LINEA) = DSL-TEL-NUM
                     MOVE DSL-ID TO WS-LIN-DISPUTA(DSL-LINEA)
                   END-IF
                 END-IF
               END-IF
           END-READ.

       1390-BUSCA-DISPUTA-LIN.
           IF WS-DLA-ID(WS-DLA-IDX) = DSL-ID
             MOVE 'Y' TO WS-DLA-ENCONTRADA
           ELSE
             ADD 1 TO WS-DLA-IDX
           END-IF.

       1400-SELECCIONA-LINEAS.
           MOVE 1 TO WS-LIN-IDX.
           PERFORM 1420-MUESTRA-LINEA UNTIL WS-LIN-IDX > WS-LIN-CNT.
           MOVE 'N' TO WS-FIN-LINEAS.
           PERFORM 1450-MARCA-LINEA UNTIL WS-FIN-LINEAS = 'Y'.
           IF WS-DSP-BASE > WS-TOT-BASE(WS-TOT-SEL)
             DISPLAY 'LINEAS SUPERAN LA BASE FACTURADA - SE LIMITA '
                     'A LA BASE'
             MOVE WS-TOT-BASE(WS-TOT-SEL) TO WS-DSP-BASE
           END-IF.

       1420-MUESTRA-LINEA.
           IF WS-LIN-MONEDA(WS-LIN-IDX) = WS-MONEDA-SEL
             MOVE WS-LIN-IDX TO WS-LIN-ED
             MOVE WS-LIN-IMPORTE(WS-LIN-IDX) TO WS-IMP-ED
             DISPLAY WS-LIN-ED ' ' WS-LIN-TEL-NUM(WS-LIN-IDX)
                     ' ' WS-LIN-TEL-DES(WS-LIN-IDX)
                     ' ' WS-LIN-TARIFA(WS-LIN-IDX)
                     ' ' WS-IMP-ED
             IF WS-LIN-DISPUTA(WS-LIN-IDX) > 0
               DISPLAY '     EN DISPUTA ' WS-LIN-DISPUTA(WS-LIN-IDX)
             END-IF
           END-IF.
           ADD 1 TO WS-LIN-IDX.

       1450-MARCA-LINEA.
           DISPLAY 'LINEA (INTRO=FIN): ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-NUM.
           IF WS-CAMPO-NUM = SPACES
             MOVE 'Y' TO WS-FIN-LINEAS
           ELSE
             COMPUTE WS-LIN-IDX = FUNCTION NUMVAL(WS-CAMPO-NUM)
             IF WS-LIN-IDX < 1 OR WS-LIN-IDX > WS-LIN-CNT
               DISPLAY 'LINEA NO VALIDA'
             ELSE
               IF WS-LIN-MONEDA(WS-LIN-IDX) NOT = WS-MONEDA-SEL
                 DISPLAY 'LINEA EN OTRA MONEDA'
               ELSE
                 IF WS-LIN-SEL(WS-LIN-IDX) = 'Y'
                   DISPLAY 'LINEA YA SELECCIONADA'
                 ELSE
                   IF WS-LIN-DISPUTA(WS-LIN-IDX) > 0
                     DISPLAY 'LINEA YA CUBIERTA POR LA DISPUTA '
                             WS-LIN-DISPUTA(WS-LIN-IDX)
                   ELSE
                     MOVE 'Y' TO WS-LIN-SEL(WS-LIN-IDX)
                     ADD 1 TO WS-LIN-SEL-CNT
                     ADD WS-LIN-IMPORTE(WS-LIN-IDX) TO WS-DSP-BASE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.

       1500-GRABA-DISPUTA.
           DISPLAY 'MOTIVO: ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-TXT.
           ADD 1 TO WS-ULT-ID.
           MOVE WS-ULT-ID       TO WS-DSP-ID.
           MOVE WS-FACTURA-SEL  TO WS-DSP-FACTURA.
           MOVE WS-CLI-FACTURA  TO WS-DSP-CLIENTE-ID.
           MOVE WS-PER-FACTURA  TO WS-DSP-PERIODO.
           MOVE WS-MONEDA-SEL   TO WS-DSP-MONEDA.
           MOVE WS-ALCANCE-SEL  TO WS-DSP-ALCANCE.
           IF WS-TOT-BASE(WS-TOT-SEL) > 0
             COMPUTE WS-DSP-TOTAL ROUNDED =
               WS-DSP-BASE * WS-TOT-TOTAL(WS-TOT-SEL)
               / WS-TOT-BASE(WS-TOT-SEL)
           ELSE
             MOVE WS-DSP-BASE TO WS-DSP-TOTAL
           END-IF.
           MOVE 'A'             TO WS-DSP-ESTADO.
           MOVE WS-FECHA-NUM    TO WS-DSP-FEC-ALTA.
           MOVE WS-FECHA-NUM    TO WS-DSP-FEC-ESTADO.
           MOVE WS-OPERADOR     TO WS-DSP-OPERADOR.
           MOVE WS-OPERADOR     TO WS-DSP-OPE-ESTADO.
           MOVE WS-CAMPO-TXT    TO WS-DSP-MOTIVO.
           WRITE DISPUTA-I FROM WS-DISPUTA-I
             INVALID KEY
               DISPLAY 'ERROR AL GRABAR DISPUTA ' WS-DSP-ID
             NOT INVALID KEY
               IF WS-ALCANCE-SEL = 'L'
                 PERFORM 1550-GRABA-LINEAS
               END-IF
               MOVE SPACES             TO WS-IMG-ANTES
               MOVE WS-DISPUTA-I(1:82) TO WS-IMG-DESPUES
               MOVE 'DISPUTAS'         TO WS-AUD-ARCHIVO
               MOVE 'ALTA'             TO WS-AUD-OPERACION
               MOVE WS-DSP-ID          TO WS-AUD-CLAVE
               PERFORM 8100-AUDITA-IMAGENES
               MOVE WS-DSP-BASE  TO WS-IMP-ED
               MOVE WS-DSP-TOTAL TO WS-IMP-ED2
               DISPLAY 'DISPUTA ' WS-DSP-ID ' ABIERTA - BASE '
                       WS-IMP-ED ' TOTAL ' WS-IMP-ED2 ' '
                       WS-DSP-MONEDA
           END-WRITE.

       1550-GRABA-LINEAS.
           OPEN EXTEND DISPUTAS-LIN.
           IF WS-DSL-STATUS NOT = '00'
             OPEN OUTPUT DISPUTAS-LIN
           END-IF.
           MOVE 1 TO WS-LIN-IDX.
           PERFORM 1560-GRABA-LINEA UNTIL WS-LIN-IDX > WS-LIN-CNT.
           CLOSE DISPUTAS-LIN.

       1560-GRABA-LINEA.
           IF WS-LIN-SEL(WS-LIN-IDX) = 'Y'
             MOVE WS-DSP-ID                  TO DSL-ID
             MOVE WS-LIN-IDX                 TO DSL-LINEA
             MOVE WS-LIN-TEL-NUM(WS-LIN-IDX) TO DSL-TEL-NUM
             MOVE WS-LIN-TEL-DES(WS-LIN-IDX) TO DSL-TEL-DES
             MOVE WS-LIN-TARIFA(WS-LIN-IDX)  TO DSL-TARIFA
             MOVE WS-LIN-IMPORTE(WS-LIN-IDX) TO DSL-IMPORTE
             MOVE WS-LIN-MONEDA(WS-LIN-IDX)  TO DSL-MONEDA
             WRITE REGISTRO-DISPUTA-LIN
           END-IF.
           ADD 1 TO WS-LIN-IDX.

       2000-CAMBIA-ESTADO.
           DISPLAY 'DISPUTA: ' WITH NO ADVANCING.
           ACCEPT WS-CAMPO-NUM.
           COMPUTE DSP-ID = FUNCTION NUMVAL(WS-CAMPO-NUM).
           MOVE 'Y' TO WS-REG-ENCONTRADO.
           READ DISPUTAS-I INTO WS-DISPUTA-I
             KEY IS DSP-ID
             INVALID KEY
               MOVE 'N' TO WS-REG-ENCONTRADO
           END-READ.
           IF WS-REG-ENCONTRADO NOT = 'Y'
             DISPLAY 'DISPUTA NO ENCONTRADA EN DISPUTAS-I'
           ELSE
             IF WS-DSP-ESTADO = 'P' OR WS-DSP-ESTADO = 'D'
               DISPLAY 'DISPUTA YA RESUELTA - ESTADO ' WS-DSP-ESTADO
             ELSE
               IF WS-ESTADO-NUEVO = 'R' AND WS-DSP-ESTADO = 'R'
                 DISPLAY 'DISPUTA YA EN REVISION'
               ELSE
                 PERFORM 2100-GRABA-ESTADO
               END-IF
             END-IF
           END-IF.

       2100-GRABA-ESTADO.
           MOVE WS-DISPUTA-I(1:82) TO WS-IMG-ANTES.
           MOVE WS-ESTADO-NUEVO TO WS-DSP-ESTADO.
           MOVE WS-FECHA-NUM    TO WS-DSP-FEC-ESTADO.
           MOVE WS-OPERADOR     TO WS-DSP-OPE-ESTADO.
           REWRITE DISPUTA-I FROM WS-DISPUTA-I
             INVALID KEY
               DISPLAY 'ERROR AL REGRABAR DISPUTA ' WS-DSP-ID
             NOT INVALID KEY
               MOVE WS-DISPUTA-I(1:82) TO WS-IMG-DESPUES
               MOVE 'DISPUTAS'         TO WS-AUD-ARCHIVO
               MOVE 'MODIF'            TO WS-AUD-OPERACION
               MOVE WS-DSP-ID          TO WS-AUD-CLAVE
               PERFORM 8100-AUDITA-IMAGENES
               DISPLAY 'DISPUTA ' WS-DSP-ID ' PASA A ESTADO '
                       WS-DSP-ESTADO
               IF WS-DSP-ESTADO = 'P'
                 PERFORM 2300-GENERA-ABONO
               END-IF
           END-REWRITE.

       2300-GENERA-ABONO.
           MOVE SPACES            TO WS-AJUSTE.
           MOVE WS-DSP-CLIENTE-ID TO WS-AJU-CLIENTE-ID.
           STRING 'ABONO DISPUTA ' WS-DSP-ID
             DELIMITED BY SIZE INTO WS-AJU-CONCEPTO.
           MOVE '-'               TO WS-AJU-SIGNO.
           MOVE WS-DSP-BASE       TO WS-AJU-IMPORTE.
           MOVE WS-DSP-MONEDA     TO WS-AJU-MONEDA.
           OPEN EXTEND AJUSTES.
           IF WS-AJU-STATUS NOT = '00'
             OPEN OUTPUT AJUSTES
           END-IF.
           WRITE REGISTRO-AJUSTE FROM WS-AJUSTE.
           CLOSE AJUSTES.
           MOVE SPACES            TO WS-AUD-ANTES.
           MOVE WS-AJUSTE         TO WS-AUD-DESPUES.
           MOVE 'AJUSTES'         TO WS-AUD-ARCHIVO.
           MOVE 'ALTA'            TO WS-AUD-OPERACION.
           MOVE WS-DSP-CLIENTE-ID TO WS-AUD-CLAVE.
           PERFORM 8000-ESCRIBE-AUDITORIA.
           MOVE WS-DSP-BASE TO WS-IMP-ED.
           DISPLAY 'ABONO GRABADO EN AJUSTES.DAT - CLIENTE '
                   WS-DSP-CLIENTE-ID ' ' WS-IMP-ED ' ' WS-DSP-MONEDA.

       3000-INFORME-ABIERTAS.
           MOVE 0 TO WS-CTL-ABIERTAS.
           MOVE 0 TO WS-CTL-TRAMO-30.
           MOVE 0 TO WS-CTL-TRAMO-60.
           MOVE 0 TO WS-CTL-TRAMO-90.
           OPEN OUTPUT DISPUTAS-ABIERTAS.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING 'DISPUTAS ABIERTAS Y EN REVISION A '
                  DELIMITED BY SIZE
                  WS-FSIS-DD '/' WS-FSIS-MM '/' WS-FSIS-YYYY
                  DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE SPACES TO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING 'DISPUT FACTURA  CLI   PERIOD MON A E ALTA      '
                  DELIMITED BY SIZE
                  '   DIAS           BASE MOTIVO' DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE 'N' TO WS-DSP-EOF.
           MOVE 0 TO DSP-ID.
           START DISPUTAS-I KEY IS NOT LESS THAN DSP-ID
             INVALID KEY MOVE 'Y' TO WS-DSP-EOF
           END-START.
           PERFORM 3100-LINEA-INFORME UNTIL WS-DSP-EOF = 'Y'.
           MOVE SPACES TO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE WS-CTL-ABIERTAS TO WS-CTL-ED.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING 'DISPUTAS ABIERTAS       : ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE WS-CTL-TRAMO-30 TO WS-CTL-ED.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING '  HASTA 30 DIAS         : ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE WS-CTL-TRAMO-60 TO WS-CTL-ED.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING '  DE 31 A 60 DIAS       : ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           MOVE WS-CTL-TRAMO-90 TO WS-CTL-ED.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING '  MAS DE 60 DIAS        : ' DELIMITED BY SIZE
                  WS-CTL-ED DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.
           CLOSE DISPUTAS-ABIERTAS.
           DISPLAY 'INFORME DISPUTAS_ABIERTAS.DAT - ABIERTAS: '
                   WS-CTL-ABIERTAS.

       3100-LINEA-INFORME.
           READ DISPUTAS-I NEXT RECORD INTO WS-DISPUTA-I
             AT END
               MOVE 'Y' TO WS-DSP-EOF
             NOT AT END
               IF WS-DSP-ESTADO = 'A' OR WS-DSP-ESTADO = 'R'
                 PERFORM 3150-GRABA-LINEA-INFORME
               END-IF
           END-READ.

       3150-GRABA-LINEA-INFORME.
           ADD 1 TO WS-CTL-ABIERTAS.
           MOVE WS-DSP-FEC-ALTA TO WS-FECHA-ALTA.
           MOVE SPACES TO WS-FECHA-ALTA-ED.
           STRING WS-FALT-DD '/' WS-FALT-MM '/' WS-FALT-YYYY
             DELIMITED BY SIZE INTO WS-FECHA-ALTA-ED.
           COMPUTE WS-EDAD-DIAS =
             FUNCTION INTEGER-OF-DATE (WS-FECHA-NUM)
             - FUNCTION INTEGER-OF-DATE (WS-DSP-FEC-ALTA).
           IF WS-EDAD-DIAS > 60
             ADD 1 TO WS-CTL-TRAMO-90
           ELSE
             IF WS-EDAD-DIAS > 30
               ADD 1 TO WS-CTL-TRAMO-60
             ELSE
               ADD 1 TO WS-CTL-TRAMO-30
             END-IF
           END-IF.
           MOVE WS-EDAD-DIAS TO WS-EDAD-ED.
           MOVE WS-DSP-BASE  TO WS-IMP-ED.
           MOVE SPACES TO LINEA-DISPUTA.
           STRING WS-DSP-ID         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-FACTURA    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-CLIENTE-ID DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-PERIODO    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-MONEDA     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-ALCANCE    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-ESTADO     DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-FECHA-ALTA-ED  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-EDAD-ED        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-IMP-ED         DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WS-DSP-MOTIVO     DELIMITED BY SIZE
             INTO LINEA-DISPUTA.
           WRITE LINEA-DISPUTA.

       8000-ESCRIBE-AUDITORIA.
           ACCEPT WS-AUD-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
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
           CLOSE DISPUTAS-I.
           CLOSE AUDITORIA.

       END PROGRAM DISP001.
