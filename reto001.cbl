           02  PAG-IMPORTE      PIC 9(8)V99.
           02  PAG-MONEDA       PIC X(3).
           02  PAG-REFERENCIA   PIC X(12).
           02  PAG-TIPO         PIC X(1).

       FD  DEVOLUCIONES.
       01  REGISTRO-DEVOLUCION.
           MOVE WS-RMI-IMPORTE    TO PAG-IMPORTE.
           MOVE WS-RMI-MONEDA     TO PAG-MONEDA.
           MOVE WS-RMI-REFERENCIA TO PAG-REFERENCIA.
           MOVE 'C'               TO PAG-TIPO.
           WRITE REGISTRO-PAGO.
           ADD 1 TO WS-CTL-COBRADOS.
           ADD WS-RMI-IMPORTE TO WS-CTL-IMP-COBRADO.
