       01 reg-factreg-ws.
           05 fac-numero PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-tipo PIC X(1).
               88 fac-es-factura VALUE 'F'.
               88 fac-es-credito VALUE 'C'.
               88 fac-es-debito VALUE 'D'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-periodo PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-solicitante PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-depto PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-corrida-desde PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-corrida-hasta PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-conteo PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-importe PIC 9(9)V99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-referencia PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-operador PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 fac-motivo PIC X(30).
