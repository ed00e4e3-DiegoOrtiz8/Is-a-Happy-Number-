       01 reg-diario-ws.
           05 jrn-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-hora PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-accion PIC X(1).
               88 jrn-es-alta VALUE 'A'.
               88 jrn-es-acierto VALUE 'H'.
               88 jrn-es-cambio VALUE 'R'.
               88 jrn-es-baja VALUE 'B'.
               88 jrn-es-carga VALUE 'C'.
               88 jrn-es-descarga VALUE 'D'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-operador PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-registros PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 jrn-imagen PIC X(92).
