       01 reg-tabfeliz-ws.
           05 tab-tipo PIC X(1).
               88 tab-es-par VALUE 'H'.
               88 tab-es-valor VALUE 'D'.
               88 tab-es-cierre VALUE 'T'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-potencia PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-base PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-valor PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-res PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-aux PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-ciclo-len PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-ciclo-rep PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-registros PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 tab-hash PIC 9(18).
