           05 soli-nombre PIC X(30).
           05 soli-estado PIC X(1).
           05 soli-tarifa PIC X(1).
           05 soli-cuota PIC 9(9).
           05 soli-regla-cuota PIC X(1).
               88 soli-cuota-recargo VALUE 'P'.
