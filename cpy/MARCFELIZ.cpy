       01 reg-marca.
           05 marca-key.
               10 marca-pot PIC 9(2).
               10 marca-base PIC 9(2).
               10 marca-tipo PIC X(1).
                   88 marca-de-cadena VALUE 'L'.
                   88 marca-de-atractor VALUE 'A'.
               10 marca-valor PIC 9(36).
           05 marca-num PIC 9(36).
           05 marca-res PIC 9(1).
           05 marca-ciclo-len PIC 9(3).
           05 marca-corrida PIC 9(9).
           05 marca-fecha PIC 9(8).
           05 marca-origen PIC X(1).
               88 marca-de-lote VALUE 'B'.
               88 marca-de-barrido VALUE 'R'.
               88 marca-de-lista VALUE 'L'.
           05 marca-operador PIC X(8).
           05 marca-num-anterior PIC 9(36).
           05 marca-corrida-anterior PIC 9(9).
           05 marca-fecha-anterior PIC 9(8).
           05 FILLER PIC X(10).
