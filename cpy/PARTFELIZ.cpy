       01 reg-particion-ws.
           05 part-tipo PIC X(1).
               88 part-es-cabecera VALUE 'C'.
               88 part-es-particion VALUE 'P'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-ciclo PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-modo PIC X(1).
               88 part-por-solicitante VALUE 'S'.
               88 part-por-rango VALUE 'R'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-particion PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-particiones PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-registros PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-hash PIC 9(18).
           05 FILLER PIC X(1) VALUE SPACE.
           05 part-solicitantes PIC 9(5).
