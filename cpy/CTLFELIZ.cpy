           05 ctl-extracto PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ctl-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ctl-indeterminados PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ctl-ciclo PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ctl-particion PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 ctl-particiones PIC 9(1).
