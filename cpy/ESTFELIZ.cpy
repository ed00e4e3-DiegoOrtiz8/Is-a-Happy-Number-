           05 est-suma-aux PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 est-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 est-indeterminados PIC 9(9).
