           05 barr-cadena-max PIC 9(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 barr-cadena-num PIC 9(36).
           05 FILLER PIC X(1) VALUE SPACE.
           05 barr-indeterminados PIC 9(9).
