       01 reg-cuotauso.
           05 cus-clave.
               10 cus-periodo PIC 9(6).
               10 cus-solicitante PIC X(8).
               10 cus-fecha PIC 9(8).
               10 cus-ciclo PIC 9(1).
           05 cus-aceptados PIC 9(9).
           05 cus-excedidos PIC 9(9).
           05 cus-rechazados PIC 9(9).
           05 cus-fecha-proceso PIC 9(8).
