       01 reg-distreg-ws.
           05 dreg-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-fecha-corrida PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-ciclo PIC 9(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-archivo PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-solicitante PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-registros PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 dreg-estado PIC X(1).
