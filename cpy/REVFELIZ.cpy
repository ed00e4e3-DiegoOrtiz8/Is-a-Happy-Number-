       01 reg-revision-ws.
           05 rev-num PIC 9(36).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-pot PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-base PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-solicitante PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-corrida PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 rev-limite PIC 9(3).
