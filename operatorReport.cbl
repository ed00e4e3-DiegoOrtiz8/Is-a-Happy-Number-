               10 top-total PIC 9(9).
               10 top-felices PIC 9(9).
               10 top-no-felices PIC 9(9).
               10 top-indeterminados PIC 9(9).
               10 top-primera PIC X(14).
               10 top-ultima PIC X(14).
       01 operadores-count PIC 9(2) VALUE 0.
                   MOVE 0 TO top-total(top-idx)
                   MOVE 0 TO top-felices(top-idx)
                   MOVE 0 TO top-no-felices(top-idx)
                   MOVE 0 TO top-indeterminados(top-idx)
                   MOVE aud-fecha-hora TO top-primera(top-idx)
                   MOVE aud-fecha-hora TO top-ultima(top-idx)
                   PERFORM ACUMULAR-DETALLE

       ACUMULAR-DETALLE.
           ADD 1 TO top-total(top-idx)
           EVALUATE TRUE
               WHEN aud-res(1:3) = "Es "
                   ADD 1 TO top-felices(top-idx)
               WHEN aud-res(1:13) = "Clasificacion"
                   ADD 1 TO top-indeterminados(top-idx)
               WHEN OTHER
                   ADD 1 TO top-no-felices(top-idx)
           END-EVALUATE
           IF aud-fecha-hora < top-primera(top-idx)
               MOVE aud-fecha-hora TO top-primera(top-idx)
           END-IF
               cnt-ed DELIMITED BY SIZE
               INTO linea-op
               WITH POINTER op-ptr
           MOVE top-indeterminados(top-idx) TO cnt-ed
           STRING "  Indeterminadas: " DELIMITED BY SIZE
               cnt-ed DELIMITED BY SIZE
               INTO linea-op
               WITH POINTER op-ptr
           WRITE reg-opreport FROM linea-op
           MOVE SPACES TO linea-op
           STRING "  Primera actividad: " top-primera(top-idx)
