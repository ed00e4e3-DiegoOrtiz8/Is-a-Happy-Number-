           SELECT archivo-manifiesto ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-manifiesto.
           SELECT archivo-distreg ASSIGN TO "DISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-distreg.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-salida.
       01 reg-salida PIC X(100).
       FD archivo-control.
       01 reg-control PIC X(120).
       FD archivo-respuesta.
       01 reg-respuesta PIC X(100).
       FD archivo-manifiesto.
       01 reg-manifiesto PIC X(80).
       FD archivo-distreg.
       01 reg-distreg PIC X(60).
       WORKING-STORAGE SECTION.
       01 fs-salida PIC XX.
       01 fs-control PIC XX.
       01 fs-respuesta PIC XX.
       01 fs-manifiesto PIC XX.
       01 fs-distreg PIC XX.
       COPY CTLFELIZ.
       COPY DISTFELIZ.
       01 distreg-abierto-sw PIC X VALUE 'N'.
           88 distreg-abierto VALUE 'S'.
       01 control-leido-sw PIC X VALUE 'N'.
           88 control-leido VALUE 'S'.
       01 fin-salida-sw PIC X VALUE 'N'.
               10 dest-id PIC X(8).
               10 dest-conteo PIC 9(9).
               10 dest-escritos PIC 9(9).
               10 dest-estado PIC X(1).
       01 destinos-count PIC 9(3) VALUE 0.
       01 dest-idx PIC 9(3).
       01 dest-actual PIC 9(3).
       01 esperado-ed PIC Z(8)9.
       01 fecha-dist PIC X(8).
       01 fecha-corrida PIC X(8).
       01 corrida-dist PIC 9(9) VALUE 0.
       01 ciclo-dist PIC 9(1) VALUE 1.
       01 linea-resp PIC X(100).
       01 linea-mani PIC X(80).
       01 mani-ptr PIC 9(4).
           PERFORM LEER-CONTROL
           IF control-leido
               MOVE ctl-fecha TO fecha-corrida
               IF ctl-corrida IS NUMERIC
                   MOVE ctl-corrida TO corrida-dist
               END-IF
               IF ctl-ciclo IS NUMERIC AND ctl-ciclo > 0
                   MOVE ctl-ciclo TO ciclo-dist
               END-IF
           ELSE
               MOVE fecha-dist TO fecha-corrida
           END-IF
           PERFORM CENSAR-SOLICITANTES
           PERFORM ABRIR-DISTREG
           PERFORM VARYING dest-actual FROM 1 BY 1
                   UNTIL dest-actual > destinos-count
               PERFORM ESCRIBIR-RESPUESTA
           END-PERFORM
           PERFORM ESCRIBIR-MANIFIESTO
           IF distreg-abierto
               CLOSE archivo-distreg
           END-IF
           CLOSE archivo-manifiesto
           IF cnt-excepciones > 0
               MOVE 8 TO RETURN-CODE
               ADD 1 TO cnt-excepciones
               MOVE ZEROS TO ctl-salto
               MOVE ZEROS TO ctl-escritos
               MOVE ZEROS TO ctl-corrida
               MOVE ZEROS TO ctl-ciclo
               MOVE 0 TO corrida-dist
               MOVE 0 TO ciclo-dist
           END-IF.

       ABRIR-DISTREG.
           OPEN EXTEND archivo-distreg
           IF fs-distreg = "35"
               OPEN OUTPUT archivo-distreg
           END-IF
           IF fs-distreg = "00"
               MOVE 'S' TO distreg-abierto-sw
           ELSE
               DISPLAY "Error: no se pudo abrir DISTREG. "
                   "Status " fs-distreg
               MOVE SPACES TO linea-mani
               STRING "No se pudo abrir DISTREG  Status " fs-distreg
                   DELIMITED BY SIZE INTO linea-mani
               WRITE reg-manifiesto FROM linea-mani
               ADD 1 TO cnt-excepciones
           END-IF.

       CENSAR-SOLICITANTES.
                       TO dest-id(destinos-count)
                   MOVE 1 TO dest-conteo(destinos-count)
                   MOVE 0 TO dest-escritos(destinos-count)
                   MOVE 'E' TO dest-estado(destinos-count)
               ELSE
                   ADD 1 TO desbordados
               END-IF
                   DELIMITED BY SIZE INTO linea-mani
               WRITE reg-manifiesto FROM linea-mani
               ADD 1 TO cnt-excepciones
               MOVE 'X' TO dest-estado(dest-actual)
           ELSE
               MOVE SPACES TO linea-resp
               STRING "HDR " dest-id(dest-actual)
                   " " fecha-corrida " " corrida-dist " " ciclo-dist
                   DELIMITED BY SIZE INTO linea-resp
               WRITE reg-respuesta FROM linea-resp
               PERFORM COPIAR-DETALLE
               fecha-dist
               DELIMITED BY SIZE INTO linea-mani
           WRITE reg-manifiesto FROM linea-mani
           MOVE SPACES TO linea-mani
           MOVE corrida-dist TO cnt-ed
           STRING "Corrida " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               "   Ciclo " DELIMITED BY SIZE
               ciclo-dist DELIMITED BY SIZE
               INTO linea-mani
           WRITE reg-manifiesto FROM linea-mani
           PERFORM VARYING dest-idx FROM 1 BY 1
                   UNTIL dest-idx > destinos-count
               MOVE SPACES TO linea-mani
                       INTO linea-mani
                       WITH POINTER mani-ptr
                   ADD 1 TO cnt-excepciones
                   MOVE 'X' TO dest-estado(dest-idx)
               END-IF
               WRITE reg-manifiesto FROM linea-mani
               IF distreg-abierto
                   PERFORM GRABAR-DISTREG
               END-IF
           END-PERFORM
           MOVE cnt-leidos TO cnt-ed
           MOVE SPACES TO linea-mani
                   TO linea-mani
           END-IF
           WRITE reg-manifiesto FROM linea-mani.

       GRABAR-DISTREG.
           MOVE fecha-dist TO dreg-fecha
           IF fecha-corrida IS NUMERIC
               MOVE fecha-corrida TO dreg-fecha-corrida
           ELSE
               MOVE 0 TO dreg-fecha-corrida
           END-IF
           MOVE corrida-dist TO dreg-corrida
           MOVE ciclo-dist TO dreg-ciclo
           MOVE nombre-respuesta TO dreg-archivo
           MOVE dest-id(dest-idx) TO dreg-solicitante
           MOVE dest-escritos(dest-idx) TO dreg-registros
           MOVE dest-estado(dest-idx) TO dreg-estado
           WRITE reg-distreg FROM reg-distreg-ws.
       END PROGRAM DISTRIBUIR_SALIDA.
