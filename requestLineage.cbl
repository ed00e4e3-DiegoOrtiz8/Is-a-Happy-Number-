       IDENTIFICATION DIVISION.
       PROGRAM-ID. RASTREAR_SOLICITUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-rechazo ASSIGN TO "RECHAZO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-rechazo.
           SELECT archivo-pendiente ASSIGN TO "RECHPEND"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-pendiente.
           SELECT archivo-reenvio ASSIGN TO "REENVIO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-reenvio.
           SELECT archivo-auditoria ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-auditoria.
           SELECT archivo-archivo ASSIGN TO "ARCHIVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-archivo.
           SELECT archivo-revision ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-revision.
           SELECT archivo-distreg ASSIGN TO "DISTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-distreg.
           SELECT archivo-factreg ASSIGN TO "FACTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-factreg.
           SELECT archivo-corridas ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-corridas.
           SELECT archivo-rastrep ASSIGN TO "RASTREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-rastrep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-rechazo.
       01 reg-rechazo.
           05 rech-codigo PIC X(2).
           05 FILLER PIC X(1).
           05 rech-numero PIC X(36).
           05 rech-potencia PIC X(2).
           05 rech-solicitante PIC X(8).
           05 rech-base PIC X(2).
           05 FILLER PIC X(1).
       FD archivo-pendiente.
       01 reg-pendiente.
           05 pend-codigo PIC X(2).
           05 FILLER PIC X(1).
           05 pend-numero PIC X(36).
           05 pend-potencia PIC X(2).
           05 pend-solicitante PIC X(8).
           05 pend-base PIC X(2).
           05 FILLER PIC X(1).
           05 pend-edad PIC 9(3).
       FD archivo-reenvio.
       01 reg-reenvio.
           05 reen-numero PIC X(36).
           05 reen-potencia PIC X(2).
           05 reen-solicitante PIC X(8).
           05 reen-base PIC X(2).
       FD archivo-auditoria.
       01 reg-auditoria PIC X(120).
       FD archivo-archivo.
       01 reg-archivo PIC X(120).
       FD archivo-revision.
       01 reg-revision PIC X(80).
       FD archivo-distreg.
       01 reg-distreg PIC X(60).
       FD archivo-factreg.
       01 reg-factreg PIC X(150).
       FD archivo-corridas.
       01 reg-corrida PIC X(40).
       FD archivo-rastrep.
       01 reg-rastrep PIC X(132).
       WORKING-STORAGE SECTION.
       01 fs-rechazo PIC XX.
       01 fs-pendiente PIC XX.
       01 fs-reenvio PIC XX.
       01 fs-auditoria PIC XX.
       01 fs-archivo PIC XX.
       01 fs-revision PIC XX.
       01 fs-distreg PIC XX.
       01 fs-rastrep PIC XX.
       01 fs-factreg PIC XX.
       01 fs-corridas PIC XX.
       COPY AUDFELIZ.
       COPY REVFELIZ.
       COPY DISTFELIZ.
       COPY FACTFELIZ.
       01 reg-corrida-ws.
           05 corr-numero PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-hora PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-operador PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-estado PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-modo PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-ciclo PIC 9(1).
       01 tabla-facturas.
           05 tfac-ent OCCURS 200 TIMES.
               10 tfac-numero PIC 9(9).
               10 tfac-periodo PIC 9(6).
               10 tfac-corrida-desde PIC 9(9).
               10 tfac-corrida-hasta PIC 9(9).
       01 facturas-count PIC 9(3) VALUE 0.
       01 tfac-idx PIC 9(3).
       01 tfac-hallada PIC 9(3).
       01 numero-doc-ed PIC Z(8)9.
       01 fin-archivo-sw PIC X VALUE 'N'.
           88 fin-archivo VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(12).
       01 operando-1 PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 crit-solicitante PIC X(8) VALUE SPACES.
       01 crit-numero-sw PIC X VALUE 'N'.
           88 crit-numero VALUE 'S'.
       01 crit-clave PIC X(36) VALUE SPACES.
       01 crit-desde PIC X(8) VALUE SPACES.
       01 crit-hasta PIC X(8) VALUE SPACES.
       01 campo-numero PIC X(36).
       01 numero-normal PIC 9(36).
       01 numero-ed PIC Z(35)9.
       01 clave-actual PIC X(36).
       01 tabla-solicitudes.
           05 sol-ent OCCURS 1000 TIMES.
               10 sol-clave PIC X(36).
               10 sol-rech-codigo PIC X(2).
               10 sol-rech-fuente PIC X(1).
               10 sol-rech-edad PIC 9(3).
               10 sol-reparado-sw PIC X(1).
               10 sol-revision-sw PIC X(1).
               10 sol-clasif-count PIC 9(5).
               10 sol-evento OCCURS 5 TIMES.
                   15 ev-fecha-hora PIC X(14).
                   15 ev-corrida PIC 9(9).
                   15 ev-res PIC X(35).
                   15 ev-archivo PIC X(8).
                   15 ev-dist-fecha PIC 9(8).
                   15 ev-dist-ciclo PIC 9(1).
                   15 ev-dist-estado PIC X(1).
                   15 ev-periodo PIC 9(6).
       01 solicitudes-count PIC 9(4) VALUE 0.
       01 sol-idx PIC 9(4).
       01 sol-actual PIC 9(4).
       01 sol-encontrado-sw PIC X VALUE 'N'.
           88 sol-encontrado VALUE 'S'.
       01 ev-idx PIC 9(1).
       01 ev-ultimo PIC 9(1).
       01 desbordados PIC 9(9) VALUE 0.
       01 detenida-sw PIC X VALUE 'N'.
           88 detenida VALUE 'S'.
       01 motivo-detencion PIC X(60).
       01 cnt-leidos PIC 9(9) VALUE 0.
       01 cnt-completas PIC 9(9) VALUE 0.
       01 cnt-detenidas PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 edad-ed PIC ZZ9.
       01 corrida-ed PIC Z(8)9.
       01 fecha-rast-ws.
           05 fras-anio PIC 9(4).
           05 fras-mes PIC 9(2).
           05 fras-dia PIC 9(2).
       01 linea-rast PIC X(132).
       01 rast-ptr PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-rastrep
           IF fs-rastrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "rastreo. Status " fs-rastrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CRITERIOS
           PERFORM ESCRIBIR-CRITERIOS
           IF crit-solicitante = SPACES
               MOVE "Falta la carta SOLICITANTE: no hay rastreo"
                   TO reg-rastrep
               WRITE reg-rastrep
               CLOSE archivo-rastrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-PENDIENTES
           PERFORM CARGAR-RECHAZOS
           PERFORM CARGAR-REENVIOS
           PERFORM CARGAR-ARCHIVO
           PERFORM CARGAR-AUDITORIA
           PERFORM CARGAR-REVISION
           PERFORM CARGAR-DISTRIBUCION
           PERFORM CARGAR-CORRIDAS
           PERFORM CARGAR-FACTURAS
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitudes-count
               PERFORM ESCRIBIR-SOLICITUD
           END-PERFORM
           PERFORM ESCRIBIR-RESUMEN
           CLOSE archivo-rastrep
           STOP RUN.

       LEER-CRITERIOS.
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1
               END-UNSTRING
               EVALUATE verbo
                   WHEN "SOLICITANTE"
                       MOVE operando-1(1:8) TO crit-solicitante
                   WHEN "NUMERO"
                       MOVE operando-1 TO ws-campo-validar
                       PERFORM VALIDAR-SOLO-DIGITOS
                       IF solo-digitos
                           MOVE 'S' TO crit-numero-sw
                           MOVE operando-1 TO campo-numero
                           PERFORM NORMALIZAR-CLAVE
                           MOVE clave-actual TO crit-clave
                       ELSE
                           MOVE SPACES TO linea-rast
                           STRING "Carta NUMERO invalida, se "
                               "ignora: " operando-1
                               DELIMITED BY SIZE INTO linea-rast
                           WRITE reg-rastrep FROM linea-rast
                       END-IF
                   WHEN "DESDE"
                       MOVE operando-1(1:8) TO crit-desde
                   WHEN "HASTA"
                       MOVE operando-1(1:8) TO crit-hasta
                   WHEN "BUSCAR"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

       VALIDAR-SOLO-DIGITOS.
           MOVE SPACES TO ws-campo-trim
           MOVE FUNCTION TRIM(ws-campo-validar) TO ws-campo-trim
           MOVE FUNCTION LENGTH(FUNCTION TRIM(ws-campo-validar))
               TO ws-campo-len
           IF ws-campo-trim = SPACES
               MOVE 'N' TO ws-solo-digitos-sw
           ELSE
               MOVE 'S' TO ws-solo-digitos-sw
               PERFORM VARYING ws-digito-idx FROM 1 BY 1
                       UNTIL ws-digito-idx > ws-campo-len
                   IF ws-campo-trim(ws-digito-idx:1) < '0'
                       OR ws-campo-trim(ws-digito-idx:1) > '9'
                       MOVE 'N' TO ws-solo-digitos-sw
                   END-IF
               END-PERFORM
           END-IF.

       NORMALIZAR-CLAVE.
           MOVE campo-numero TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos
               MOVE ZEROS TO numero-normal
               MOVE ws-campo-trim(1:ws-campo-len)
                   TO numero-normal(37 - ws-campo-len:ws-campo-len)
               MOVE numero-normal TO numero-ed
               MOVE numero-ed TO clave-actual
           ELSE
               MOVE campo-numero TO clave-actual
           END-IF.

       ESCRIBIR-CRITERIOS.
           MOVE FUNCTION CURRENT-DATE TO fecha-rast-ws
           MOVE SPACES TO linea-rast
           STRING "Rastreo de solicitudes   Fecha: "
               fras-dia "/" fras-mes "/" fras-anio
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           MOVE SPACES TO linea-rast
           STRING "Solicitante: " crit-solicitante
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           IF crit-numero
               MOVE SPACES TO linea-rast
               STRING "Numero: " FUNCTION TRIM(crit-clave)
                   DELIMITED BY SIZE INTO linea-rast
               WRITE reg-rastrep FROM linea-rast
           END-IF
           IF crit-desde NOT = SPACES
               MOVE SPACES TO linea-rast
               STRING "Desde: " crit-desde
                   DELIMITED BY SIZE INTO linea-rast
               WRITE reg-rastrep FROM linea-rast
           END-IF
           IF crit-hasta NOT = SPACES
               MOVE SPACES TO linea-rast
               STRING "Hasta: " crit-hasta
                   DELIMITED BY SIZE INTO linea-rast
               WRITE reg-rastrep FROM linea-rast
           END-IF
           MOVE SPACES TO reg-rastrep
           WRITE reg-rastrep.

       UBICAR-SOLICITUD.
           MOVE 0 TO sol-actual
           MOVE 'N' TO sol-encontrado-sw
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitudes-count
                   OR sol-encontrado
               IF sol-clave(sol-idx) = clave-actual
                   MOVE 'S' TO sol-encontrado-sw
                   MOVE sol-idx TO sol-actual
               END-IF
           END-PERFORM
           IF NOT sol-encontrado
               IF solicitudes-count < 1000
                   ADD 1 TO solicitudes-count
                   MOVE solicitudes-count TO sol-actual
                   MOVE clave-actual TO sol-clave(sol-actual)
                   MOVE SPACES TO sol-rech-codigo(sol-actual)
                   MOVE SPACES TO sol-rech-fuente(sol-actual)
                   MOVE 0 TO sol-rech-edad(sol-actual)
                   MOVE 'N' TO sol-reparado-sw(sol-actual)
                   MOVE 'N' TO sol-revision-sw(sol-actual)
                   MOVE 0 TO sol-clasif-count(sol-actual)
               ELSE
                   ADD 1 TO desbordados
               END-IF
           END-IF.

       CARGAR-PENDIENTES.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-pendiente
           IF fs-pendiente NOT = "00"
               MOVE "Sin rechazos pendientes o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-pendiente
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           IF pend-solicitante = crit-solicitante
                               MOVE pend-numero TO campo-numero
                               PERFORM NORMALIZAR-CLAVE
                               PERFORM ANOTAR-PENDIENTE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-pendiente
           END-IF.

       ANOTAR-PENDIENTE.
           IF crit-numero AND clave-actual NOT = crit-clave
               CONTINUE
           ELSE
               PERFORM UBICAR-SOLICITUD
               IF sol-actual > 0
                   MOVE pend-codigo TO sol-rech-codigo(sol-actual)
                   MOVE 'P' TO sol-rech-fuente(sol-actual)
                   IF pend-edad IS NUMERIC
                       MOVE pend-edad TO sol-rech-edad(sol-actual)
                   END-IF
               END-IF
           END-IF.

       CARGAR-RECHAZOS.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-rechazo
           IF fs-rechazo NOT = "00"
               MOVE SPACES TO linea-rast
               STRING "Sin rechazos de la ultima edicion o no se "
                   "pudo abrir" DELIMITED BY SIZE INTO linea-rast
               MOVE linea-rast TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-rechazo
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           IF rech-solicitante = crit-solicitante
                               MOVE rech-numero TO campo-numero
                               PERFORM NORMALIZAR-CLAVE
                               PERFORM ANOTAR-RECHAZO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-rechazo
           END-IF.

       ANOTAR-RECHAZO.
           IF crit-numero AND clave-actual NOT = crit-clave
               CONTINUE
           ELSE
               PERFORM UBICAR-SOLICITUD
               IF sol-actual > 0
                   IF sol-rech-fuente(sol-actual) = SPACES
                       MOVE rech-codigo TO sol-rech-codigo(sol-actual)
                       MOVE 'R' TO sol-rech-fuente(sol-actual)
                   END-IF
               END-IF
           END-IF.

       CARGAR-REENVIOS.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-reenvio
           IF fs-reenvio NOT = "00"
               MOVE "Sin reenvios de reparacion o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-reenvio
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           IF reen-solicitante = crit-solicitante
                               MOVE reen-numero TO campo-numero
                               PERFORM NORMALIZAR-CLAVE
                               PERFORM ANOTAR-REENVIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-reenvio
           END-IF.

       ANOTAR-REENVIO.
           IF crit-numero AND clave-actual NOT = crit-clave
               CONTINUE
           ELSE
               PERFORM UBICAR-SOLICITUD
               IF sol-actual > 0
                   MOVE 'S' TO sol-reparado-sw(sol-actual)
               END-IF
           END-IF.

       CARGAR-ARCHIVO.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-archivo
           IF fs-archivo NOT = "00"
               MOVE "Sin archivo historico o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-archivo
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           MOVE reg-archivo TO reg-auditoria-ws
                           PERFORM EXAMINAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE archivo-archivo
           END-IF.

       CARGAR-AUDITORIA.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-auditoria
           IF fs-auditoria NOT = "00"
               MOVE "No se pudo abrir AUDITLOG" TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-auditoria
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           MOVE reg-auditoria TO reg-auditoria-ws
                           PERFORM EXAMINAR-AUDITORIA
                   END-READ
               END-PERFORM
               CLOSE archivo-auditoria
           END-IF.

       EXAMINAR-AUDITORIA.
           MOVE aud-num TO clave-actual
           IF aud-solicitante NOT = crit-solicitante
               CONTINUE
           ELSE
               IF crit-numero AND clave-actual NOT = crit-clave
                   CONTINUE
               ELSE
                   IF crit-desde NOT = SPACES
                       AND aud-fecha-hora(1:8) < crit-desde
                       CONTINUE
                   ELSE
                       IF crit-hasta NOT = SPACES
                           AND aud-fecha-hora(1:8) > crit-hasta
                           CONTINUE
                       ELSE
                           PERFORM ANOTAR-CLASIFICACION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       ANOTAR-CLASIFICACION.
           PERFORM UBICAR-SOLICITUD
           IF sol-actual > 0
               ADD 1 TO sol-clasif-count(sol-actual)
               IF sol-clasif-count(sol-actual) > 5
                   PERFORM VARYING ev-idx FROM 1 BY 1
                           UNTIL ev-idx > 4
                       MOVE sol-evento(sol-actual, ev-idx + 1)
                           TO sol-evento(sol-actual, ev-idx)
                   END-PERFORM
                   MOVE 5 TO ev-idx
               ELSE
                   MOVE sol-clasif-count(sol-actual) TO ev-idx
               END-IF
               MOVE aud-fecha-hora TO ev-fecha-hora(sol-actual, ev-idx)
               IF aud-corrida IS NUMERIC
                   MOVE aud-corrida TO ev-corrida(sol-actual, ev-idx)
               ELSE
                   MOVE 0 TO ev-corrida(sol-actual, ev-idx)
               END-IF
               MOVE aud-res TO ev-res(sol-actual, ev-idx)
               MOVE SPACES TO ev-archivo(sol-actual, ev-idx)
               MOVE 0 TO ev-dist-fecha(sol-actual, ev-idx)
               MOVE 0 TO ev-dist-ciclo(sol-actual, ev-idx)
               MOVE SPACES TO ev-dist-estado(sol-actual, ev-idx)
               MOVE 0 TO ev-periodo(sol-actual, ev-idx)
           END-IF.

       CARGAR-REVISION.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-revision
           IF fs-revision NOT = "00"
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-revision
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       ADD 1 TO cnt-leidos
                       MOVE reg-revision TO reg-revision-ws
                       IF rev-solicitante = crit-solicitante
                           AND rev-num IS NUMERIC
                           MOVE rev-num TO numero-ed
                           MOVE numero-ed TO clave-actual
                           PERFORM MARCAR-REVISION
                       END-IF
               END-READ
           END-PERFORM
           IF fs-revision = "10" OR fs-revision = "00"
               CLOSE archivo-revision
           END-IF.

       MARCAR-REVISION.
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitudes-count
               IF sol-clave(sol-idx) = clave-actual
                   MOVE 'S' TO sol-revision-sw(sol-idx)
               END-IF
           END-PERFORM.

       CARGAR-DISTRIBUCION.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-distreg
           IF fs-distreg NOT = "00"
               MOVE "Sin registro de distribucion o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-distreg
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           MOVE reg-distreg TO reg-distreg-ws
                           IF dreg-solicitante = crit-solicitante
                               PERFORM ENLAZAR-DISTRIBUCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-distreg
           END-IF.

       ENLAZAR-DISTRIBUCION.
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitudes-count
               PERFORM VARYING ev-idx FROM 1 BY 1
                       UNTIL ev-idx > 5
                       OR ev-idx > sol-clasif-count(sol-idx)
                   IF ev-corrida(sol-idx, ev-idx) = dreg-corrida
                       AND dreg-corrida > 0
                       MOVE dreg-archivo TO ev-archivo(sol-idx, ev-idx)
                       MOVE dreg-fecha
                           TO ev-dist-fecha(sol-idx, ev-idx)
                       MOVE dreg-ciclo
                           TO ev-dist-ciclo(sol-idx, ev-idx)
                       MOVE dreg-estado
                           TO ev-dist-estado(sol-idx, ev-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CARGAR-CORRIDAS.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = "00"
               MOVE "Sin registro de corridas o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-corridas
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           MOVE reg-corrida TO reg-corrida-ws
                           IF corr-numero IS NUMERIC
                               AND corr-numero > 0
                               AND corr-fecha IS NUMERIC
                               AND corr-fecha > 0
                               PERFORM ENLAZAR-CORRIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-corridas
           END-IF.

       ENLAZAR-CORRIDA.
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitudes-count
               PERFORM VARYING ev-idx FROM 1 BY 1
                       UNTIL ev-idx > 5
                       OR ev-idx > sol-clasif-count(sol-idx)
                   IF ev-corrida(sol-idx, ev-idx) = corr-numero
                       AND ev-periodo(sol-idx, ev-idx) = 0
                       MOVE corr-fecha(1:6)
                           TO ev-periodo(sol-idx, ev-idx)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CARGAR-FACTURAS.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-factreg
           IF fs-factreg NOT = "00"
               MOVE "Sin registro de facturas o no se pudo abrir"
                   TO reg-rastrep
               WRITE reg-rastrep
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-factreg
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           ADD 1 TO cnt-leidos
                           MOVE reg-factreg TO reg-factreg-ws
                           IF fac-es-factura
                               AND fac-solicitante = crit-solicitante
                               AND facturas-count < 200
                               ADD 1 TO facturas-count
                               MOVE fac-numero
                                   TO tfac-numero(facturas-count)
                               MOVE fac-periodo
                                   TO tfac-periodo(facturas-count)
                               MOVE fac-corrida-desde
                                   TO tfac-corrida-desde(facturas-count)
                               MOVE fac-corrida-hasta
                                   TO tfac-corrida-hasta(facturas-count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-factreg
           END-IF.

       UBICAR-FACTURA.
           MOVE 0 TO tfac-hallada
           PERFORM VARYING tfac-idx FROM 1 BY 1
                   UNTIL tfac-idx > facturas-count
                   OR tfac-hallada > 0
               IF ev-corrida(sol-idx, ev-idx)
                       >= tfac-corrida-desde(tfac-idx)
                   AND ev-corrida(sol-idx, ev-idx)
                       <= tfac-corrida-hasta(tfac-idx)
                   MOVE tfac-idx TO tfac-hallada
               END-IF
           END-PERFORM.

       ESCRIBIR-SOLICITUD.
           MOVE SPACES TO linea-rast
           STRING "Solicitud: numero " FUNCTION TRIM(sol-clave(sol-idx))
               "  solicitante " crit-solicitante
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           MOVE SPACES TO linea-rast
           MOVE 1 TO rast-ptr
           EVALUATE sol-rech-fuente(sol-idx)
               WHEN 'P'
                   MOVE sol-rech-edad(sol-idx) TO edad-ed
                   STRING "  Edicion:       rechazada codigo "
                       DELIMITED BY SIZE
                       sol-rech-codigo(sol-idx) DELIMITED BY SIZE
                       ", pendiente hace " DELIMITED BY SIZE
                       FUNCTION TRIM(edad-ed) DELIMITED BY SIZE
                       " dias" DELIMITED BY SIZE
                       INTO linea-rast
                       WITH POINTER rast-ptr
               WHEN 'R'
                   STRING "  Edicion:       rechazada codigo "
                       DELIMITED BY SIZE
                       sol-rech-codigo(sol-idx) DELIMITED BY SIZE
                       " en la ultima edicion" DELIMITED BY SIZE
                       INTO linea-rast
                       WITH POINTER rast-ptr
               WHEN OTHER
                   STRING "  Edicion:       sin rechazo registrado"
                       DELIMITED BY SIZE
                       INTO linea-rast
                       WITH POINTER rast-ptr
           END-EVALUATE
           WRITE reg-rastrep FROM linea-rast
           IF sol-reparado-sw(sol-idx) = 'S'
               MOVE "  Reparacion:    reenviada por REPARAR_RECHAZOS"
                   TO linea-rast
               WRITE reg-rastrep FROM linea-rast
           END-IF
           IF sol-clasif-count(sol-idx) = 0
               MOVE "  Clasificacion: sin clasificacion registrada"
                   TO linea-rast
               WRITE reg-rastrep FROM linea-rast
               MOVE 0 TO ev-ultimo
           ELSE
               IF sol-clasif-count(sol-idx) > 5
                   MOVE 5 TO ev-ultimo
                   MOVE SPACES TO linea-rast
                   COMPUTE cnt-ed = sol-clasif-count(sol-idx) - 5
                   STRING "  (" FUNCTION TRIM(cnt-ed)
                       " clasificaciones anteriores no listadas)"
                       DELIMITED BY SIZE INTO linea-rast
                   WRITE reg-rastrep FROM linea-rast
               ELSE
                   MOVE sol-clasif-count(sol-idx) TO ev-ultimo
               END-IF
               PERFORM VARYING ev-idx FROM 1 BY 1
                       UNTIL ev-idx > ev-ultimo
                   PERFORM ESCRIBIR-EVENTO
               END-PERFORM
           END-IF
           PERFORM DETERMINAR-DETENCION
           MOVE SPACES TO linea-rast
           IF detenida
               ADD 1 TO cnt-detenidas
               STRING "  Estado:        *** DETENIDA: "
                   motivo-detencion
                   DELIMITED BY SIZE INTO linea-rast
           ELSE
               ADD 1 TO cnt-completas
               STRING "  Estado:        " motivo-detencion
                   DELIMITED BY SIZE INTO linea-rast
           END-IF
           WRITE reg-rastrep FROM linea-rast
           MOVE SPACES TO reg-rastrep
           WRITE reg-rastrep.

       ESCRIBIR-EVENTO.
           MOVE SPACES TO linea-rast
           MOVE 1 TO rast-ptr
           MOVE ev-corrida(sol-idx, ev-idx) TO corrida-ed
           STRING "  Clasificacion: corrida " DELIMITED BY SIZE
               FUNCTION TRIM(corrida-ed) DELIMITED BY SIZE
               " el " DELIMITED BY SIZE
               ev-fecha-hora(sol-idx, ev-idx) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ev-res(sol-idx, ev-idx) DELIMITED BY SIZE
               INTO linea-rast
               WITH POINTER rast-ptr
           WRITE reg-rastrep FROM linea-rast
           MOVE SPACES TO linea-rast
           MOVE 1 TO rast-ptr
           IF ev-archivo(sol-idx, ev-idx) = SPACES
               STRING "    Distribucion: sin distribucion registrada"
                   DELIMITED BY SIZE
                   INTO linea-rast
                   WITH POINTER rast-ptr
           ELSE
               STRING "    Distribucion: " DELIMITED BY SIZE
                   ev-archivo(sol-idx, ev-idx) DELIMITED BY SIZE
                   " del " DELIMITED BY SIZE
                   ev-dist-fecha(sol-idx, ev-idx) DELIMITED BY SIZE
                   " ciclo " DELIMITED BY SIZE
                   ev-dist-ciclo(sol-idx, ev-idx) DELIMITED BY SIZE
                   INTO linea-rast
                   WITH POINTER rast-ptr
               IF ev-dist-estado(sol-idx, ev-idx) = 'X'
                   STRING " (con excepcion en el manifiesto)"
                       DELIMITED BY SIZE
                       INTO linea-rast
                       WITH POINTER rast-ptr
               END-IF
           END-IF
           WRITE reg-rastrep FROM linea-rast
           MOVE SPACES TO linea-rast
           IF ev-res(sol-idx, ev-idx)(1:13) = "Clasificacion"
               MOVE "    Facturacion:  no facturable (indeterminada)"
                   TO linea-rast
           ELSE
               PERFORM UBICAR-FACTURA
               IF tfac-hallada > 0
                   MOVE tfac-numero(tfac-hallada) TO numero-doc-ed
                   STRING "    Facturacion:  factura "
                       FUNCTION TRIM(numero-doc-ed)
                       ", periodo "
                       tfac-periodo(tfac-hallada)
                       DELIMITED BY SIZE INTO linea-rast
               ELSE
                   IF ev-periodo(sol-idx, ev-idx) > 0
                       STRING "    Facturacion:  periodo "
                           ev-periodo(sol-idx, ev-idx)
                           ", sin factura contabilizada"
                           DELIMITED BY SIZE INTO linea-rast
                   ELSE
                       STRING "    Facturacion:  periodo desconocido "
                           "(corrida sin registro en RUNREG), sin "
                           "factura contabilizada"
                           DELIMITED BY SIZE INTO linea-rast
                   END-IF
               END-IF
           END-IF
           WRITE reg-rastrep FROM linea-rast.

       DETERMINAR-DETENCION.
           MOVE 'N' TO detenida-sw
           MOVE SPACES TO motivo-detencion
           IF ev-ultimo = 0
               MOVE 'S' TO detenida-sw
               EVALUATE TRUE
                   WHEN sol-reparado-sw(sol-idx) = 'S'
                       MOVE "reparada y reenviada, sin clasificar"
                           TO motivo-detencion
                   WHEN sol-rech-fuente(sol-idx) NOT = SPACES
                       MOVE "rechazada y nunca reparada"
                           TO motivo-detencion
                   WHEN OTHER
                       MOVE "sin rastro de clasificacion"
                           TO motivo-detencion
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN ev-res(sol-idx, ev-ultimo)(1:13)
                           = "Clasificacion"
                           AND sol-revision-sw(sol-idx) = 'S'
                       MOVE 'S' TO detenida-sw
                       MOVE "indeterminada, en cola de revision"
                           TO motivo-detencion
                   WHEN ev-archivo(sol-idx, ev-ultimo) = SPACES
                       MOVE 'S' TO detenida-sw
                       MOVE "clasificada pero ausente del manifiesto"
                           TO motivo-detencion
                   WHEN ev-dist-estado(sol-idx, ev-ultimo) = 'X'
                       MOVE 'S' TO detenida-sw
                       MOVE "distribuida con excepcion en el manifiesto"
                           TO motivo-detencion
                   WHEN OTHER
                       MOVE "completa" TO motivo-detencion
               END-EVALUATE
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE solicitudes-count TO cnt-ed
           MOVE SPACES TO linea-rast
           STRING "Solicitudes rastreadas: " cnt-ed
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           MOVE cnt-completas TO cnt-ed
           MOVE SPACES TO linea-rast
           STRING "Completas:              " cnt-ed
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           MOVE cnt-detenidas TO cnt-ed
           MOVE SPACES TO linea-rast
           STRING "Detenidas:              " cnt-ed
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           MOVE cnt-leidos TO cnt-ed
           MOVE SPACES TO linea-rast
           STRING "Registros examinados:   " cnt-ed
               DELIMITED BY SIZE INTO linea-rast
           WRITE reg-rastrep FROM linea-rast
           IF desbordados > 0
               MOVE desbordados TO cnt-ed
               MOVE SPACES TO linea-rast
               STRING "Registros fuera de tabla: " cnt-ed
                   DELIMITED BY SIZE INTO linea-rast
               WRITE reg-rastrep FROM linea-rast
           END-IF.
       END PROGRAM RASTREAR_SOLICITUD.
