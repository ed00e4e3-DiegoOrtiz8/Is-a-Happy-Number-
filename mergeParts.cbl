       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSIONAR_PARTICIONES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-particiones ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-particiones.
           SELECT archivo-ctl-partes ASSIGN TO "CTLPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ctl-partes.
           SELECT archivo-sal-partes ASSIGN TO "SALEPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-sal-partes.
           SELECT archivo-ext-partes ASSIGN TO "EXTRPART"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-ext-partes.
           SELECT archivo-salida ASSIGN TO "OUTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-salida.
           SELECT archivo-extracto ASSIGN TO "EXTRACTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-extracto.
           SELECT archivo-control ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-control.
           SELECT archivo-corridas ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-corridas.
           SELECT archivo-feedreg ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feedreg.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-id
               FILE STATUS IS fs-operadores.
           SELECT archivo-fusrep ASSIGN TO "FUSREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-fusrep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-particiones.
       01 reg-particion PIC X(80).
       FD archivo-ctl-partes.
       01 reg-ctl-parte PIC X(120).
       FD archivo-sal-partes.
       01 reg-sal-parte PIC X(100).
       FD archivo-ext-partes.
       01 reg-ext-parte PIC X(120).
       FD archivo-salida.
       01 reg-salida PIC X(100).
       FD archivo-extracto.
       01 reg-extracto PIC X(120).
       FD archivo-control.
       01 reg-control PIC X(120).
       FD archivo-corridas.
       01 reg-corrida PIC X(40).
       FD archivo-feedreg.
       01 reg-feed PIC X(30).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-fusrep.
       01 reg-fusrep PIC X(100).
       WORKING-STORAGE SECTION.
       01 fs-particiones PIC XX.
       01 fs-ctl-partes PIC XX.
       01 fs-sal-partes PIC XX.
       01 fs-ext-partes PIC XX.
       01 fs-salida PIC XX.
       01 fs-extracto PIC XX.
       01 fs-control PIC XX.
       01 fs-corridas PIC XX.
       01 fs-feedreg PIC XX.
       01 fs-operadores PIC XX.
       01 fs-fusrep PIC XX.
       COPY PARTFELIZ.
       COPY CTLFELIZ.
       COPY FEEDREG.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 maestro-disponible-sw PIC X VALUE 'N'.
           88 maestro-disponible VALUE 'S'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 fin-archivo-sw PIC X VALUE 'N'.
           88 fin-archivo VALUE 'S'.
       01 cabecera-leida-sw PIC X VALUE 'N'.
           88 cabecera-leida VALUE 'S'.
       01 ya-fusionada-sw PIC X VALUE 'N'.
           88 ya-fusionada VALUE 'S'.
       01 secuencia-hallada-sw PIC X VALUE 'N'.
           88 secuencia-hallada VALUE 'S'.
       01 corrida-part PIC 9(9) VALUE 0.
       01 fecha-part PIC 9(8) VALUE 0.
       01 ciclo-part PIC 9(1) VALUE 0.
       01 particiones PIC 9(1) VALUE 0.
       01 registros-part PIC 9(9) VALUE 0.
       01 hash-part PIC 9(18) VALUE 0.
       01 tabla-partes.
           05 prt-ent OCCURS 8 TIMES.
               10 prt-registros PIC 9(9).
               10 prt-hash PIC 9(18).
               10 prt-control-sw PIC X.
                   88 prt-con-control VALUE 'S'.
               10 prt-control PIC X(120).
               10 prt-hdr-sw PIC X.
                   88 prt-con-hdr VALUE 'S'.
               10 prt-trl-sw PIC X.
                   88 prt-con-trl VALUE 'S'.
               10 prt-ext-conteo PIC 9(9).
               10 prt-ext-hash PIC 9(18).
               10 prt-trl-conteo PIC 9(9).
               10 prt-trl-hash PIC 9(18).
               10 prt-relanzar-sw PIC X.
                   88 prt-relanzar VALUE 'S'.
       01 prt-idx PIC 9(1).
       01 prt-actual PIC 9(1) VALUE 0.
       01 ext-marca PIC X(4).
       01 ext-campo-1 PIC X(36).
       01 ext-campo-2 PIC X(18).
       01 hdr-corrida-str PIC X(9).
       01 hdr-ciclo-str PIC X(1).
       01 hdr-particion-str PIC X(1).
       01 tot-salto PIC 9(9) VALUE 0.
       01 tot-leidos PIC 9(9) VALUE 0.
       01 tot-escritos PIC 9(9) VALUE 0.
       01 tot-auditadas PIC 9(9) VALUE 0.
       01 tot-extracto PIC 9(9) VALUE 0.
       01 tot-indeterminados PIC 9(9) VALUE 0.
       01 tot-fecha-ini PIC 9(8) VALUE 0.
       01 hash-total PIC 9(18) VALUE 0.
       01 esperado PIC 9(9).
       01 trailer-conteo PIC 9(9) VALUE 0.
       01 trailer-hash PIC 9(18) VALUE 0.
       01 cnt-salida PIC 9(9) VALUE 0.
       01 cnt-extracto PIC 9(9) VALUE 0.
       01 cnt-ajenos PIC 9(9) VALUE 0.
       01 cnt-excepciones PIC 9(3) VALUE 0.
       01 secuencia-feed PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 esperado-ed PIC Z(8)9.
       01 fecha-hora-actual PIC X(21).
       01 linea-fus PIC X(100).
       01 fus-ptr PIC 9(4).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-fusrep
           IF fs-fusrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de fusion. "
                   "Status " fs-fusrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-operadores
           IF fs-operadores = "00"
               MOVE 'S' TO maestro-disponible-sw
           ELSE
               DISPLAY "Aviso: maestro de operadores no "
                   "disponible. Status " fs-operadores
               DISPLAY "Validacion de operador omitida"
           END-IF
           PERFORM LEER-OPERADOR-ID
           IF maestro-disponible
               CLOSE archivo-operadores
           END-IF
           IF NOT operador-valido
               DISPLAY "Operador no autorizado para lotes: "
                   operador-id
               MOVE "Operador no autorizado para lotes"
                   TO reg-fusrep
               WRITE reg-fusrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM LEER-PARTCTL
           IF NOT cabecera-leida
               MOVE "PARTCTL sin registro de cabecera: no hay "
                   TO reg-fusrep
               WRITE reg-fusrep
               MOVE "  corrida particionada que fusionar"
                   TO reg-fusrep
               WRITE reg-fusrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF fecha-part = 0
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE fecha-hora-actual(1:8) TO fecha-part
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM VERIFICAR-CORRIDA
           IF ya-fusionada
               MOVE SPACES TO linea-fus
               STRING "La corrida " corrida-part
                   " ya fue fusionada: RUNREG tiene su cierre"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM INVALIDAR-CONTROL
           PERFORM LEER-CONTROLES-PARTICION
           PERFORM VERIFICAR-CONTROLES
           PERFORM VERIFICAR-EXTRACTOS
           IF cnt-excepciones > 0
               PERFORM LISTAR-RELANZAMIENTOS
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM COPIAR-SALIDA
           IF cnt-excepciones > 0
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM ESCRIBIR-EXTRACTO
           IF cnt-excepciones > 0
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-CORRIDA-REG
           PERFORM ESCRIBIR-RESUMEN
           CLOSE archivo-fusrep
           STOP RUN.

       TERMINAR-CON-ERROR.
           MOVE "Fusion no realizada" TO reg-fusrep
           WRITE reg-fusrep
           CLOSE archivo-fusrep
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       LEER-OPERADOR-ID.
           MOVE SPACES TO operador-id
           ACCEPT operador-id FROM COMMAND-LINE
           IF operador-id = SPACES
               MOVE "OPER01" TO operador-id
           END-IF
           IF NOT maestro-disponible
               MOVE 'S' TO operador-valido-sw
           ELSE
               MOVE operador-id TO oper-id
               READ archivo-operadores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF oper-estado = 'A'
                           AND oper-perm-lote = 'S'
                           MOVE 'S' TO operador-valido-sw
                       END-IF
               END-READ
           END-IF.

       LEER-PARTCTL.
           MOVE 'N' TO cabecera-leida-sw
           PERFORM VARYING prt-idx FROM 1 BY 1 UNTIL prt-idx > 8
               MOVE 0 TO prt-registros(prt-idx)
               MOVE 0 TO prt-hash(prt-idx)
               MOVE 'N' TO prt-control-sw(prt-idx)
               MOVE SPACES TO prt-control(prt-idx)
               MOVE 'N' TO prt-hdr-sw(prt-idx)
               MOVE 'N' TO prt-trl-sw(prt-idx)
               MOVE 0 TO prt-ext-conteo(prt-idx)
               MOVE 0 TO prt-ext-hash(prt-idx)
               MOVE 0 TO prt-trl-conteo(prt-idx)
               MOVE 0 TO prt-trl-hash(prt-idx)
               MOVE 'N' TO prt-relanzar-sw(prt-idx)
           END-PERFORM
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-particiones
           IF fs-particiones NOT = "00"
               DISPLAY "Error: no se pudo abrir PARTCTL. Status "
                   fs-particiones
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-particiones
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       MOVE reg-particion TO reg-particion-ws
                       PERFORM ACEPTAR-PARTICION
               END-READ
           END-PERFORM
           IF fs-particiones = "10" OR fs-particiones = "00"
               CLOSE archivo-particiones
           END-IF.

       ACEPTAR-PARTICION.
           EVALUATE TRUE
               WHEN part-es-cabecera AND NOT cabecera-leida
                   IF part-corrida IS NUMERIC
                       AND part-ciclo IS NUMERIC
                       AND part-particiones IS NUMERIC
                       AND part-registros IS NUMERIC
                       AND part-hash IS NUMERIC
                       AND part-particiones > 0
                       MOVE 'S' TO cabecera-leida-sw
                       MOVE part-corrida TO corrida-part
                       MOVE part-ciclo TO ciclo-part
                       MOVE part-particiones TO particiones
                       MOVE part-registros TO registros-part
                       MOVE part-hash TO hash-part
                       IF part-fecha IS NUMERIC
                           MOVE part-fecha TO fecha-part
                       END-IF
                   END-IF
               WHEN part-es-particion AND cabecera-leida
                   IF part-particion IS NUMERIC
                       AND part-particion > 0
                       AND part-particion <= particiones
                       AND part-registros IS NUMERIC
                       AND part-hash IS NUMERIC
                       MOVE part-registros
                           TO prt-registros(part-particion)
                       MOVE part-hash TO prt-hash(part-particion)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBIR-ENCABEZADO.
           MOVE "Fusion de la corrida particionada NUMFELIZ"
               TO reg-fusrep
           WRITE reg-fusrep
           MOVE SPACES TO linea-fus
           MOVE 1 TO fus-ptr
           MOVE corrida-part TO cnt-ed
           STRING "Corrida " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " ciclo " DELIMITED BY SIZE
               ciclo-part DELIMITED BY SIZE
               " particiones " DELIMITED BY SIZE
               particiones DELIMITED BY SIZE
               "  Operador: " DELIMITED BY SIZE
               operador-id DELIMITED BY SIZE
               INTO linea-fus
               WITH POINTER fus-ptr
           WRITE reg-fusrep FROM linea-fus
           MOVE SPACES TO linea-fus
           MOVE registros-part TO cnt-ed
           STRING "Registros de NUMENTRA segun PARTCTL: " cnt-ed
               DELIMITED BY SIZE INTO linea-fus
           WRITE reg-fusrep FROM linea-fus.

       VERIFICAR-CORRIDA.
           MOVE 'N' TO ya-fusionada-sw
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = "00"
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-corridas
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       MOVE reg-corrida TO reg-corrida-ws
                       IF corr-numero = corrida-part
                           AND corr-estado = 'F'
                           AND corr-modo = 'P'
                           MOVE 'S' TO ya-fusionada-sw
                       END-IF
               END-READ
           END-PERFORM
           IF fs-corridas = "10" OR fs-corridas = "00"
               CLOSE archivo-corridas
           END-IF.

       INVALIDAR-CONTROL.
           OPEN OUTPUT archivo-control
           IF fs-control NOT = "00"
               DISPLAY "Aviso: no se pudo limpiar totales de "
                   "control. Status " fs-control
           ELSE
               CLOSE archivo-control
           END-IF.

       LEER-CONTROLES-PARTICION.
           MOVE 0 TO cnt-ajenos
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-ctl-partes
           IF fs-ctl-partes NOT = "00"
               MOVE "No se pudo abrir CTLPART" TO reg-fusrep
               WRITE reg-fusrep
               ADD 1 TO cnt-excepciones
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-ctl-partes
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       MOVE reg-ctl-parte TO reg-control-ws
                       PERFORM ACEPTAR-CONTROL-PARTICION
               END-READ
           END-PERFORM
           IF fs-ctl-partes = "10" OR fs-ctl-partes = "00"
               CLOSE archivo-ctl-partes
           END-IF
           IF cnt-ajenos > 0
               MOVE SPACES TO linea-fus
               MOVE cnt-ajenos TO cnt-ed
               STRING "CTLPART: " cnt-ed " registros de otra "
                   "corrida, ciclo o particion ignorados"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
           END-IF.

       ACEPTAR-CONTROL-PARTICION.
           IF ctl-particion NOT NUMERIC
               MOVE 0 TO ctl-particion
           END-IF
           IF ctl-particiones NOT NUMERIC
               MOVE 0 TO ctl-particiones
           END-IF
           IF ctl-ciclo NOT NUMERIC OR ctl-ciclo = 0
               MOVE 1 TO ctl-ciclo
           END-IF
           IF ctl-corrida NOT = corrida-part
               OR ctl-ciclo NOT = ciclo-part
               OR ctl-particiones NOT = particiones
               OR ctl-particion = 0
               OR ctl-particion > particiones
               ADD 1 TO cnt-ajenos
           ELSE
               IF prt-con-control(ctl-particion)
                   MOVE SPACES TO linea-fus
                   STRING "CTLPART: particion " ctl-particion
                       " con mas de un registro de control"
                       DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   ADD 1 TO cnt-excepciones
               ELSE
                   MOVE 'S' TO prt-control-sw(ctl-particion)
                   MOVE reg-control-ws TO prt-control(ctl-particion)
               END-IF
           END-IF.

       VERIFICAR-CONTROLES.
           MOVE 0 TO tot-salto
           MOVE 0 TO tot-leidos
           MOVE 0 TO tot-escritos
           MOVE 0 TO tot-auditadas
           MOVE 0 TO tot-extracto
           MOVE 0 TO tot-indeterminados
           MOVE 0 TO tot-fecha-ini
           MOVE 0 TO hash-total
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               IF NOT prt-con-control(prt-idx)
                   MOVE SPACES TO linea-fus
                   STRING "Particion " prt-idx
                       ": sin totales de control, la corrida no "
                       "termino" DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   MOVE 'S' TO prt-relanzar-sw(prt-idx)
                   ADD 1 TO cnt-excepciones
               ELSE
                   MOVE prt-control(prt-idx) TO reg-control-ws
                   PERFORM VERIFICAR-CONTROL-PARTICION
               END-IF
               COMPUTE hash-total = FUNCTION MOD(hash-total
                   + prt-hash(prt-idx), 10 ** 18)
           END-PERFORM
           IF hash-total NOT = hash-part
               MOVE "PARTCTL: el hash de las particiones no suma "
                   TO reg-fusrep
               WRITE reg-fusrep
               MOVE "  el de la cabecera - repetir la particion"
                   TO reg-fusrep
               WRITE reg-fusrep
               ADD 1 TO cnt-excepciones
           END-IF.

       VERIFICAR-CONTROL-PARTICION.
           IF ctl-indeterminados NOT NUMERIC
               MOVE 0 TO ctl-indeterminados
           END-IF
           COMPUTE esperado = ctl-salto + ctl-leidos
           IF esperado NOT = prt-registros(prt-idx)
               MOVE SPACES TO linea-fus
               MOVE esperado TO cnt-ed
               MOVE prt-registros(prt-idx) TO esperado-ed
               STRING "Particion " prt-idx ": " cnt-ed
                   " registros procesados, " esperado-ed
                   " repartidos" DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
               MOVE 'S' TO prt-relanzar-sw(prt-idx)
               ADD 1 TO cnt-excepciones
           END-IF
           IF ctl-leidos NOT = ctl-escritos
               OR ctl-leidos NOT = ctl-extracto
               MOVE SPACES TO linea-fus
               STRING "Particion " prt-idx
                   ": leidos, escritos y extracto difieren"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
               MOVE 'S' TO prt-relanzar-sw(prt-idx)
               ADD 1 TO cnt-excepciones
           END-IF
           ADD ctl-salto TO tot-salto
           ADD ctl-leidos TO tot-leidos
           ADD ctl-escritos TO tot-escritos
           ADD ctl-auditadas TO tot-auditadas
           ADD ctl-extracto TO tot-extracto
           ADD ctl-indeterminados TO tot-indeterminados
           IF tot-fecha-ini = 0 OR ctl-fecha-ini < tot-fecha-ini
               MOVE ctl-fecha-ini TO tot-fecha-ini
           END-IF.

       VERIFICAR-EXTRACTOS.
           MOVE 0 TO prt-actual
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-ext-partes
           IF fs-ext-partes NOT = "00"
               MOVE "No se pudo abrir EXTRPART" TO reg-fusrep
               WRITE reg-fusrep
               ADD 1 TO cnt-excepciones
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-ext-partes
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       PERFORM CLASIFICAR-EXTRACTO-PARTE
               END-READ
           END-PERFORM
           IF fs-ext-partes = "10" OR fs-ext-partes = "00"
               CLOSE archivo-ext-partes
           END-IF
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               IF prt-con-control(prt-idx)
                   PERFORM VERIFICAR-EXTRACTO-PARTICION
               END-IF
           END-PERFORM.

       CLASIFICAR-EXTRACTO-PARTE.
           MOVE reg-ext-parte(1:4) TO ext-marca
           EVALUATE ext-marca
               WHEN "HDR|"
                   MOVE SPACES TO ext-campo-1
                   MOVE SPACES TO ext-campo-2
                   MOVE SPACES TO hdr-corrida-str
                   MOVE SPACES TO hdr-ciclo-str
                   MOVE SPACES TO hdr-particion-str
                   UNSTRING reg-ext-parte DELIMITED BY "|"
                       INTO ext-marca ext-campo-1 ext-campo-2
                           hdr-corrida-str hdr-ciclo-str
                           hdr-particion-str
                   END-UNSTRING
                   MOVE 0 TO prt-actual
                   IF FUNCTION NUMVAL(hdr-corrida-str) = corrida-part
                       AND hdr-particion-str >= '1'
                       AND hdr-particion-str <= '8'
                       MOVE hdr-particion-str TO prt-actual
                   END-IF
                   IF prt-actual = 0 OR prt-actual > particiones
                       MOVE 0 TO prt-actual
                       MOVE "EXTRPART: HDR de otra corrida o sin "
                           TO reg-fusrep
                       WRITE reg-fusrep
                       MOVE "  particion - extracto ignorado"
                           TO reg-fusrep
                       WRITE reg-fusrep
                       ADD 1 TO cnt-excepciones
                   ELSE
                       IF prt-con-hdr(prt-actual)
                           MOVE SPACES TO linea-fus
                           STRING "EXTRPART: particion " prt-actual
                               " con mas de un HDR"
                               DELIMITED BY SIZE INTO linea-fus
                           WRITE reg-fusrep FROM linea-fus
                           MOVE 'S' TO prt-relanzar-sw(prt-actual)
                           ADD 1 TO cnt-excepciones
                       END-IF
                       MOVE 'S' TO prt-hdr-sw(prt-actual)
                   END-IF
               WHEN "TRL|"
                   IF prt-actual > 0
                       MOVE SPACES TO ext-marca
                       MOVE SPACES TO ext-campo-1
                       MOVE SPACES TO ext-campo-2
                       UNSTRING reg-ext-parte DELIMITED BY "|"
                           INTO ext-marca ext-campo-1 ext-campo-2
                       END-UNSTRING
                       MOVE 'S' TO prt-trl-sw(prt-actual)
                       MOVE FUNCTION NUMVAL(ext-campo-1)
                           TO prt-trl-conteo(prt-actual)
                       MOVE FUNCTION NUMVAL(ext-campo-2)
                           TO prt-trl-hash(prt-actual)
                   END-IF
               WHEN OTHER
                   IF prt-actual > 0
                       MOVE SPACES TO ext-campo-1
                       UNSTRING reg-ext-parte DELIMITED BY "|"
                           INTO ext-campo-1
                       END-UNSTRING
                       ADD 1 TO prt-ext-conteo(prt-actual)
                       COMPUTE prt-ext-hash(prt-actual)
                           = FUNCTION MOD(prt-ext-hash(prt-actual)
                           + FUNCTION NUMVAL(ext-campo-1), 10 ** 18)
                   END-IF
           END-EVALUATE.

       VERIFICAR-EXTRACTO-PARTICION.
           MOVE prt-control(prt-idx) TO reg-control-ws
           COMPUTE esperado = ctl-salto + ctl-extracto
           MOVE prt-trl-conteo(prt-idx) TO trailer-conteo
           MOVE prt-trl-hash(prt-idx) TO trailer-hash
           EVALUATE TRUE
               WHEN NOT prt-con-hdr(prt-idx)
                   MOVE SPACES TO linea-fus
                   STRING "Particion " prt-idx
                       ": EXTRACTO sin registro HDR"
                       DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   MOVE 'S' TO prt-relanzar-sw(prt-idx)
                   ADD 1 TO cnt-excepciones
               WHEN NOT prt-con-trl(prt-idx)
                   MOVE SPACES TO linea-fus
                   STRING "Particion " prt-idx
                       ": EXTRACTO sin registro TRL"
                       DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   MOVE 'S' TO prt-relanzar-sw(prt-idx)
                   ADD 1 TO cnt-excepciones
               WHEN trailer-conteo NOT = prt-ext-conteo(prt-idx)
                       OR trailer-conteo NOT = esperado
                   MOVE SPACES TO linea-fus
                   MOVE prt-ext-conteo(prt-idx) TO cnt-ed
                   MOVE trailer-conteo TO esperado-ed
                   STRING "Particion " prt-idx ": EXTRACTO con "
                       cnt-ed " detalles, " esperado-ed
                       " en trailer" DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   MOVE 'S' TO prt-relanzar-sw(prt-idx)
                   ADD 1 TO cnt-excepciones
               WHEN trailer-hash NOT = prt-ext-hash(prt-idx)
                       OR trailer-hash NOT = prt-hash(prt-idx)
                   MOVE SPACES TO linea-fus
                   STRING "Particion " prt-idx
                       ": hash del EXTRACTO no coincide con el "
                       "repartido" DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
                   MOVE 'S' TO prt-relanzar-sw(prt-idx)
                   ADD 1 TO cnt-excepciones
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LISTAR-RELANZAMIENTOS.
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               IF prt-relanzar(prt-idx)
                   MOVE SPACES TO linea-fus
                   STRING "  Relanzar NUMSTRM con PARTE=" prt-idx
                       DELIMITED BY SIZE INTO linea-fus
                   WRITE reg-fusrep FROM linea-fus
               END-IF
           END-PERFORM
           MOVE SPACES TO linea-fus
           MOVE cnt-excepciones TO cnt-ed
           STRING "Excepciones: " cnt-ed
               DELIMITED BY SIZE INTO linea-fus
           WRITE reg-fusrep FROM linea-fus.

       COPIAR-SALIDA.
           MOVE 0 TO cnt-salida
           OPEN INPUT archivo-sal-partes
           IF fs-sal-partes NOT = "00"
               MOVE "No se pudo abrir SALEPART" TO reg-fusrep
               WRITE reg-fusrep
               ADD 1 TO cnt-excepciones
           ELSE
               OPEN OUTPUT archivo-salida
               IF fs-salida NOT = "00"
                   DISPLAY "Error: no se pudo abrir archivo de "
                       "salida. Status " fs-salida
                   MOVE "No se pudo abrir NUMSALE" TO reg-fusrep
                   WRITE reg-fusrep
                   ADD 1 TO cnt-excepciones
               ELSE
                   MOVE 'N' TO fin-archivo-sw
                   PERFORM UNTIL fin-archivo
                       READ archivo-sal-partes
                           AT END
                               MOVE 'S' TO fin-archivo-sw
                           NOT AT END
                               WRITE reg-salida FROM reg-sal-parte
                               ADD 1 TO cnt-salida
                       END-READ
                   END-PERFORM
                   CLOSE archivo-salida
               END-IF
               CLOSE archivo-sal-partes
           END-IF
           COMPUTE esperado = tot-salto + tot-escritos
           IF cnt-excepciones = 0 AND cnt-salida NOT = esperado
               MOVE SPACES TO linea-fus
               MOVE cnt-salida TO cnt-ed
               MOVE esperado TO esperado-ed
               STRING "SALEPART: " cnt-ed " registros, "
                   esperado-ed " segun control"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
               ADD 1 TO cnt-excepciones
           END-IF.

       ESCRIBIR-EXTRACTO.
           MOVE 0 TO cnt-extracto
           OPEN INPUT archivo-ext-partes
           IF fs-ext-partes NOT = "00"
               MOVE "No se pudo reabrir EXTRPART" TO reg-fusrep
               WRITE reg-fusrep
               ADD 1 TO cnt-excepciones
           ELSE
               OPEN OUTPUT archivo-extracto
               IF fs-extracto NOT = "00"
                   DISPLAY "Error: no se pudo abrir archivo de "
                       "extracto. Status " fs-extracto
                   MOVE "No se pudo abrir EXTRACTO" TO reg-fusrep
                   WRITE reg-fusrep
                   ADD 1 TO cnt-excepciones
               ELSE
                   PERFORM EMITIR-SECUENCIA-FEED
                   PERFORM ESCRIBIR-HEADER-EXTRACTO
                   MOVE 'N' TO fin-archivo-sw
                   PERFORM UNTIL fin-archivo
                       READ archivo-ext-partes
                           AT END
                               MOVE 'S' TO fin-archivo-sw
                           NOT AT END
                               IF reg-ext-parte(1:4) NOT = "HDR|"
                                   AND reg-ext-parte(1:4) NOT = "TRL|"
                                   WRITE reg-extracto
                                       FROM reg-ext-parte
                                   ADD 1 TO cnt-extracto
                               END-IF
                       END-READ
                   END-PERFORM
                   PERFORM ESCRIBIR-TRAILER-EXTRACTO
                   CLOSE archivo-extracto
               END-IF
               CLOSE archivo-ext-partes
           END-IF.

       EMITIR-SECUENCIA-FEED.
           MOVE 0 TO secuencia-feed
           MOVE 'N' TO secuencia-hallada-sw
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-feedreg
           IF fs-feedreg NOT = "00"
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-feedreg
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       MOVE reg-feed TO reg-feed-ws
                       IF feed-corrida = corrida-part
                           AND NOT secuencia-hallada
                           MOVE 'S' TO secuencia-hallada-sw
                           MOVE feed-secuencia TO secuencia-feed
                       END-IF
                       IF feed-secuencia > secuencia-feed
                           AND NOT secuencia-hallada
                           MOVE feed-secuencia TO secuencia-feed
                       END-IF
               END-READ
           END-PERFORM
           IF fs-feedreg = "10" OR fs-feedreg = "00"
               CLOSE archivo-feedreg
           END-IF
           IF NOT secuencia-hallada
               ADD 1 TO secuencia-feed
               OPEN EXTEND archivo-feedreg
               IF fs-feedreg = "35"
                   OPEN OUTPUT archivo-feedreg
               END-IF
               IF fs-feedreg NOT = "00"
                   DISPLAY "Aviso: no se pudo grabar el registro de "
                       "alimentaciones. Status " fs-feedreg
               ELSE
                   MOVE secuencia-feed TO feed-secuencia
                   MOVE fecha-part TO feed-fecha
                   MOVE corrida-part TO feed-corrida
                   MOVE 'E' TO feed-estado
                   WRITE reg-feed FROM reg-feed-ws
                   CLOSE archivo-feedreg
               END-IF
           END-IF.

       ESCRIBIR-HEADER-EXTRACTO.
           MOVE SPACES TO linea-fus
           MOVE 1 TO fus-ptr
           MOVE secuencia-feed TO cnt-ed
           STRING "HDR|" DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               fecha-part DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO linea-fus
               WITH POINTER fus-ptr
           MOVE corrida-part TO cnt-ed
           STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ciclo-part DELIMITED BY SIZE
               INTO linea-fus
               WITH POINTER fus-ptr
           WRITE reg-extracto FROM linea-fus.

       ESCRIBIR-TRAILER-EXTRACTO.
           MOVE SPACES TO linea-fus
           MOVE 1 TO fus-ptr
           MOVE cnt-extracto TO cnt-ed
           STRING "TRL|" DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               hash-total DELIMITED BY SIZE
               INTO linea-fus
               WITH POINTER fus-ptr
           WRITE reg-extracto FROM linea-fus
           COMPUTE esperado = tot-salto + tot-extracto
           IF cnt-extracto NOT = esperado
               MOVE SPACES TO linea-fus
               MOVE cnt-extracto TO cnt-ed
               MOVE esperado TO esperado-ed
               STRING "EXTRACTO: " cnt-ed " detalles, "
                   esperado-ed " segun control"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
               ADD 1 TO cnt-excepciones
           END-IF.

       GRABAR-CONTROL.
           OPEN OUTPUT archivo-control
           IF fs-control NOT = "00"
               DISPLAY "Error: no se pudo grabar totales de "
                   "control. Status " fs-control
               MOVE "No se pudo grabar CTLTOT" TO reg-fusrep
               WRITE reg-fusrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           MOVE fecha-part TO ctl-fecha
           MOVE tot-fecha-ini TO ctl-fecha-ini
           MOVE operador-id TO ctl-operador
           MOVE tot-salto TO ctl-salto
           MOVE tot-leidos TO ctl-leidos
           MOVE tot-escritos TO ctl-escritos
           MOVE tot-auditadas TO ctl-auditadas
           MOVE tot-extracto TO ctl-extracto
           MOVE corrida-part TO ctl-corrida
           MOVE tot-indeterminados TO ctl-indeterminados
           MOVE ciclo-part TO ctl-ciclo
           MOVE 0 TO ctl-particion
           MOVE particiones TO ctl-particiones
           WRITE reg-control FROM reg-control-ws
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               WRITE reg-control FROM prt-control(prt-idx)
           END-PERFORM
           CLOSE archivo-control.

       GRABAR-CORRIDA-REG.
           OPEN EXTEND archivo-corridas
           IF fs-corridas = "35"
               OPEN OUTPUT archivo-corridas
           END-IF
           IF fs-corridas NOT = "00"
               DISPLAY "Aviso: no se pudo grabar el registro de "
                   "corridas. Status " fs-corridas
           ELSE
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE corrida-part TO corr-numero
               MOVE fecha-part TO corr-fecha
               MOVE fecha-hora-actual(9:6) TO corr-hora
               MOVE operador-id TO corr-operador
               MOVE 'F' TO corr-estado
               MOVE 'P' TO corr-modo
               MOVE ciclo-part TO corr-ciclo
               WRITE reg-corrida FROM reg-corrida-ws
               CLOSE archivo-corridas
           END-IF.

       ESCRIBIR-RESUMEN.
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               MOVE prt-control(prt-idx) TO reg-control-ws
               MOVE SPACES TO linea-fus
               COMPUTE esperado = ctl-salto + ctl-leidos
               MOVE esperado TO cnt-ed
               MOVE ctl-indeterminados TO esperado-ed
               STRING "  Particion " prt-idx ": " cnt-ed
                   " registros, " esperado-ed " indeterminadas"
                   DELIMITED BY SIZE INTO linea-fus
               WRITE reg-fusrep FROM linea-fus
           END-PERFORM
           MOVE SPACES TO linea-fus
           MOVE cnt-salida TO cnt-ed
           STRING "NUMSALE fusionado:       " cnt-ed
               DELIMITED BY SIZE INTO linea-fus
           WRITE reg-fusrep FROM linea-fus
           MOVE SPACES TO linea-fus
           MOVE cnt-extracto TO cnt-ed
           STRING "EXTRACTO fusionado:      " cnt-ed
               DELIMITED BY SIZE INTO linea-fus
           WRITE reg-fusrep FROM linea-fus
           MOVE SPACES TO linea-fus
           MOVE secuencia-feed TO cnt-ed
           STRING "Secuencia FEEDREG:       " cnt-ed
               DELIMITED BY SIZE INTO linea-fus
           WRITE reg-fusrep FROM linea-fus
           MOVE "Fusion completa - CTLTOT grabado con el total y "
               TO reg-fusrep
           WRITE reg-fusrep
           MOVE "  un registro por particion" TO reg-fusrep
           WRITE reg-fusrep.
       END PROGRAM FUSIONAR_PARTICIONES.
