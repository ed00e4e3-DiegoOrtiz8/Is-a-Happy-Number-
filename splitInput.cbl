       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTIR_ENTRADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-entrada ASSIGN TO "INFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-entrada.
           SELECT archivo-parte-1 ASSIGN TO "PARTE1"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-2 ASSIGN TO "PARTE2"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-3 ASSIGN TO "PARTE3"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-4 ASSIGN TO "PARTE4"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-5 ASSIGN TO "PARTE5"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-6 ASSIGN TO "PARTE6"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-7 ASSIGN TO "PARTE7"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-parte-8 ASSIGN TO "PARTE8"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-parte.
           SELECT archivo-particiones ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-particiones.
           SELECT archivo-corridas ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-corridas.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-id
               FILE STATUS IS fs-operadores.
           SELECT archivo-partrep ASSIGN TO "PARTREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-partrep.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-entrada.
       01 reg-entrada.
           05 ent-numero PIC 9(36).
           05 ent-potencia PIC X(2).
           05 ent-solicitante PIC X(8).
           05 ent-base PIC X(2).
       FD archivo-parte-1.
       01 reg-parte-1 PIC X(48).
       FD archivo-parte-2.
       01 reg-parte-2 PIC X(48).
       FD archivo-parte-3.
       01 reg-parte-3 PIC X(48).
       FD archivo-parte-4.
       01 reg-parte-4 PIC X(48).
       FD archivo-parte-5.
       01 reg-parte-5 PIC X(48).
       FD archivo-parte-6.
       01 reg-parte-6 PIC X(48).
       FD archivo-parte-7.
       01 reg-parte-7 PIC X(48).
       FD archivo-parte-8.
       01 reg-parte-8 PIC X(48).
       FD archivo-particiones.
       01 reg-particion PIC X(80).
       FD archivo-corridas.
       01 reg-corrida PIC X(40).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-partrep.
       01 reg-partrep PIC X(100).
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-entrada PIC XX.
       01 fs-parte PIC XX.
       01 fs-particiones PIC XX.
       01 fs-corridas PIC XX.
       01 fs-operadores PIC XX.
       01 fs-partrep PIC XX.
       COPY PARTFELIZ.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 maestro-disponible-sw PIC X VALUE 'N'.
           88 maestro-disponible VALUE 'S'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 fin-archivo-sw PIC X VALUE 'N'.
           88 fin-archivo VALUE 'S'.
       01 fin-corridas-sw PIC X VALUE 'N'.
           88 fin-corridas VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 error-partes-sw PIC X VALUE 'N'.
           88 error-partes VALUE 'S'.
       01 ciclo-ya-hoy-sw PIC X VALUE 'N'.
           88 ciclo-ya-hoy VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(12).
       01 operando-1 PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 particiones PIC 9(1) VALUE 0.
       01 modo-particion PIC X(1) VALUE 'S'.
           88 modo-solicitante VALUE 'S'.
           88 modo-rango VALUE 'R'.
       01 ciclo-particion PIC 9(1) VALUE 1.
       01 corrida-actual PIC 9(9) VALUE 0.
       01 fecha-hoy PIC 9(8).
       01 fecha-hora-actual PIC X(21).
       01 fs-calendario PIC XX.
       01 fecha-negocio PIC 9(8) VALUE 0.
       01 fecha-calendario PIC 9(8).
       01 hora-calendario PIC 9(4).
       01 calendario-sw PIC X VALUE 'N'.
           88 calendario-disponible VALUE 'S'.
       01 dia-calendario-sw PIC X VALUE 'N'.
           88 dia-en-calendario VALUE 'S'.
       01 dia-habil-sw PIC X VALUE 'S'.
           88 dia-habil VALUE 'S'.
       01 fin-mes-sw PIC X VALUE 'N'.
           88 fin-de-mes VALUE 'S'.
       01 fin-trimestre-sw PIC X VALUE 'N'.
           88 fin-de-trimestre VALUE 'S'.
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
       01 tabla-partes.
           05 prt-ent OCCURS 8 TIMES.
               10 prt-registros PIC 9(9).
               10 prt-hash PIC 9(18).
               10 prt-carga PIC 9(9).
               10 prt-limite PIC 9(9).
               10 prt-solicitantes PIC 9(5).
       01 prt-idx PIC 9(1).
       01 prt-destino PIC 9(1).
       01 tabla-solicitantes.
           05 sol-ent OCCURS 500 TIMES.
               10 sol-id PIC X(8).
               10 sol-conteo PIC 9(9).
               10 sol-particion PIC 9(1).
       01 solicitantes-count PIC 9(3) VALUE 0.
       01 sol-idx PIC 9(3).
       01 sol-mayor PIC 9(3).
       01 sol-encontrado-sw PIC X VALUE 'N'.
           88 sol-encontrado VALUE 'S'.
       01 sol-desbordados PIC 9(9) VALUE 0.
       01 cnt-total PIC 9(9) VALUE 0.
       01 cnt-repartidos PIC 9(9) VALUE 0.
       01 hash-total PIC 9(18) VALUE 0.
       01 cnt-cartas-malas PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 linea-part PIC X(100).
       01 part-ptr PIC 9(4).
       01 fecha-part-ws.
           05 fpar-anio PIC 9(4).
           05 fpar-mes PIC 9(2).
           05 fpar-dia PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-partrep
           IF fs-partrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "particion. Status " fs-partrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DETERMINAR-FECHA-NEGOCIO
           MOVE fecha-negocio TO fecha-hoy
           MOVE fecha-hoy TO fecha-part-ws
           MOVE SPACES TO linea-part
           STRING "Particion de NUMENTRA   Fecha: "
               fpar-dia "/" fpar-mes "/" fpar-anio
               DELIMITED BY SIZE INTO linea-part
           WRITE reg-partrep FROM linea-part
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
                   TO reg-partrep
               WRITE reg-partrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM LEER-CARTAS
           IF cnt-cartas-malas > 0 OR particiones = 0
               MOVE "Particion no realizada: falta una carta "
                   TO reg-partrep
               WRITE reg-partrep
               MOVE "  PARTICIONES 2-8 o hay cartas rechazadas"
                   TO reg-partrep
               WRITE reg-partrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM LEER-REGISTRO-CORRIDAS
           IF ciclo-ya-hoy
               MOVE SPACES TO linea-part
               STRING "Ya hay una corrida de lote del ciclo "
                   ciclo-particion " iniciada hoy: particion "
                   "rechazada" DELIMITED BY SIZE INTO linea-part
               WRITE reg-partrep FROM linea-part
               DISPLAY "Ya hay una corrida de lote del ciclo "
                   ciclo-particion " iniciada hoy"
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM CONTAR-ENTRADA
           IF modo-solicitante
               PERFORM ASIGNAR-SOLICITANTES
           ELSE
               PERFORM ASIGNAR-RANGOS
           END-IF
           PERFORM ABRIR-PARTES
           IF error-partes
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM REPARTIR-ENTRADA
           PERFORM CERRAR-PARTES
           IF cnt-repartidos NOT = cnt-total
               MOVE SPACES TO linea-part
               MOVE 1 TO part-ptr
               MOVE cnt-repartidos TO cnt-ed
               STRING "Repartidos " cnt-ed " registros, "
                   DELIMITED BY SIZE INTO linea-part
                   WITH POINTER part-ptr
               MOVE cnt-total TO cnt-ed
               STRING cnt-ed " contados: NUMENTRA cambio durante "
                   "la particion" DELIMITED BY SIZE INTO linea-part
                   WITH POINTER part-ptr
               WRITE reg-partrep FROM linea-part
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM GRABAR-PARTCTL
           IF error-partes
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM GRABAR-CORRIDA-REG
           PERFORM ESCRIBIR-REPORTE
           CLOSE archivo-partrep
           STOP RUN.

       TERMINAR-CON-ERROR.
           CLOSE archivo-partrep
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

       LEER-CARTAS.
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1
               END-UNSTRING
               EVALUATE verbo
                   WHEN "PARTICIONES"
                       MOVE operando-1 TO ws-campo-validar
                       PERFORM VALIDAR-SOLO-DIGITOS
                       IF solo-digitos AND ws-campo-len = 1
                           AND operando-1(1:1) >= '2'
                           AND operando-1(1:1) <= '8'
                           MOVE operando-1(1:1) TO particiones
                       ELSE
                           PERFORM RECHAZAR-CARTA
                       END-IF
                   WHEN "MODO"
                       EVALUATE operando-1
                           WHEN "SOLICITANTE"
                               MOVE 'S' TO modo-particion
                           WHEN "RANGO"
                               MOVE 'R' TO modo-particion
                           WHEN OTHER
                               PERFORM RECHAZAR-CARTA
                       END-EVALUATE
                   WHEN "CICLO"
                       MOVE operando-1 TO ws-campo-validar
                       PERFORM VALIDAR-SOLO-DIGITOS
                       IF solo-digitos AND ws-campo-len = 1
                           AND operando-1(1:1) >= '1'
                           MOVE operando-1(1:1) TO ciclo-particion
                       ELSE
                           PERFORM RECHAZAR-CARTA
                       END-IF
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       PERFORM RECHAZAR-CARTA
               END-EVALUATE
           END-PERFORM.

       RECHAZAR-CARTA.
           ADD 1 TO cnt-cartas-malas
           MOVE SPACES TO linea-part
           STRING "Carta rechazada: " carta
               DELIMITED BY SIZE INTO linea-part
           WRITE reg-partrep FROM linea-part.

       LEER-REGISTRO-CORRIDAS.
           MOVE 0 TO corrida-actual
           MOVE 'N' TO ciclo-ya-hoy-sw
           MOVE 'N' TO fin-corridas-sw
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = "00"
               MOVE 'S' TO fin-corridas-sw
           END-IF
           PERFORM UNTIL fin-corridas
               READ archivo-corridas
                   AT END
                       MOVE 'S' TO fin-corridas-sw
                   NOT AT END
                       MOVE reg-corrida TO reg-corrida-ws
                       IF corr-numero > corrida-actual
                           MOVE corr-numero TO corrida-actual
                       END-IF
                       IF corr-ciclo NOT NUMERIC OR corr-ciclo = 0
                           MOVE 1 TO corr-ciclo
                       END-IF
                       IF corr-fecha = fecha-hoy
                           AND corr-estado = 'I'
                           AND (corr-modo = 'B' OR corr-modo = 'P')
                           AND corr-ciclo = ciclo-particion
                           MOVE 'S' TO ciclo-ya-hoy-sw
                       END-IF
               END-READ
           END-PERFORM
           IF fs-corridas = "10" OR fs-corridas = "00"
               CLOSE archivo-corridas
           END-IF
           ADD 1 TO corrida-actual.

       CONTAR-ENTRADA.
           MOVE 0 TO cnt-total
           MOVE 0 TO hash-total
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-entrada
           IF fs-entrada NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de entrada. "
                   "Status " fs-entrada
               MOVE "No se pudo abrir NUMENTRA" TO reg-partrep
               WRITE reg-partrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-entrada
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       ADD 1 TO cnt-total
                       COMPUTE hash-total = FUNCTION MOD(hash-total
                           + ent-numero, 10 ** 18)
                       IF modo-solicitante
                           PERFORM CONTAR-SOLICITANTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-entrada
           IF sol-desbordados > 0
               MOVE SPACES TO linea-part
               MOVE sol-desbordados TO cnt-ed
               STRING "Mas de 500 solicitantes (" cnt-ed
                   " registros sin lugar): use MODO RANGO"
                   DELIMITED BY SIZE INTO linea-part
               WRITE reg-partrep FROM linea-part
               PERFORM TERMINAR-CON-ERROR
           END-IF.

       CONTAR-SOLICITANTE.
           MOVE 'N' TO sol-encontrado-sw
           PERFORM VARYING sol-idx FROM 1 BY 1
                   UNTIL sol-idx > solicitantes-count
                   OR sol-encontrado
               IF sol-id(sol-idx) = ent-solicitante
                   MOVE 'S' TO sol-encontrado-sw
                   ADD 1 TO sol-conteo(sol-idx)
               END-IF
           END-PERFORM
           IF NOT sol-encontrado
               IF solicitantes-count < 500
                   ADD 1 TO solicitantes-count
                   MOVE ent-solicitante TO sol-id(solicitantes-count)
                   MOVE 1 TO sol-conteo(solicitantes-count)
                   MOVE 0 TO sol-particion(solicitantes-count)
               ELSE
                   ADD 1 TO sol-desbordados
               END-IF
           END-IF.

       ASIGNAR-SOLICITANTES.
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               MOVE 0 TO prt-carga(prt-idx)
               MOVE 0 TO prt-solicitantes(prt-idx)
           END-PERFORM
           PERFORM solicitantes-count TIMES
               MOVE 0 TO sol-mayor
               PERFORM VARYING sol-idx FROM 1 BY 1
                       UNTIL sol-idx > solicitantes-count
                   IF sol-particion(sol-idx) = 0
                       IF sol-mayor = 0
                           MOVE sol-idx TO sol-mayor
                       ELSE
                           IF sol-conteo(sol-idx)
                                   > sol-conteo(sol-mayor)
                               MOVE sol-idx TO sol-mayor
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 1 TO prt-destino
               PERFORM VARYING prt-idx FROM 2 BY 1
                       UNTIL prt-idx > particiones
                   IF prt-carga(prt-idx) < prt-carga(prt-destino)
                       MOVE prt-idx TO prt-destino
                   END-IF
               END-PERFORM
               MOVE prt-destino TO sol-particion(sol-mayor)
               ADD sol-conteo(sol-mayor) TO prt-carga(prt-destino)
               ADD 1 TO prt-solicitantes(prt-destino)
           END-PERFORM.

       ASIGNAR-RANGOS.
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               COMPUTE prt-limite(prt-idx)
                   = cnt-total * prt-idx / particiones
               MOVE 0 TO prt-solicitantes(prt-idx)
           END-PERFORM.

       ABRIR-PARTES.
           MOVE 'N' TO error-partes-sw
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones OR error-partes
               MOVE 0 TO prt-registros(prt-idx)
               MOVE 0 TO prt-hash(prt-idx)
               EVALUATE prt-idx
                   WHEN 1
                       OPEN OUTPUT archivo-parte-1
                   WHEN 2
                       OPEN OUTPUT archivo-parte-2
                   WHEN 3
                       OPEN OUTPUT archivo-parte-3
                   WHEN 4
                       OPEN OUTPUT archivo-parte-4
                   WHEN 5
                       OPEN OUTPUT archivo-parte-5
                   WHEN 6
                       OPEN OUTPUT archivo-parte-6
                   WHEN 7
                       OPEN OUTPUT archivo-parte-7
                   WHEN 8
                       OPEN OUTPUT archivo-parte-8
               END-EVALUATE
               IF fs-parte NOT = "00"
                   DISPLAY "Error: no se pudo abrir PARTE" prt-idx
                       ". Status " fs-parte
                   MOVE SPACES TO linea-part
                   STRING "No se pudo abrir PARTE" prt-idx
                       "  Status " fs-parte
                       DELIMITED BY SIZE INTO linea-part
                   WRITE reg-partrep FROM linea-part
                   MOVE 'S' TO error-partes-sw
               END-IF
           END-PERFORM.

       REPARTIR-ENTRADA.
           MOVE 0 TO cnt-repartidos
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-entrada
           IF fs-entrada NOT = "00"
               DISPLAY "Error: no se pudo reabrir archivo de "
                   "entrada. Status " fs-entrada
               MOVE 'S' TO fin-archivo-sw
           END-IF
           PERFORM UNTIL fin-archivo
               READ archivo-entrada
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       ADD 1 TO cnt-repartidos
                       PERFORM ELEGIR-PARTICION
                       PERFORM GRABAR-EN-PARTE
               END-READ
           END-PERFORM
           IF fs-entrada = "10"
               CLOSE archivo-entrada
           END-IF.

       ELEGIR-PARTICION.
           IF modo-solicitante
               MOVE 'N' TO sol-encontrado-sw
               MOVE 1 TO prt-destino
               PERFORM VARYING sol-idx FROM 1 BY 1
                       UNTIL sol-idx > solicitantes-count
                       OR sol-encontrado
                   IF sol-id(sol-idx) = ent-solicitante
                       MOVE 'S' TO sol-encontrado-sw
                       MOVE sol-particion(sol-idx) TO prt-destino
                   END-IF
               END-PERFORM
           ELSE
               MOVE particiones TO prt-destino
               PERFORM VARYING prt-idx FROM particiones BY -1
                       UNTIL prt-idx < 1
                   IF cnt-repartidos <= prt-limite(prt-idx)
                       MOVE prt-idx TO prt-destino
                   END-IF
               END-PERFORM
           END-IF.

       GRABAR-EN-PARTE.
           EVALUATE prt-destino
               WHEN 1
                   WRITE reg-parte-1 FROM reg-entrada
               WHEN 2
                   WRITE reg-parte-2 FROM reg-entrada
               WHEN 3
                   WRITE reg-parte-3 FROM reg-entrada
               WHEN 4
                   WRITE reg-parte-4 FROM reg-entrada
               WHEN 5
                   WRITE reg-parte-5 FROM reg-entrada
               WHEN 6
                   WRITE reg-parte-6 FROM reg-entrada
               WHEN 7
                   WRITE reg-parte-7 FROM reg-entrada
               WHEN 8
                   WRITE reg-parte-8 FROM reg-entrada
           END-EVALUATE
           ADD 1 TO prt-registros(prt-destino)
           COMPUTE prt-hash(prt-destino)
               = FUNCTION MOD(prt-hash(prt-destino) + ent-numero,
                 10 ** 18).

       CERRAR-PARTES.
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               EVALUATE prt-idx
                   WHEN 1
                       CLOSE archivo-parte-1
                   WHEN 2
                       CLOSE archivo-parte-2
                   WHEN 3
                       CLOSE archivo-parte-3
                   WHEN 4
                       CLOSE archivo-parte-4
                   WHEN 5
                       CLOSE archivo-parte-5
                   WHEN 6
                       CLOSE archivo-parte-6
                   WHEN 7
                       CLOSE archivo-parte-7
                   WHEN 8
                       CLOSE archivo-parte-8
               END-EVALUATE
           END-PERFORM.

       GRABAR-PARTCTL.
           OPEN OUTPUT archivo-particiones
           IF fs-particiones NOT = "00"
               DISPLAY "Error: no se pudo abrir PARTCTL. "
                   "Status " fs-particiones
               MOVE "No se pudo abrir PARTCTL" TO reg-partrep
               WRITE reg-partrep
               MOVE 'S' TO error-partes-sw
           ELSE
               MOVE 'C' TO part-tipo
               MOVE corrida-actual TO part-corrida
               MOVE ciclo-particion TO part-ciclo
               MOVE fecha-hoy TO part-fecha
               MOVE modo-particion TO part-modo
               MOVE 0 TO part-particion
               MOVE particiones TO part-particiones
               MOVE cnt-total TO part-registros
               MOVE hash-total TO part-hash
               MOVE solicitantes-count TO part-solicitantes
               WRITE reg-particion FROM reg-particion-ws
               PERFORM VARYING prt-idx FROM 1 BY 1
                       UNTIL prt-idx > particiones
                   MOVE 'P' TO part-tipo
                   MOVE prt-idx TO part-particion
                   MOVE prt-registros(prt-idx) TO part-registros
                   MOVE prt-hash(prt-idx) TO part-hash
                   MOVE prt-solicitantes(prt-idx)
                       TO part-solicitantes
                   WRITE reg-particion FROM reg-particion-ws
               END-PERFORM
               CLOSE archivo-particiones
           END-IF.

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
               MOVE corrida-actual TO corr-numero
               MOVE fecha-hoy TO corr-fecha
               MOVE fecha-hora-actual(9:6) TO corr-hora
               MOVE operador-id TO corr-operador
               MOVE 'I' TO corr-estado
               MOVE 'P' TO corr-modo
               MOVE ciclo-particion TO corr-ciclo
               WRITE reg-corrida FROM reg-corrida-ws
               CLOSE archivo-corridas
           END-IF.

       DETERMINAR-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE fecha-hora-actual(1:8) TO fecha-calendario
           MOVE fecha-hora-actual(9:4) TO hora-calendario
           MOVE fecha-calendario TO fecha-negocio
           MOVE 'N' TO dia-calendario-sw
           OPEN INPUT archivo-calendario
           IF fs-calendario = "00"
               MOVE 'S' TO calendario-sw
               PERFORM LEER-DIA-CALENDARIO
               IF dia-en-calendario
                   AND hora-calendario < cal-hora-corte
                   COMPUTE fecha-calendario = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(fecha-calendario) - 1)
                   PERFORM LEER-DIA-CALENDARIO
               END-IF
               CLOSE archivo-calendario
           ELSE
               DISPLAY "Aviso: calendario de proceso no disponible. "
                   "Status " fs-calendario
           END-IF
           IF NOT dia-en-calendario
               DISPLAY "Se toma el " fecha-negocio
                   " como dia de negocio habil"
           END-IF.

       LEER-DIA-CALENDARIO.
           MOVE fecha-calendario TO fecha-negocio
           MOVE 'S' TO dia-habil-sw
           MOVE 'N' TO fin-mes-sw
           MOVE 'N' TO fin-trimestre-sw
           MOVE fecha-calendario TO cal-fecha
           READ archivo-calendario
               INVALID KEY
                   MOVE 'N' TO dia-calendario-sw
                   DISPLAY "Aviso: el calendario de proceso no tiene "
                       "el dia " fecha-calendario
               NOT INVALID KEY
                   MOVE 'S' TO dia-calendario-sw
                   IF cal-fecha-negocio IS NUMERIC
                       AND cal-fecha-negocio > 0
                       MOVE cal-fecha-negocio TO fecha-negocio
                   END-IF
                   IF NOT cal-habil
                       MOVE 'N' TO dia-habil-sw
                   END-IF
                   IF cal-es-fin-mes
                       MOVE 'S' TO fin-mes-sw
                   END-IF
                   IF cal-es-fin-trimestre
                       MOVE 'S' TO fin-trimestre-sw
                   END-IF
           END-READ.

       ESCRIBIR-REPORTE.
           MOVE SPACES TO linea-part
           MOVE 1 TO part-ptr
           MOVE corrida-actual TO cnt-ed
           STRING "Corrida " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " ciclo " DELIMITED BY SIZE
               ciclo-particion DELIMITED BY SIZE
               "  Operador: " DELIMITED BY SIZE
               operador-id DELIMITED BY SIZE
               INTO linea-part
               WITH POINTER part-ptr
           IF modo-solicitante
               STRING "  Modo: por solicitante" DELIMITED BY SIZE
                   INTO linea-part
                   WITH POINTER part-ptr
           ELSE
               STRING "  Modo: por rango de registros"
                   DELIMITED BY SIZE
                   INTO linea-part
                   WITH POINTER part-ptr
           END-IF
           WRITE reg-partrep FROM linea-part
           MOVE SPACES TO linea-part
           MOVE cnt-total TO cnt-ed
           STRING "Registros de NUMENTRA:   " cnt-ed
               DELIMITED BY SIZE INTO linea-part
           WRITE reg-partrep FROM linea-part
           PERFORM VARYING prt-idx FROM 1 BY 1
                   UNTIL prt-idx > particiones
               MOVE SPACES TO linea-part
               MOVE 1 TO part-ptr
               MOVE prt-registros(prt-idx) TO cnt-ed
               STRING "  Particion " DELIMITED BY SIZE
                   prt-idx DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   cnt-ed DELIMITED BY SIZE
                   " registros" DELIMITED BY SIZE
                   INTO linea-part
                   WITH POINTER part-ptr
               IF modo-solicitante
                   MOVE prt-solicitantes(prt-idx) TO cnt-ed
                   STRING ", " DELIMITED BY SIZE
                       FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                       " solicitantes" DELIMITED BY SIZE
                       INTO linea-part
                       WITH POINTER part-ptr
               END-IF
               WRITE reg-partrep FROM linea-part
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
       END PROGRAM PARTIR_ENTRADA.
