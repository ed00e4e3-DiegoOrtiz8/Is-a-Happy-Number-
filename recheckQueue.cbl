       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISAR_INDETERMINADOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-revision ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-revision.
           SELECT archivo-rev-nuevo ASSIGN TO "REVNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-rev-nuevo.
           SELECT archivo-cache ASSIGN TO "CACHEDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cache-key
               FILE STATUS IS fs-cache.
           SELECT archivo-diario ASSIGN TO "CACHEJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-diario.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-id
               FILE STATUS IS fs-operadores.
           SELECT archivo-auditoria ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-auditoria.
           SELECT archivo-revrep ASSIGN TO "REVREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-revrep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-revision.
       01 reg-revision PIC X(80).
       FD archivo-rev-nuevo.
       01 reg-rev-nuevo PIC X(80).
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-diario.
       01 reg-diario PIC X(141).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-auditoria.
       01 reg-auditoria PIC X(120).
       FD archivo-revrep.
       01 reg-revrep PIC X(132).
       WORKING-STORAGE SECTION.
       01 fs-revision PIC XX.
       01 fs-rev-nuevo PIC XX.
       01 fs-cache PIC XX.
       01 fs-operadores PIC XX.
       01 fs-revrep PIC XX.
       01 fs-diario PIC XX.
       01 fs-auditoria PIC XX.
       COPY REVFELIZ.
       COPY AUDFELIZ.
       01 rechazo-texto PIC X(35).
       COPY JRNFELIZ.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 fecha-hora-actual PIC X(21).
       01 maestro-disponible-sw PIC X VALUE 'N'.
           88 maestro-disponible VALUE 'S'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 fin-revision-sw PIC X VALUE 'N'.
           88 fin-revision VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 limite-revision PIC 9(3) VALUE 500.
       01 tabla-resueltas.
           05 rsl-ent OCCURS 5000 TIMES.
               10 rsl-num PIC 9(36).
               10 rsl-pot PIC 9(2).
               10 rsl-base PIC 9(2).
               10 rsl-res PIC 9.
               10 rsl-aux PIC 999.
               10 rsl-ciclo-len PIC 999.
               10 rsl-ciclo-rep PIC 9(36).
       01 resueltas-count PIC 9(4) VALUE 0.
       01 rsl-idx PIC 9(4).
       01 rsl-encontrado-sw PIC X VALUE 'N'.
           88 rsl-encontrado VALUE 'S'.
       01 cnt-leidas PIC 9(9) VALUE 0.
       01 cnt-invalidas PIC 9(9) VALUE 0.
       01 cnt-calculadas PIC 9(9) VALUE 0.
       01 cnt-resueltas PIC 9(9) VALUE 0.
       01 cnt-felices PIC 9(9) VALUE 0.
       01 cnt-no-felices PIC 9(9) VALUE 0.
       01 cnt-pendientes PIC 9(9) VALUE 0.
       01 cnt-ya-probadas PIC 9(9) VALUE 0.
       01 cnt-cache-altas PIC 9(9) VALUE 0.
       01 cnt-cache-act PIC 9(9) VALUE 0.
       01 cnt-cartas-malas PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 num-ed PIC Z(35)9.
       01 pot-ed PIC Z9.
       01 aux-ed PIC ZZ9.
       01 limite-ed PIC ZZ9.
       01 linea-rev PIC X(132).
       01 rev-ptr PIC 9(4).
       01 fecha-rev-ws.
           05 frev-anio PIC 9(4).
           05 frev-mes PIC 9(2).
           05 frev-dia PIC 9(2).
       01 aux PIC 999.
       01 rem PIC 9(36).
       01 pow PIC 9(36).
       01 num PIC 9(36).
       01 suma PIC 9(36).
       01 res PIC 9.
       01 potencia PIC 9(2).
       01 base PIC 9(2) VALUE 10.
       01 tabla-vistos.
           05 vistos-tbl OCCURS 990 TIMES PIC 9(36) VALUE ZEROS.
       01 vistos-count PIC 9(3) VALUE 0.
       01 vistos-idx PIC 9(3).
       01 ciclo-sw PIC X VALUE 'N'.
           88 ciclo-encontrado VALUE 'S'.
       01 ciclo-longitud PIC 999 VALUE 0.
       01 ciclo-rep PIC 9(36) VALUE 0.
       01 ciclo-min PIC 9(36).
       01 ciclo-idx PIC 9(3).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-revrep
           IF fs-revrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "revision. Status " fs-revrep
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
               DISPLAY "Operador sin permiso de mantenimiento de "
                   "cache: " operador-id
               MOVE SPACES TO rechazo-texto
               MOVE "Intento rechazado: revisar cache"
                   TO rechazo-texto
               PERFORM AUDITAR-RECHAZO
               MOVE "Operador sin permiso de mantenimiento"
                   TO reg-revrep
               WRITE reg-revrep
               CLOSE archivo-revrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CARTAS
           OPEN INPUT archivo-revision
           IF fs-revision NOT = "00"
               DISPLAY "Error: no se pudo abrir la cola de "
                   "revision. Status " fs-revision
               MOVE "No se pudo abrir REVISION" TO reg-revrep
               WRITE reg-revrep
               CLOSE archivo-revrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT archivo-rev-nuevo
           IF fs-rev-nuevo NOT = "00"
               DISPLAY "Error: no se pudo abrir la cola de "
                   "revision nueva. Status " fs-rev-nuevo
               CLOSE archivo-revision
               CLOSE archivo-revrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O archivo-cache
           IF fs-cache NOT = "00"
               DISPLAY "Error: no se pudo abrir CACHEDAT. "
                   "Status " fs-cache
               MOVE "No se pudo abrir CACHEDAT" TO reg-revrep
               WRITE reg-revrep
               CLOSE archivo-revision
               CLOSE archivo-rev-nuevo
               CLOSE archivo-revrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND archivo-diario
           IF fs-diario = "35"
               OPEN OUTPUT archivo-diario
           END-IF
           IF fs-diario NOT = "00"
               DISPLAY "Aviso: no se pudo abrir el diario de cache. "
                   "Status " fs-diario
               DISPLAY "Los cambios de CACHEDAT de esta revision no "
                   "seran recuperables"
           END-IF
           PERFORM ESCRIBIR-CABECERA-REV
           PERFORM UNTIL fin-revision
               READ archivo-revision
                   AT END
                       MOVE 'S' TO fin-revision-sw
                   NOT AT END
                       ADD 1 TO cnt-leidas
                       MOVE reg-revision TO reg-revision-ws
                       PERFORM REVISAR-ENTRADA
               END-READ
           END-PERFORM
           CLOSE archivo-revision
           CLOSE archivo-rev-nuevo
           CLOSE archivo-cache
           IF fs-diario = "00"
               CLOSE archivo-diario
           END-IF
           PERFORM ESCRIBIR-RESUMEN-REV
           CLOSE archivo-revrep
           IF cnt-pendientes > 0 OR cnt-invalidas > 0
               OR cnt-cartas-malas > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       AUDITAR-RECHAZO.
           OPEN EXTEND archivo-auditoria
           IF fs-auditoria = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           IF fs-auditoria = "00"
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE 0 TO aud-num
               MOVE rechazo-texto TO aud-res
               MOVE fecha-hora-actual(1:14) TO aud-fecha-hora
               MOVE operador-id TO aud-operador
               MOVE SPACES TO aud-solicitante
               MOVE 0 TO aud-corrida
               WRITE reg-auditoria FROM reg-auditoria-ws
               CLOSE archivo-auditoria
           ELSE
               DISPLAY "Aviso: no se pudo abrir AUDITLOG. Status "
                   fs-auditoria
           END-IF.

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
                           AND oper-perm-cache = 'S'
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
                   WHEN "LIMITE"
                       PERFORM APLICAR-LIMITE
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       ADD 1 TO cnt-cartas-malas
                       MOVE SPACES TO linea-rev
                       STRING "Carta no reconocida: " verbo
                           DELIMITED BY SIZE INTO linea-rev
                       WRITE reg-revrep FROM linea-rev
               END-EVALUATE
           END-PERFORM.

       APLICAR-LIMITE.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len > 3
               MOVE 'N' TO ws-solo-digitos-sw
           END-IF
           IF solo-digitos
               AND FUNCTION NUMVAL(operando-1) > 100
               AND FUNCTION NUMVAL(operando-1) <= 990
               MOVE FUNCTION NUMVAL(operando-1) TO limite-revision
           ELSE
               ADD 1 TO cnt-cartas-malas
               MOVE SPACES TO linea-rev
               STRING "Carta LIMITE fuera de 101-990: " operando-1
                   DELIMITED BY SIZE INTO linea-rev
               WRITE reg-revrep FROM linea-rev
           END-IF.

       REVISAR-ENTRADA.
           IF rev-num IS NOT NUMERIC
               OR rev-pot IS NOT NUMERIC
               OR rev-base IS NOT NUMERIC
               ADD 1 TO cnt-invalidas
               MOVE SPACES TO linea-rev
               STRING "Registro de revision invalido: "
                   reg-revision(1:60)
                   DELIMITED BY SIZE INTO linea-rev
               WRITE reg-revrep FROM linea-rev
               WRITE reg-rev-nuevo FROM reg-revision
           ELSE
               IF rev-limite IS NOT NUMERIC
                   MOVE 100 TO rev-limite
               END-IF
               IF rev-limite >= limite-revision
                   ADD 1 TO cnt-ya-probadas
                   ADD 1 TO cnt-pendientes
                   WRITE reg-rev-nuevo FROM reg-revision-ws
               ELSE
                   PERFORM BUSCAR-RESUELTA
                   IF rsl-res(rsl-idx) = 2
                       ADD 1 TO cnt-pendientes
                       MOVE limite-revision TO rev-limite
                       WRITE reg-rev-nuevo FROM reg-revision-ws
                   ELSE
                       ADD 1 TO cnt-resueltas
                       IF rsl-res(rsl-idx) = 1
                           ADD 1 TO cnt-felices
                       ELSE
                           ADD 1 TO cnt-no-felices
                       END-IF
                       PERFORM ESCRIBIR-LINEA-RESUELTA
                   END-IF
               END-IF
           END-IF.

       BUSCAR-RESUELTA.
           MOVE 'N' TO rsl-encontrado-sw
           PERFORM VARYING rsl-idx FROM 1 BY 1
                   UNTIL rsl-idx > resueltas-count
                   OR rsl-encontrado
               IF rsl-num(rsl-idx) = rev-num
                   AND rsl-pot(rsl-idx) = rev-pot
                   AND rsl-base(rsl-idx) = rev-base
                   MOVE 'S' TO rsl-encontrado-sw
               END-IF
           END-PERFORM
           IF rsl-encontrado
               SUBTRACT 1 FROM rsl-idx
           ELSE
               MOVE rev-num TO num
               MOVE rev-pot TO potencia
               MOVE rev-base TO base
               PERFORM CALCULAR-FELIZ
               ADD 1 TO cnt-calculadas
               IF res NOT = 2
                   PERFORM ACTUALIZAR-CACHE
               END-IF
               IF resueltas-count < 5000
                   ADD 1 TO resueltas-count
               END-IF
               MOVE resueltas-count TO rsl-idx
               MOVE rev-num TO rsl-num(rsl-idx)
               MOVE rev-pot TO rsl-pot(rsl-idx)
               MOVE rev-base TO rsl-base(rsl-idx)
               MOVE res TO rsl-res(rsl-idx)
               MOVE aux TO rsl-aux(rsl-idx)
               MOVE ciclo-longitud TO rsl-ciclo-len(rsl-idx)
               MOVE ciclo-rep TO rsl-ciclo-rep(rsl-idx)
           END-IF.

       ACTUALIZAR-CACHE.
           MOVE rev-num TO cache-num
           MOVE rev-pot TO cache-pot
           MOVE rev-base TO cache-base
           READ archivo-cache
               INVALID KEY
                   MOVE res TO cache-res
                   MOVE aux TO cache-aux
                   MOVE ciclo-longitud TO cache-ciclo-len
                   MOVE ciclo-rep TO cache-ciclo-rep
                   MOVE 0 TO cache-hits
                   MOVE reg-cache TO jrn-imagen
                   WRITE reg-cache
                       INVALID KEY
                           DISPLAY "Aviso: no se pudo grabar cache. "
                               "Status " fs-cache
                       NOT INVALID KEY
                           ADD 1 TO cnt-cache-altas
                           MOVE 'A' TO jrn-accion
                           PERFORM GRABAR-DIARIO
                   END-WRITE
               NOT INVALID KEY
                   MOVE res TO cache-res
                   MOVE aux TO cache-aux
                   MOVE ciclo-longitud TO cache-ciclo-len
                   MOVE ciclo-rep TO cache-ciclo-rep
                   MOVE reg-cache TO jrn-imagen
                   REWRITE reg-cache
                       INVALID KEY
                           DISPLAY "Aviso: no se pudo actualizar "
                               "cache. Status " fs-cache
                       NOT INVALID KEY
                           ADD 1 TO cnt-cache-act
                           MOVE 'R' TO jrn-accion
                           PERFORM GRABAR-DIARIO
                   END-REWRITE
           END-READ.

       GRABAR-DIARIO.
           IF fs-diario = "00"
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE fecha-hora-actual(1:8) TO jrn-fecha
               MOVE fecha-hora-actual(9:8) TO jrn-hora
               MOVE 0 TO jrn-corrida
               MOVE operador-id TO jrn-operador
               MOVE 0 TO jrn-registros
               WRITE reg-diario FROM reg-diario-ws
           END-IF.

       ESCRIBIR-CABECERA-REV.
           MOVE FUNCTION CURRENT-DATE TO fecha-rev-ws
           MOVE SPACES TO linea-rev
           STRING "Revision de clasificaciones indeterminadas   "
               "Fecha: " frev-dia "/" frev-mes "/" frev-anio
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE limite-revision TO limite-ed
           MOVE SPACES TO linea-rev
           STRING "Operador: " operador-id
               "   Limite de secuencia: " limite-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE SPACES TO reg-revrep
           WRITE reg-revrep
           MOVE "Clasificaciones resueltas (avisar al solicitante):"
               TO reg-revrep
           WRITE reg-revrep.

       ESCRIBIR-LINEA-RESUELTA.
           MOVE SPACES TO linea-rev
           MOVE 1 TO rev-ptr
           MOVE rev-num TO num-ed
           STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(num-ed) DELIMITED BY SIZE
               " potencia " DELIMITED BY SIZE
               INTO linea-rev
               WITH POINTER rev-ptr
           MOVE rev-pot TO pot-ed
           STRING FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
               " base " DELIMITED BY SIZE
               INTO linea-rev
               WITH POINTER rev-ptr
           MOVE rev-base TO pot-ed
           STRING FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
               INTO linea-rev
               WITH POINTER rev-ptr
           IF rsl-res(rsl-idx) = 1
               STRING ": Es feliz (" DELIMITED BY SIZE
                   INTO linea-rev
                   WITH POINTER rev-ptr
           ELSE
               STRING ": No es feliz (" DELIMITED BY SIZE
                   INTO linea-rev
                   WITH POINTER rev-ptr
           END-IF
           MOVE rsl-aux(rsl-idx) TO aux-ed
           STRING FUNCTION TRIM(aux-ed) DELIMITED BY SIZE
               " iteraciones)  solicitante " DELIMITED BY SIZE
               rev-solicitante DELIMITED BY SIZE
               " corrida " DELIMITED BY SIZE
               INTO linea-rev
               WITH POINTER rev-ptr
           MOVE rev-corrida TO cnt-ed
           STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-rev
               WITH POINTER rev-ptr
           WRITE reg-revrep FROM linea-rev.

       ESCRIBIR-RESUMEN-REV.
           MOVE SPACES TO reg-revrep
           WRITE reg-revrep
           MOVE cnt-leidas TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Registros en cola:         " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-calculadas TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Numeros recalculados:      " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-resueltas TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Resueltas:                 " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-felices TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "  Felices:                 " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-no-felices TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "  No felices:              " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-pendientes TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Siguen indeterminadas:     " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           IF cnt-ya-probadas > 0
               MOVE cnt-ya-probadas TO cnt-ed
               MOVE SPACES TO linea-rev
               STRING "  ya probadas con limite:  " cnt-ed
                   DELIMITED BY SIZE INTO linea-rev
               WRITE reg-revrep FROM linea-rev
           END-IF
           MOVE cnt-cache-altas TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Altas en CACHEDAT:         " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           MOVE cnt-cache-act TO cnt-ed
           MOVE SPACES TO linea-rev
           STRING "Actualizadas en CACHEDAT:  " cnt-ed
               DELIMITED BY SIZE INTO linea-rev
           WRITE reg-revrep FROM linea-rev
           IF cnt-invalidas > 0
               MOVE cnt-invalidas TO cnt-ed
               MOVE SPACES TO linea-rev
               STRING "Registros invalidos:       " cnt-ed
                   DELIMITED BY SIZE INTO linea-rev
               WRITE reg-revrep FROM linea-rev
           END-IF
           IF cnt-cartas-malas > 0
               MOVE cnt-cartas-malas TO cnt-ed
               MOVE SPACES TO linea-rev
               STRING "Cartas invalidas:          " cnt-ed
                   DELIMITED BY SIZE INTO linea-rev
               WRITE reg-revrep FROM linea-rev
           END-IF.

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

       CALCULAR-FELIZ.
           MOVE 0 TO aux
           MOVE 0 TO vistos-count
           MOVE 'N' TO ciclo-sw
           MOVE 0 TO ciclo-longitud
           MOVE 0 TO ciclo-rep
           PERFORM WITH TEST AFTER UNTIL suma = 1 OR ciclo-encontrado
               PERFORM SUMAR-POTENCIAS-DIGITOS
               ADD 1 TO aux
               IF suma = 1
                   MOVE 1 TO res
                   IF vistos-count < limite-revision
                       ADD 1 TO vistos-count
                       MOVE suma TO vistos-tbl(vistos-count)
                   END-IF
               ELSE
                   PERFORM VARYING vistos-idx FROM 1 BY 1
                           UNTIL vistos-idx > vistos-count
                           OR ciclo-encontrado
                       IF vistos-tbl(vistos-idx) = suma
                           MOVE 'S' TO ciclo-sw
                           MOVE 0 TO res
                           PERFORM CAPTURAR-CICLO
                       END-IF
                   END-PERFORM
                   IF NOT ciclo-encontrado
                       IF vistos-count >= limite-revision
                           MOVE 'S' TO ciclo-sw
                           MOVE 2 TO res
                       ELSE
                           ADD 1 TO vistos-count
                           MOVE suma TO vistos-tbl(vistos-count)
                           MOVE suma TO num
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-POTENCIAS-DIGITOS.
           MOVE 0 TO suma
           PERFORM WITH TEST AFTER UNTIL num = 0
               DIVIDE num BY base GIVING num REMAINDER rem
               COMPUTE pow = rem ** potencia
               ADD pow TO suma
           END-PERFORM.

       CAPTURAR-CICLO.
           COMPUTE ciclo-longitud = vistos-count - vistos-idx + 1
           MOVE vistos-tbl(vistos-idx) TO ciclo-min
           PERFORM VARYING ciclo-idx FROM vistos-idx BY 1
                   UNTIL ciclo-idx > vistos-count
               IF vistos-tbl(ciclo-idx) < ciclo-min
                   MOVE vistos-tbl(ciclo-idx) TO ciclo-min
               END-IF
           END-PERFORM
           MOVE ciclo-min TO ciclo-rep.
       END PROGRAM REVISAR_INDETERMINADOS.
