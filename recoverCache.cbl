       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERAR_CACHE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-cache ASSIGN TO "CACHEDAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cache-key
               FILE STATUS IS fs-cache.
           SELECT archivo-descarga ASSIGN TO "DESCARGA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-descarga.
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
           SELECT archivo-recurep ASSIGN TO "RECUREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-recurep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-descarga.
       01 reg-descarga PIC X(92).
       FD archivo-diario.
       01 reg-diario PIC X(141).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-auditoria.
       01 reg-auditoria PIC X(120).
       FD archivo-recurep.
       01 reg-recurep PIC X(100).
       WORKING-STORAGE SECTION.
       01 fs-cache PIC XX.
       01 fs-descarga PIC XX.
       01 fs-diario PIC XX.
       01 fs-operadores PIC XX.
       01 fs-auditoria PIC XX.
       01 fs-recurep PIC XX.
       COPY AUDFELIZ.
       COPY JRNFELIZ.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 fecha-hora-actual PIC X(21).
       01 maestro-disponible-sw PIC X VALUE 'N'.
           88 maestro-disponible VALUE 'S'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 perm-cache PIC X VALUE 'N'.
       01 perm-purga PIC X VALUE 'N'.
       01 rechazo-texto PIC X(35).
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 fin-diario-sw PIC X VALUE 'N'.
           88 fin-diario VALUE 'S'.
       01 fin-descarga-sw PIC X VALUE 'N'.
           88 fin-descarga VALUE 'S'.
       01 fin-cache-sw PIC X VALUE 'N'.
           88 fin-cache VALUE 'S'.
       01 detalle-sw PIC X VALUE 'N'.
           88 con-detalle VALUE 'S'.
       01 validar-sw PIC X VALUE 'N'.
           88 solo-validar VALUE 'S'.
       01 carta-mala-sw PIC X VALUE 'N'.
           88 carta-mala VALUE 'S'.
       01 marca-sw PIC X VALUE 'N'.
           88 hay-marca VALUE 'S'.
       01 accion-valida-sw PIC X VALUE 'S'.
           88 accion-valida VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 operando-2 PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 hasta-fecha PIC 9(8) VALUE 99999999.
       01 hasta-hora PIC 9(8) VALUE 99999999.
       01 hasta-hms PIC 9(6).
       01 hasta-mes PIC 9(2).
       01 hasta-dia PIC 9(2).
       01 marca-pos PIC 9(9) VALUE 0.
       01 marca-fecha PIC 9(8) VALUE 0.
       01 marca-hora PIC 9(8) VALUE 0.
       01 marca-registros PIC 9(9) VALUE 0.
       01 marca-operador PIC X(8) VALUE SPACES.
       01 previo-fecha PIC 9(8) VALUE 0.
       01 previo-hora PIC 9(8) VALUE 0.
       01 hits-diario PIC 9(9).
       01 hits-actual PIC 9(9).
       01 cnt-diario PIC 9(9) VALUE 0.
       01 cnt-diario-idx PIC 9(9) VALUE 0.
       01 cnt-previos PIC 9(9) VALUE 0.
       01 cnt-leidas-desc PIC 9(9) VALUE 0.
       01 cnt-restauradas PIC 9(9) VALUE 0.
       01 cnt-dup-desc PIC 9(9) VALUE 0.
       01 cnt-altas PIC 9(9) VALUE 0.
       01 cnt-aciertos PIC 9(9) VALUE 0.
       01 cnt-cambios PIC 9(9) VALUE 0.
       01 cnt-bajas PIC 9(9) VALUE 0.
       01 cnt-cargas PIC 9(9) VALUE 0.
       01 cnt-aplicadas PIC 9(9) VALUE 0.
       01 cnt-nuevas PIC 9(9) VALUE 0.
       01 cnt-reemplazadas PIC 9(9) VALUE 0.
       01 cnt-sin-efecto PIC 9(9) VALUE 0.
       01 cnt-posteriores PIC 9(9) VALUE 0.
       01 cnt-desorden PIC 9(9) VALUE 0.
       01 cnt-desconocidas PIC 9(9) VALUE 0.
       01 cnt-fallidas PIC 9(9) VALUE 0.
       01 cnt-entradas-fin PIC 9(9) VALUE 0.
       01 tabla-corridas.
           05 rco-ent OCCURS 200 TIMES.
               10 rco-corrida PIC 9(9).
               10 rco-operador PIC X(8).
               10 rco-altas PIC 9(9).
               10 rco-aciertos PIC 9(9).
               10 rco-cambios PIC 9(9).
               10 rco-bajas PIC 9(9).
               10 rco-cargas PIC 9(9).
       01 rco-count PIC 9(3) VALUE 0.
       01 rco-idx PIC 9(3).
       01 rco-encontrado-sw PIC X VALUE 'N'.
           88 rco-encontrado VALUE 'S'.
       01 rco-otras PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 num-ed PIC Z(35)9.
       01 pot-ed PIC Z9.
       01 linea-rec PIC X(100).
       01 rec-ptr PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-recurep
           IF fs-recurep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "recuperacion. Status " fs-recurep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND archivo-auditoria
           IF fs-auditoria = "35"
               OPEN OUTPUT archivo-auditoria
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
               DISPLAY "Operador no autorizado: " operador-id
               MOVE "Operador no autorizado o dado de baja"
                   TO reg-recurep
               WRITE reg-recurep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF perm-cache NOT = 'S' OR perm-purga NOT = 'S'
               DISPLAY "Operador sin permiso de recuperacion de "
                   "cache: " operador-id
               MOVE SPACES TO rechazo-texto
               MOVE "Intento rechazado: recuperar cache"
                   TO rechazo-texto
               PERFORM AUDITAR-RECHAZO
               MOVE "Operador sin permiso de recuperacion de cache"
                   TO reg-recurep
               WRITE reg-recurep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM LEER-CARTAS
           IF carta-mala
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM LOCALIZAR-MARCA
           IF NOT hay-marca
               MOVE "CACHEJRN no tiene ninguna marca de descarga: "
                   TO reg-recurep
               WRITE reg-recurep
               MOVE "  no se sabe desde donde aplicar el diario"
                   TO reg-recurep
               WRITE reg-recurep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM ESCRIBIR-MARCA
           IF marca-fecha > hasta-fecha
               OR (marca-fecha = hasta-fecha
                   AND marca-hora > hasta-hora)
               MOVE "La ultima descarga es posterior al punto de "
                   TO reg-recurep
               WRITE reg-recurep
               MOVE "  recuperacion pedido: no se puede retroceder"
                   TO reg-recurep
               WRITE reg-recurep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF solo-validar
               PERFORM VALIDAR-DESCARGA
           END-IF
           PERFORM ABRIR-CACHE-VACIO
           PERFORM RESTAURAR-DESCARGA
           IF cnt-leidas-desc NOT = marca-registros
               MOVE SPACES TO linea-rec
               STRING "DESCARGA tiene " cnt-leidas-desc
                   " registros y la marca " marca-registros
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               MOVE "  DESCARGA no es la descarga de la ultima marca"
                   TO reg-recurep
               WRITE reg-recurep
               CLOSE archivo-cache
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM APLICAR-DIARIO
           PERFORM CONTAR-ENTRADAS
           CLOSE archivo-cache
           PERFORM ESCRIBIR-RESUMEN
           PERFORM ESCRIBIR-CORRIDAS
           MOVE SPACES TO rechazo-texto
           MOVE "Recuperacion de CACHEDAT aplicada"
               TO rechazo-texto
           PERFORM AUDITAR-RECUPERACION
           CLOSE archivo-auditoria
           CLOSE archivo-recurep
           IF cnt-dup-desc > 0 OR cnt-sin-efecto > 0
               OR cnt-desorden > 0 OR cnt-desconocidas > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF cnt-fallidas > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       VALIDAR-DESCARGA.
           MOVE 'N' TO fin-descarga-sw
           OPEN INPUT archivo-descarga
           IF fs-descarga NOT = "00"
               MOVE SPACES TO linea-rec
               STRING "No se pudo abrir DESCARGA. Status "
                   fs-descarga
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM UNTIL fin-descarga
               READ archivo-descarga
                   AT END
                       MOVE 'S' TO fin-descarga-sw
                   NOT AT END
                       ADD 1 TO cnt-leidas-desc
               END-READ
           END-PERFORM
           CLOSE archivo-descarga
           IF cnt-leidas-desc NOT = marca-registros
               MOVE SPACES TO linea-rec
               STRING "DESCARGA tiene " cnt-leidas-desc
                   " registros y la marca " marca-registros
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               MOVE "  DESCARGA no es la descarga de la ultima marca"
                   TO reg-recurep
               WRITE reg-recurep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           MOVE "Validacion correcta: CACHEDAT puede redefinirse"
               TO reg-recurep
           WRITE reg-recurep
           CLOSE archivo-recurep
           CLOSE archivo-auditoria
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       TERMINAR-CON-ERROR.
           MOVE "Recuperacion no realizada" TO reg-recurep
           WRITE reg-recurep
           CLOSE archivo-recurep
           CLOSE archivo-auditoria
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
               MOVE 'S' TO perm-cache
               MOVE 'S' TO perm-purga
           ELSE
               MOVE operador-id TO oper-id
               READ archivo-operadores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF oper-estado = 'A'
                           MOVE 'S' TO operador-valido-sw
                           MOVE oper-perm-cache TO perm-cache
                           MOVE oper-perm-purga TO perm-purga
                       END-IF
               END-READ
           END-IF.

       AUDITAR-RECHAZO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE 0 TO aud-num
           MOVE rechazo-texto TO aud-res
           MOVE fecha-hora-actual(1:14) TO aud-fecha-hora
           MOVE operador-id TO aud-operador
           MOVE SPACES TO aud-solicitante
           MOVE 0 TO aud-corrida
           WRITE reg-auditoria FROM reg-auditoria-ws.

       AUDITAR-RECUPERACION.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE cnt-aplicadas TO aud-num
           MOVE rechazo-texto TO aud-res
           MOVE fecha-hora-actual(1:14) TO aud-fecha-hora
           MOVE operador-id TO aud-operador
           MOVE SPACES TO aud-solicitante
           MOVE 0 TO aud-corrida
           WRITE reg-auditoria FROM reg-auditoria-ws.

       LEER-CARTAS.
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               MOVE SPACES TO operando-2
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1 operando-2
               END-UNSTRING
               EVALUATE verbo
                   WHEN "HASTA"
                       PERFORM VALIDAR-HASTA
                   WHEN "DETALLE"
                       MOVE 'S' TO detalle-sw
                   WHEN "VALIDAR"
                       MOVE 'S' TO validar-sw
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       MOVE SPACES TO linea-rec
                       STRING "Carta no reconocida: " verbo
                           DELIMITED BY SIZE INTO linea-rec
                       WRITE reg-recurep FROM linea-rec
                       MOVE 'S' TO carta-mala-sw
               END-EVALUATE
           END-PERFORM.

       VALIDAR-HASTA.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF NOT solo-digitos OR ws-campo-len NOT = 8
               MOVE "Carta HASTA invalida: fecha aaaammdd"
                   TO reg-recurep
               WRITE reg-recurep
               MOVE 'S' TO carta-mala-sw
           ELSE
               MOVE FUNCTION NUMVAL(operando-1) TO hasta-fecha
               MOVE hasta-fecha(5:2) TO hasta-mes
               MOVE hasta-fecha(7:2) TO hasta-dia
               IF hasta-mes < 1 OR hasta-mes > 12
                   OR hasta-dia < 1 OR hasta-dia > 31
                   MOVE "Carta HASTA invalida: fecha inexistente"
                       TO reg-recurep
                   WRITE reg-recurep
                   MOVE 'S' TO carta-mala-sw
               END-IF
           END-IF
           IF operando-2 = SPACES
               MOVE 235959 TO hasta-hms
           ELSE
               MOVE operando-2 TO ws-campo-validar
               PERFORM VALIDAR-SOLO-DIGITOS
               IF NOT solo-digitos OR ws-campo-len NOT = 6
                   MOVE "Carta HASTA invalida: hora hhmmss"
                       TO reg-recurep
                   WRITE reg-recurep
                   MOVE 'S' TO carta-mala-sw
               ELSE
                   MOVE FUNCTION NUMVAL(operando-2) TO hasta-hms
                   IF hasta-hms(1:2) > "23" OR hasta-hms(3:2) > "59"
                       OR hasta-hms(5:2) > "59"
                       MOVE "Carta HASTA invalida: hora inexistente"
                           TO reg-recurep
                       WRITE reg-recurep
                       MOVE 'S' TO carta-mala-sw
                   END-IF
               END-IF
           END-IF
           COMPUTE hasta-hora = hasta-hms * 100 + 99.

       ESCRIBIR-ENCABEZADO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE SPACES TO linea-rec
           STRING "Recuperacion de CACHEDAT   Fecha: "
               fecha-hora-actual(7:2) "/" fecha-hora-actual(5:2)
               "/" fecha-hora-actual(1:4)
               "   Operador: " operador-id
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE SPACES TO linea-rec
           IF hasta-fecha = 99999999
               MOVE "Punto de recuperacion: final del diario"
                   TO linea-rec
           ELSE
               STRING "Punto de recuperacion: " hasta-fecha(7:2)
                   "/" hasta-fecha(5:2) "/" hasta-fecha(1:4)
                   " " hasta-hms(1:2) ":" hasta-hms(3:2) ":"
                   hasta-hms(5:2)
                   DELIMITED BY SIZE INTO linea-rec
           END-IF
           WRITE reg-recurep FROM linea-rec.

       LOCALIZAR-MARCA.
           MOVE 0 TO cnt-diario
           MOVE 'N' TO fin-diario-sw
           OPEN INPUT archivo-diario
           IF fs-diario NOT = "00"
               MOVE SPACES TO linea-rec
               STRING "No se pudo abrir CACHEJRN. Status "
                   fs-diario
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM UNTIL fin-diario
               READ archivo-diario INTO reg-diario-ws
                   AT END
                       MOVE 'S' TO fin-diario-sw
                   NOT AT END
                       ADD 1 TO cnt-diario
                       IF jrn-es-descarga
                           MOVE 'S' TO marca-sw
                           MOVE cnt-diario TO marca-pos
                           MOVE jrn-fecha TO marca-fecha
                           MOVE jrn-hora TO marca-hora
                           MOVE jrn-registros TO marca-registros
                           MOVE jrn-operador TO marca-operador
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-diario.

       ESCRIBIR-MARCA.
           MOVE SPACES TO linea-rec
           STRING "Ultima descarga: " marca-fecha(7:2) "/"
               marca-fecha(5:2) "/" marca-fecha(1:4) " "
               marca-hora(1:2) ":" marca-hora(3:2) ":"
               marca-hora(5:2) " operador " marca-operador
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE marca-registros TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  registros descargados:    " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE marca-pos TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  posicion en el diario:    " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-diario TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  registros en el diario:   " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec.

       ABRIR-CACHE-VACIO.
           OPEN I-O archivo-cache
           IF fs-cache = "35"
               OPEN OUTPUT archivo-cache
               CLOSE archivo-cache
               OPEN I-O archivo-cache
           END-IF
           IF fs-cache NOT = "00"
               MOVE SPACES TO linea-rec
               STRING "No se pudo abrir CACHEDAT. Status " fs-cache
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               PERFORM TERMINAR-CON-ERROR
           END-IF
           MOVE 'N' TO fin-cache-sw
           MOVE LOW-VALUES TO cache-key
           START archivo-cache KEY NOT < cache-key
               INVALID KEY
                   MOVE 'S' TO fin-cache-sw
           END-START
           IF NOT fin-cache
               READ archivo-cache NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-cache-sw
               END-READ
           END-IF
           IF NOT fin-cache
               MOVE "CACHEDAT no esta vacio: el cluster debe "
                   TO reg-recurep
               WRITE reg-recurep
               MOVE "  definirse de nuevo antes de recuperar"
                   TO reg-recurep
               WRITE reg-recurep
               CLOSE archivo-cache
               PERFORM TERMINAR-CON-ERROR
           END-IF.

       RESTAURAR-DESCARGA.
           MOVE 'N' TO fin-descarga-sw
           OPEN INPUT archivo-descarga
           IF fs-descarga NOT = "00"
               MOVE SPACES TO linea-rec
               STRING "No se pudo abrir DESCARGA. Status "
                   fs-descarga
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               CLOSE archivo-cache
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM UNTIL fin-descarga
               READ archivo-descarga
                   AT END
                       MOVE 'S' TO fin-descarga-sw
                   NOT AT END
                       ADD 1 TO cnt-leidas-desc
                       MOVE reg-descarga TO reg-cache
                       WRITE reg-cache
                           INVALID KEY
                               ADD 1 TO cnt-dup-desc
                           NOT INVALID KEY
                               ADD 1 TO cnt-restauradas
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE archivo-descarga
           MOVE cnt-restauradas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "Restauradas de DESCARGA:    " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           IF cnt-dup-desc > 0
               MOVE cnt-dup-desc TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "  duplicadas en DESCARGA:   " cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
           END-IF.

       APLICAR-DIARIO.
           MOVE 0 TO cnt-diario-idx
           MOVE 'N' TO fin-diario-sw
           MOVE marca-fecha TO previo-fecha
           MOVE marca-hora TO previo-hora
           OPEN INPUT archivo-diario
           IF fs-diario NOT = "00"
               MOVE SPACES TO linea-rec
               STRING "No se pudo abrir CACHEJRN. Status "
                   fs-diario
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
               CLOSE archivo-cache
               PERFORM TERMINAR-CON-ERROR
           END-IF
           IF con-detalle
               MOVE "Registros del diario aplicados:" TO reg-recurep
               WRITE reg-recurep
           END-IF
           PERFORM UNTIL fin-diario
               READ archivo-diario INTO reg-diario-ws
                   AT END
                       MOVE 'S' TO fin-diario-sw
                   NOT AT END
                       ADD 1 TO cnt-diario-idx
                       IF cnt-diario-idx > marca-pos
                           PERFORM APLICAR-REGISTRO
                       ELSE
                           ADD 1 TO cnt-previos
                       END-IF
               END-READ
           END-PERFORM
           CLOSE archivo-diario.

       APLICAR-REGISTRO.
           IF jrn-fecha > hasta-fecha
               OR (jrn-fecha = hasta-fecha
                   AND jrn-hora > hasta-hora)
               ADD 1 TO cnt-posteriores
           ELSE
               IF jrn-fecha < previo-fecha
                   OR (jrn-fecha = previo-fecha
                       AND jrn-hora < previo-hora)
                   ADD 1 TO cnt-desorden
               ELSE
                   MOVE jrn-fecha TO previo-fecha
                   MOVE jrn-hora TO previo-hora
               END-IF
               MOVE 'S' TO accion-valida-sw
               EVALUATE TRUE
                   WHEN jrn-es-alta
                       ADD 1 TO cnt-altas
                       PERFORM APLICAR-IMAGEN
                   WHEN jrn-es-acierto
                       ADD 1 TO cnt-aciertos
                       PERFORM APLICAR-IMAGEN
                   WHEN jrn-es-cambio
                       ADD 1 TO cnt-cambios
                       PERFORM APLICAR-IMAGEN
                   WHEN jrn-es-carga
                       ADD 1 TO cnt-cargas
                       PERFORM APLICAR-IMAGEN
                   WHEN jrn-es-baja
                       ADD 1 TO cnt-bajas
                       PERFORM APLICAR-BAJA
                   WHEN OTHER
                       MOVE 'N' TO accion-valida-sw
                       ADD 1 TO cnt-desconocidas
                       MOVE SPACES TO linea-rec
                       STRING "Accion desconocida en el diario: "
                           jrn-accion " registro " cnt-diario-idx
                           DELIMITED BY SIZE INTO linea-rec
                       WRITE reg-recurep FROM linea-rec
               END-EVALUATE
               IF accion-valida
                   ADD 1 TO cnt-aplicadas
                   PERFORM ACUMULAR-CORRIDA
                   IF con-detalle
                       PERFORM ESCRIBIR-DETALLE
                   END-IF
               END-IF
           END-IF.

       APLICAR-IMAGEN.
           MOVE jrn-imagen TO reg-cache
           MOVE cache-hits TO hits-diario
           READ archivo-cache
               INVALID KEY
                   MOVE jrn-imagen TO reg-cache
                   WRITE reg-cache
                       INVALID KEY
                           ADD 1 TO cnt-fallidas
                       NOT INVALID KEY
                           ADD 1 TO cnt-nuevas
                   END-WRITE
               NOT INVALID KEY
                   MOVE cache-hits TO hits-actual
                   MOVE jrn-imagen TO reg-cache
                   IF hits-actual > hits-diario
                       MOVE hits-actual TO cache-hits
                   END-IF
                   REWRITE reg-cache
                       INVALID KEY
                           ADD 1 TO cnt-fallidas
                       NOT INVALID KEY
                           ADD 1 TO cnt-reemplazadas
                   END-REWRITE
           END-READ.

       APLICAR-BAJA.
           MOVE jrn-imagen TO reg-cache
           DELETE archivo-cache
               INVALID KEY
                   ADD 1 TO cnt-sin-efecto
           END-DELETE.

       ACUMULAR-CORRIDA.
           MOVE 'N' TO rco-encontrado-sw
           PERFORM VARYING rco-idx FROM 1 BY 1
                   UNTIL rco-idx > rco-count OR rco-encontrado
               IF rco-corrida(rco-idx) = jrn-corrida
                   AND rco-operador(rco-idx) = jrn-operador
                   MOVE 'S' TO rco-encontrado-sw
               END-IF
           END-PERFORM
           IF rco-encontrado
               SUBTRACT 1 FROM rco-idx
           ELSE
               IF rco-count < 200
                   ADD 1 TO rco-count
                   MOVE rco-count TO rco-idx
                   MOVE jrn-corrida TO rco-corrida(rco-idx)
                   MOVE jrn-operador TO rco-operador(rco-idx)
                   MOVE 0 TO rco-altas(rco-idx)
                   MOVE 0 TO rco-aciertos(rco-idx)
                   MOVE 0 TO rco-cambios(rco-idx)
                   MOVE 0 TO rco-bajas(rco-idx)
                   MOVE 0 TO rco-cargas(rco-idx)
                   MOVE 'S' TO rco-encontrado-sw
               ELSE
                   ADD 1 TO rco-otras
               END-IF
           END-IF
           IF rco-encontrado
               EVALUATE TRUE
                   WHEN jrn-es-alta
                       ADD 1 TO rco-altas(rco-idx)
                   WHEN jrn-es-acierto
                       ADD 1 TO rco-aciertos(rco-idx)
                   WHEN jrn-es-cambio
                       ADD 1 TO rco-cambios(rco-idx)
                   WHEN jrn-es-baja
                       ADD 1 TO rco-bajas(rco-idx)
                   WHEN jrn-es-carga
                       ADD 1 TO rco-cargas(rco-idx)
               END-EVALUATE
           END-IF.

       ESCRIBIR-DETALLE.
           MOVE jrn-imagen TO reg-cache
           MOVE cache-num TO num-ed
           MOVE cache-pot TO pot-ed
           MOVE SPACES TO linea-rec
           MOVE 1 TO rec-ptr
           STRING "  " jrn-fecha " " jrn-hora(1:6) " " jrn-accion
               " " jrn-corrida " " jrn-operador " "
               DELIMITED BY SIZE
               FUNCTION TRIM(num-ed) DELIMITED BY SIZE
               " pot " DELIMITED BY SIZE
               FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
               " base " DELIMITED BY SIZE
               cache-base DELIMITED BY SIZE
               " res " DELIMITED BY SIZE
               cache-res DELIMITED BY SIZE
               INTO linea-rec
               WITH POINTER rec-ptr
           WRITE reg-recurep FROM linea-rec.

       CONTAR-ENTRADAS.
           MOVE 0 TO cnt-entradas-fin
           MOVE 'N' TO fin-cache-sw
           MOVE LOW-VALUES TO cache-key
           START archivo-cache KEY NOT < cache-key
               INVALID KEY
                   MOVE 'S' TO fin-cache-sw
           END-START
           PERFORM UNTIL fin-cache
               READ archivo-cache NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-cache-sw
                   NOT AT END
                       ADD 1 TO cnt-entradas-fin
               END-READ
           END-PERFORM.

       ESCRIBIR-RESUMEN.
           MOVE "Diario aplicado desde la ultima descarga:"
               TO reg-recurep
           WRITE reg-recurep
           MOVE cnt-altas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Altas (A):                " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-aciertos TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Aciertos (H):             " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-cambios TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Revisiones (R):           " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-bajas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Purgas (B):               " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-cargas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Cargas (C):               " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-aplicadas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "  Total aplicados:          " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-nuevas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "    entradas creadas:       " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-reemplazadas TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "    entradas reemplazadas:  " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           COMPUTE cnt-ed = cnt-bajas - cnt-sin-efecto
           MOVE SPACES TO linea-rec
           STRING "    entradas borradas:      " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-previos TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "Anteriores a la descarga:   " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           MOVE cnt-posteriores TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "Posteriores al punto:       " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec
           IF cnt-sin-efecto > 0
               MOVE cnt-sin-efecto TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "Aviso: purgas sin entrada:  " cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
           END-IF
           IF cnt-desorden > 0
               MOVE cnt-desorden TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "Aviso: fuera de orden:      " cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
           END-IF
           IF cnt-desconocidas > 0
               MOVE cnt-desconocidas TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "Aviso: acciones desconocidas:" cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
           END-IF
           IF cnt-fallidas > 0
               MOVE cnt-fallidas TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "Error: grabaciones fallidas:" cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
           END-IF
           MOVE cnt-entradas-fin TO cnt-ed
           MOVE SPACES TO linea-rec
           STRING "Entradas en CACHEDAT:       " cnt-ed
               DELIMITED BY SIZE INTO linea-rec
           WRITE reg-recurep FROM linea-rec.

       ESCRIBIR-CORRIDAS.
           IF rco-count > 0
               MOVE "Por corrida y operador (altas / aciertos / "
                   TO reg-recurep
               WRITE reg-recurep
               MOVE "  revisiones / purgas / cargas):"
                   TO reg-recurep
               WRITE reg-recurep
           END-IF
           PERFORM VARYING rco-idx FROM 1 BY 1
                   UNTIL rco-idx > rco-count
               MOVE SPACES TO linea-rec
               MOVE 1 TO rec-ptr
               STRING "  Corrida " rco-corrida(rco-idx) " "
                   rco-operador(rco-idx)
                   DELIMITED BY SIZE INTO linea-rec
                   WITH POINTER rec-ptr
               MOVE rco-altas(rco-idx) TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   INTO linea-rec WITH POINTER rec-ptr
               MOVE rco-aciertos(rco-idx) TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   INTO linea-rec WITH POINTER rec-ptr
               MOVE rco-cambios(rco-idx) TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   INTO linea-rec WITH POINTER rec-ptr
               MOVE rco-bajas(rco-idx) TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   INTO linea-rec WITH POINTER rec-ptr
               MOVE rco-cargas(rco-idx) TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   INTO linea-rec WITH POINTER rec-ptr
               WRITE reg-recurep FROM linea-rec
           END-PERFORM
           IF rco-otras > 0
               MOVE rco-otras TO cnt-ed
               MOVE SPACES TO linea-rec
               STRING "  Otras corridas:           " cnt-ed
                   DELIMITED BY SIZE INTO linea-rec
               WRITE reg-recurep FROM linea-rec
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
