       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENER_CALENDARIO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-id
               FILE STATUS IS fs-operadores.
           SELECT archivo-auditoria ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-auditoria.
           SELECT archivo-calrep ASSIGN TO "CALREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-calrep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-calendario.
       COPY CALFELIZ.
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-auditoria.
       01 reg-auditoria PIC X(120).
       FD archivo-calrep.
       01 reg-calrep PIC X(100).
       WORKING-STORAGE SECTION.
       01 fs-calendario PIC XX.
       01 fs-operadores PIC XX.
       01 fs-auditoria PIC XX.
       01 fs-calrep PIC XX.
       COPY AUDFELIZ.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 fecha-hora-actual PIC X(21).
       01 fecha-proceso PIC 9(8).
       01 maestro-disponible-sw PIC X VALUE 'N'.
           88 maestro-disponible VALUE 'S'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 perm-lote PIC X VALUE 'N'.
       01 rechazo-texto PIC X(35).
       01 motivo-rechazo PIC X(60).
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 fin-calendario-sw PIC X VALUE 'N'.
           88 fin-calendario VALUE 'S'.
       01 dia-existe-sw PIC X VALUE 'N'.
           88 dia-existe VALUE 'S'.
       01 fecha-valida-sw PIC X VALUE 'N'.
           88 fecha-valida VALUE 'S'.
       01 periodo-valido-sw PIC X VALUE 'N'.
           88 periodo-valido VALUE 'S'.
       01 hora-valida-sw PIC X VALUE 'N'.
           88 hora-valida VALUE 'S'.
       01 factor-valido-sw PIC X VALUE 'N'.
           88 factor-valido VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 operando-2 PIC X(36).
       01 operando-3 PIC X(36).
       01 carta-ptr PIC 9(3).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 fecha-carta PIC 9(8).
       01 fecha-destino PIC 9(8).
       01 fecha-dia PIC 9(8).
       01 fecha-desde PIC 9(8).
       01 fecha-hasta PIC 9(8).
       01 hora-carta PIC 9(4).
       01 factor-carta PIC 9(2).
       01 anio-generar PIC 9(4).
       01 corte-generar PIC 9(4) VALUE 0600.
       01 factor-no-habil PIC 9(2) VALUE 4.
       01 dia-int PIC 9(9).
       01 dia-ini PIC 9(9).
       01 dia-fin PIC 9(9).
       01 dia-semana PIC 9(1).
       01 mes-idx PIC 9(2).
       01 mes-recalc PIC 9(6).
       01 mes-leido PIC 9(6).
       01 mes-numero PIC 9(2).
       01 tabla-mes.
           05 mes-dia OCCURS 31 TIMES PIC 9(8).
       01 mes-dias-count PIC 9(2) VALUE 0.
       01 mes-dia-idx PIC 9(2).
       01 mes-ultimo-habil PIC 9(8).
       01 fin-mes-nuevo PIC X(1).
       01 fin-trim-nuevo PIC X(1).
       01 descripcion-carta PIC X(30).
       01 cnt-cartas-malas PIC 9(9) VALUE 0.
       01 cnt-fallidas PIC 9(9) VALUE 0.
       01 cnt-cambios PIC 9(9) VALUE 0.
       01 cnt-creados PIC 9(9) VALUE 0.
       01 cnt-existentes PIC 9(9) VALUE 0.
       01 cnt-rango PIC 9(9) VALUE 0.
       01 cnt-listados PIC 9(9) VALUE 0.
       01 cnt-habiles PIC 9(9) VALUE 0.
       01 cnt-fin-semana PIC 9(9) VALUE 0.
       01 cnt-festivos PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 nombre-dia PIC X(9).
       01 tipo-texto PIC X(9).
       01 cierre-texto PIC X(9).
       01 linea-cal PIC X(100).
       01 cal-ptr PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-calrep
           IF fs-calrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "calendario. Status " fs-calrep
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
                   TO reg-calrep
               WRITE reg-calrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           OPEN I-O archivo-calendario
           IF fs-calendario = "35"
               OPEN OUTPUT archivo-calendario
               CLOSE archivo-calendario
               OPEN I-O archivo-calendario
           END-IF
           IF fs-calendario NOT = "00"
               DISPLAY "Error: no se pudo abrir CALENDAR. "
                   "Status " fs-calendario
               MOVE "No se pudo abrir CALENDAR" TO reg-calrep
               WRITE reg-calrep
               PERFORM TERMINAR-CON-ERROR
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               MOVE SPACES TO operando-2
               MOVE SPACES TO operando-3
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1 operando-2 operando-3
               END-UNSTRING
               EVALUATE verbo
                   WHEN "GENERAR"
                       PERFORM VERIFICAR-PERMISO
                       IF perm-lote = 'S'
                           PERFORM GENERAR-ANIO
                       END-IF
                   WHEN "FESTIVO"
                   WHEN "HABIL"
                       PERFORM VERIFICAR-PERMISO
                       IF perm-lote = 'S'
                           PERFORM MARCAR-DIA
                       END-IF
                   WHEN "NEGOCIO"
                       PERFORM VERIFICAR-PERMISO
                       IF perm-lote = 'S'
                           PERFORM FIJAR-NEGOCIO
                       END-IF
                   WHEN "CORTE"
                       PERFORM VERIFICAR-PERMISO
                       IF perm-lote = 'S'
                           PERFORM FIJAR-CORTE
                       END-IF
                   WHEN "FACTOR"
                       PERFORM VERIFICAR-PERMISO
                       IF perm-lote = 'S'
                           PERFORM FIJAR-FACTOR
                       END-IF
                   WHEN "LISTAR"
                       PERFORM LISTAR-CALENDARIO
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       MOVE "Carta no reconocida" TO motivo-rechazo
                       PERFORM RECHAZAR-CARTA
               END-EVALUATE
           END-PERFORM
           CLOSE archivo-calendario
           IF cnt-cambios > 0
               PERFORM AUDITAR-CAMBIOS
           END-IF
           PERFORM ESCRIBIR-RESUMEN
           CLOSE archivo-auditoria
           CLOSE archivo-calrep
           IF cnt-cartas-malas > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF cnt-fallidas > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       TERMINAR-CON-ERROR.
           MOVE "Calendario no actualizado" TO reg-calrep
           WRITE reg-calrep
           CLOSE archivo-calrep
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
               MOVE 'S' TO perm-lote
           ELSE
               MOVE operador-id TO oper-id
               READ archivo-operadores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF oper-estado = 'A'
                           MOVE 'S' TO operador-valido-sw
                           MOVE oper-perm-lote TO perm-lote
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-PERMISO.
           IF perm-lote NOT = 'S'
               MOVE "Operador sin permiso de lote: no se aplica"
                   TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
               MOVE SPACES TO rechazo-texto
               MOVE "Intento rechazado: calendario"
                   TO rechazo-texto
               PERFORM AUDITAR-RECHAZO
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

       AUDITAR-CAMBIOS.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE cnt-cambios TO aud-num
           MOVE SPACES TO aud-res
           MOVE "Calendario de proceso modificado" TO aud-res
           MOVE fecha-hora-actual(1:14) TO aud-fecha-hora
           MOVE operador-id TO aud-operador
           MOVE SPACES TO aud-solicitante
           MOVE 0 TO aud-corrida
           WRITE reg-auditoria FROM reg-auditoria-ws.

       RECHAZAR-CARTA.
           ADD 1 TO cnt-cartas-malas
           MOVE SPACES TO linea-cal
           STRING "Carta rechazada: " carta(1:60)
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal
           MOVE SPACES TO linea-cal
           STRING "  " motivo-rechazo
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal.

       ESCRIBIR-ENCABEZADO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE fecha-hora-actual(1:8) TO fecha-proceso
           MOVE SPACES TO linea-cal
           STRING "Calendario de proceso   Fecha: "
               fecha-hora-actual(7:2) "/" fecha-hora-actual(5:2)
               "/" fecha-hora-actual(1:4)
               "   Operador: " operador-id
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal
           MOVE SPACES TO reg-calrep
           WRITE reg-calrep.

       GENERAR-ANIO.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF NOT solo-digitos OR ws-campo-len NOT = 4
               OR ws-campo-trim(1:4) < "1601"
               MOVE "GENERAR invalida: anio aaaa" TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE ws-campo-trim(1:4) TO anio-generar
               MOVE 'S' TO hora-valida-sw
               MOVE 'S' TO factor-valido-sw
               IF operando-2 NOT = SPACES
                   MOVE operando-2 TO ws-campo-validar
                   PERFORM VALIDAR-HORA
               END-IF
               IF operando-3 NOT = SPACES
                   MOVE operando-3 TO ws-campo-validar
                   PERFORM VALIDAR-FACTOR
               END-IF
               EVALUATE TRUE
                   WHEN NOT hora-valida
                       MOVE "GENERAR invalida: hora de corte hhmm"
                           TO motivo-rechazo
                       PERFORM RECHAZAR-CARTA
                   WHEN NOT factor-valido
                       MOVE "GENERAR invalida: factor 1-99"
                           TO motivo-rechazo
                       PERFORM RECHAZAR-CARTA
                   WHEN OTHER
                       IF operando-2 NOT = SPACES
                           MOVE hora-carta TO corte-generar
                       END-IF
                       IF operando-3 NOT = SPACES
                           MOVE factor-carta TO factor-no-habil
                       END-IF
                       PERFORM CREAR-DIAS-ANIO
               END-EVALUATE
           END-IF.

       CREAR-DIAS-ANIO.
           MOVE 0 TO cnt-creados
           MOVE 0 TO cnt-existentes
           COMPUTE dia-ini =
               FUNCTION INTEGER-OF-DATE(anio-generar * 10000 + 101)
           COMPUTE dia-fin =
               FUNCTION INTEGER-OF-DATE(anio-generar * 10000 + 1231)
           PERFORM VARYING dia-int FROM dia-ini BY 1
                   UNTIL dia-int > dia-fin
               COMPUTE fecha-dia = FUNCTION DATE-OF-INTEGER(dia-int)
               COMPUTE dia-semana = FUNCTION MOD(dia-int, 7)
               MOVE SPACES TO reg-calendario
               MOVE fecha-dia TO cal-fecha
               IF dia-semana = 6 OR dia-semana = 0
                   MOVE 'S' TO cal-tipo
                   MOVE factor-no-habil TO cal-factor-lista
               ELSE
                   MOVE 'H' TO cal-tipo
                   MOVE 1 TO cal-factor-lista
               END-IF
               MOVE 'N' TO cal-fin-mes
               MOVE 'N' TO cal-fin-trimestre
               MOVE fecha-dia TO cal-fecha-negocio
               MOVE corte-generar TO cal-hora-corte
               MOVE operador-id TO cal-operador
               MOVE fecha-proceso TO cal-fecha-cambio
               WRITE reg-calendario
                   INVALID KEY
                       ADD 1 TO cnt-existentes
                   NOT INVALID KEY
                       ADD 1 TO cnt-creados
               END-WRITE
           END-PERFORM
           ADD cnt-creados TO cnt-cambios
           PERFORM VARYING mes-idx FROM 1 BY 1 UNTIL mes-idx > 12
               COMPUTE mes-recalc = anio-generar * 100 + mes-idx
               PERFORM RECALCULAR-MES
           END-PERFORM
           MOVE SPACES TO linea-cal
           MOVE 1 TO cal-ptr
           MOVE cnt-creados TO cnt-ed
           STRING "GENERAR " anio-generar ": " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " dias creados, " DELIMITED BY SIZE
               INTO linea-cal
               WITH POINTER cal-ptr
           MOVE cnt-existentes TO cnt-ed
           STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " ya existentes sin cambios" DELIMITED BY SIZE
               INTO linea-cal
               WITH POINTER cal-ptr
           WRITE reg-calrep FROM linea-cal
           MOVE SPACES TO linea-cal
           MOVE factor-no-habil TO cnt-ed
           STRING "  Hora de corte " corte-generar(1:2) ":"
               corte-generar(3:2) DELIMITED BY SIZE
               ", factor de barridos en dias no habiles "
               DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-cal
           WRITE reg-calrep FROM linea-cal.

       MARCAR-DIA.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-FECHA
           IF NOT fecha-valida
               MOVE "Fecha invalida: aaaammdd" TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               PERFORM LEER-DIA
               IF NOT dia-existe
                   MOVE "Dia fuera del calendario: falta GENERAR"
                       TO motivo-rechazo
                   PERFORM RECHAZAR-CARTA
               ELSE
                   MOVE SPACES TO descripcion-carta
                   MOVE 1 TO carta-ptr
                   UNSTRING carta DELIMITED BY ALL SPACES
                       INTO verbo operando-1
                       WITH POINTER carta-ptr
                   END-UNSTRING
                   IF carta-ptr <= 80
                       MOVE carta(carta-ptr:) TO descripcion-carta
                   END-IF
                   IF verbo = "FESTIVO"
                       MOVE 'F' TO cal-tipo
                       MOVE factor-no-habil TO cal-factor-lista
                   ELSE
                       MOVE 'H' TO cal-tipo
                       MOVE 1 TO cal-factor-lista
                   END-IF
                   MOVE descripcion-carta TO cal-descripcion
                   PERFORM REGRABAR-DIA
                   MOVE SPACES TO linea-cal
                   STRING "Dia " DELIMITED BY SIZE
                       fecha-carta DELIMITED BY SIZE
                       " marcado " DELIMITED BY SIZE
                       verbo DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       descripcion-carta DELIMITED BY SIZE
                       INTO linea-cal
                   WRITE reg-calrep FROM linea-cal
                   COMPUTE mes-recalc = fecha-carta / 100
                   PERFORM RECALCULAR-MES
               END-IF
           END-IF.

       FIJAR-NEGOCIO.
           MOVE operando-2 TO ws-campo-validar
           IF operando-2 = SPACES
               MOVE operando-1 TO ws-campo-validar
           END-IF
           PERFORM VALIDAR-FECHA
           MOVE fecha-carta TO fecha-destino
           IF fecha-valida
               PERFORM LEER-DIA
           END-IF
           IF NOT fecha-valida OR NOT dia-existe
               MOVE "NEGOCIO invalida: fecha de negocio fuera del "
                   TO motivo-rechazo
               MOVE "calendario" TO motivo-rechazo(47:)
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE operando-1 TO ws-campo-validar
               PERFORM VALIDAR-FECHA
               IF fecha-valida
                   PERFORM LEER-DIA
               END-IF
               IF NOT fecha-valida OR NOT dia-existe
                   MOVE "NEGOCIO invalida: dia fuera del calendario"
                       TO motivo-rechazo
                   PERFORM RECHAZAR-CARTA
               ELSE
                   MOVE fecha-destino TO cal-fecha-negocio
                   PERFORM REGRABAR-DIA
                   MOVE SPACES TO linea-cal
                   STRING "Dia " fecha-carta
                       " con fecha de negocio " fecha-destino
                       DELIMITED BY SIZE INTO linea-cal
                   WRITE reg-calrep FROM linea-cal
               END-IF
           END-IF.

       FIJAR-CORTE.
           MOVE operando-2 TO ws-campo-validar
           PERFORM VALIDAR-HORA
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-PERIODO
           IF NOT periodo-valido OR NOT hora-valida
               MOVE "CORTE invalida: aaaa|aaaamm|aaaammdd hhmm"
                   TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE 0 TO cnt-rango
               MOVE fecha-desde TO cal-fecha
               MOVE 'N' TO fin-calendario-sw
               START archivo-calendario KEY NOT < cal-fecha
                   INVALID KEY
                       MOVE 'S' TO fin-calendario-sw
               END-START
               PERFORM UNTIL fin-calendario
                   READ archivo-calendario NEXT RECORD
                       AT END
                           MOVE 'S' TO fin-calendario-sw
                       NOT AT END
                           IF cal-fecha > fecha-hasta
                               MOVE 'S' TO fin-calendario-sw
                           ELSE
                               MOVE hora-carta TO cal-hora-corte
                               PERFORM REGRABAR-DIA
                               ADD 1 TO cnt-rango
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM INFORMAR-RANGO
           END-IF.

       FIJAR-FACTOR.
           MOVE operando-2 TO ws-campo-validar
           PERFORM VALIDAR-FACTOR
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-PERIODO
           IF NOT periodo-valido OR NOT factor-valido
               MOVE "FACTOR invalida: aaaa|aaaamm|aaaammdd 1-99"
                   TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE 0 TO cnt-rango
               MOVE fecha-desde TO cal-fecha
               MOVE 'N' TO fin-calendario-sw
               START archivo-calendario KEY NOT < cal-fecha
                   INVALID KEY
                       MOVE 'S' TO fin-calendario-sw
               END-START
               PERFORM UNTIL fin-calendario
                   READ archivo-calendario NEXT RECORD
                       AT END
                           MOVE 'S' TO fin-calendario-sw
                       NOT AT END
                           IF cal-fecha > fecha-hasta
                               MOVE 'S' TO fin-calendario-sw
                           ELSE
                               IF NOT cal-habil
                                   OR fecha-desde = fecha-hasta
                                   MOVE factor-carta
                                       TO cal-factor-lista
                                   PERFORM REGRABAR-DIA
                                   ADD 1 TO cnt-rango
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               PERFORM INFORMAR-RANGO
           END-IF.

       INFORMAR-RANGO.
           IF cnt-rango = 0
               MOVE "Ningun dia del periodo esta en el calendario"
                   TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE SPACES TO linea-cal
               MOVE cnt-rango TO cnt-ed
               STRING verbo DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(operando-1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(operando-2) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " dias modificados" DELIMITED BY SIZE
                   INTO linea-cal
               WRITE reg-calrep FROM linea-cal
           END-IF.

       LEER-DIA.
           MOVE fecha-carta TO cal-fecha
           READ archivo-calendario
               INVALID KEY
                   MOVE 'N' TO dia-existe-sw
               NOT INVALID KEY
                   MOVE 'S' TO dia-existe-sw
           END-READ.

       REGRABAR-DIA.
           MOVE operador-id TO cal-operador
           MOVE fecha-proceso TO cal-fecha-cambio
           REWRITE reg-calendario
               INVALID KEY
                   ADD 1 TO cnt-fallidas
               NOT INVALID KEY
                   ADD 1 TO cnt-cambios
           END-REWRITE
           IF fs-calendario NOT = "00"
               MOVE SPACES TO linea-cal
               STRING "Error: no se pudo regrabar el dia "
                   cal-fecha " Status " fs-calendario
                   DELIMITED BY SIZE INTO linea-cal
               WRITE reg-calrep FROM linea-cal
           END-IF.

       RECALCULAR-MES.
           MOVE 0 TO mes-dias-count
           MOVE 0 TO mes-ultimo-habil
           COMPUTE cal-fecha = mes-recalc * 100 + 1
           MOVE 'N' TO fin-calendario-sw
           START archivo-calendario KEY NOT < cal-fecha
               INVALID KEY
                   MOVE 'S' TO fin-calendario-sw
           END-START
           PERFORM UNTIL fin-calendario
               READ archivo-calendario NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-calendario-sw
                   NOT AT END
                       COMPUTE mes-leido = cal-fecha / 100
                       IF mes-leido NOT = mes-recalc
                           OR mes-dias-count >= 31
                           MOVE 'S' TO fin-calendario-sw
                       ELSE
                           ADD 1 TO mes-dias-count
                           MOVE cal-fecha TO mes-dia(mes-dias-count)
                           IF cal-habil
                               MOVE cal-fecha TO mes-ultimo-habil
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE mes-numero = FUNCTION MOD(mes-recalc, 100)
           PERFORM VARYING mes-dia-idx FROM 1 BY 1
                   UNTIL mes-dia-idx > mes-dias-count
               MOVE mes-dia(mes-dia-idx) TO cal-fecha
               READ archivo-calendario
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO fin-mes-nuevo
                       MOVE 'N' TO fin-trim-nuevo
                       IF cal-fecha = mes-ultimo-habil
                           MOVE 'S' TO fin-mes-nuevo
                           IF mes-numero = 3 OR mes-numero = 6
                               OR mes-numero = 9 OR mes-numero = 12
                               MOVE 'S' TO fin-trim-nuevo
                           END-IF
                       END-IF
                       IF cal-fin-mes NOT = fin-mes-nuevo
                           OR cal-fin-trimestre NOT = fin-trim-nuevo
                           MOVE fin-mes-nuevo TO cal-fin-mes
                           MOVE fin-trim-nuevo TO cal-fin-trimestre
                           REWRITE reg-calendario
                               INVALID KEY
                                   ADD 1 TO cnt-fallidas
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM.

       LISTAR-CALENDARIO.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-PERIODO
           IF NOT periodo-valido
               MOVE "LISTAR invalida: aaaa, aaaamm o aaaammdd"
                   TO motivo-rechazo
               PERFORM RECHAZAR-CARTA
           ELSE
               MOVE 0 TO cnt-listados
               MOVE 0 TO cnt-habiles
               MOVE 0 TO cnt-fin-semana
               MOVE 0 TO cnt-festivos
               MOVE SPACES TO reg-calrep
               WRITE reg-calrep
               MOVE SPACES TO linea-cal
               STRING "Calendario " FUNCTION TRIM(operando-1)
                   DELIMITED BY SIZE INTO linea-cal
               WRITE reg-calrep FROM linea-cal
               MOVE SPACES TO linea-cal
               STRING "Fecha    Dia       Tipo      Cierre    "
                   "Negocio  Corte  Factor Descripcion"
                   DELIMITED BY SIZE INTO linea-cal
               WRITE reg-calrep FROM linea-cal
               MOVE fecha-desde TO cal-fecha
               MOVE 'N' TO fin-calendario-sw
               START archivo-calendario KEY NOT < cal-fecha
                   INVALID KEY
                       MOVE 'S' TO fin-calendario-sw
               END-START
               PERFORM UNTIL fin-calendario
                   READ archivo-calendario NEXT RECORD
                       AT END
                           MOVE 'S' TO fin-calendario-sw
                       NOT AT END
                           IF cal-fecha > fecha-hasta
                               MOVE 'S' TO fin-calendario-sw
                           ELSE
                               PERFORM ESCRIBIR-DIA
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO linea-cal
               MOVE 1 TO cal-ptr
               MOVE cnt-listados TO cnt-ed
               STRING "Dias: " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   "   Habiles: " DELIMITED BY SIZE
                   INTO linea-cal
                   WITH POINTER cal-ptr
               MOVE cnt-habiles TO cnt-ed
               STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   "   Fin de semana: " DELIMITED BY SIZE
                   INTO linea-cal
                   WITH POINTER cal-ptr
               MOVE cnt-fin-semana TO cnt-ed
               STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   "   Festivos: " DELIMITED BY SIZE
                   INTO linea-cal
                   WITH POINTER cal-ptr
               MOVE cnt-festivos TO cnt-ed
               STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   INTO linea-cal
                   WITH POINTER cal-ptr
               WRITE reg-calrep FROM linea-cal
           END-IF.

       ESCRIBIR-DIA.
           ADD 1 TO cnt-listados
           COMPUTE dia-semana =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(cal-fecha), 7)
           EVALUATE dia-semana
               WHEN 1
                   MOVE "Lunes" TO nombre-dia
               WHEN 2
                   MOVE "Martes" TO nombre-dia
               WHEN 3
                   MOVE "Miercoles" TO nombre-dia
               WHEN 4
                   MOVE "Jueves" TO nombre-dia
               WHEN 5
                   MOVE "Viernes" TO nombre-dia
               WHEN 6
                   MOVE "Sabado" TO nombre-dia
               WHEN OTHER
                   MOVE "Domingo" TO nombre-dia
           END-EVALUATE
           EVALUATE TRUE
               WHEN cal-habil
                   MOVE "Habil" TO tipo-texto
                   ADD 1 TO cnt-habiles
               WHEN cal-festivo
                   MOVE "Festivo" TO tipo-texto
                   ADD 1 TO cnt-festivos
               WHEN OTHER
                   MOVE "Fin sem." TO tipo-texto
                   ADD 1 TO cnt-fin-semana
           END-EVALUATE
           EVALUATE TRUE
               WHEN cal-es-fin-trimestre
                   MOVE "Trimestre" TO cierre-texto
               WHEN cal-es-fin-mes
                   MOVE "Mes" TO cierre-texto
               WHEN OTHER
                   MOVE SPACES TO cierre-texto
           END-EVALUATE
           MOVE SPACES TO linea-cal
           STRING cal-fecha " " nombre-dia " " tipo-texto " "
               cierre-texto " " cal-fecha-negocio " "
               cal-hora-corte(1:2) ":" cal-hora-corte(3:2) "  "
               cal-factor-lista "     " cal-descripcion
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO reg-calrep
           WRITE reg-calrep
           MOVE cnt-cambios TO cnt-ed
           MOVE SPACES TO linea-cal
           STRING "Dias grabados o modificados: " cnt-ed
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal
           MOVE cnt-cartas-malas TO cnt-ed
           MOVE SPACES TO linea-cal
           STRING "Cartas rechazadas:           " cnt-ed
               DELIMITED BY SIZE INTO linea-cal
           WRITE reg-calrep FROM linea-cal
           IF cnt-fallidas > 0
               MOVE cnt-fallidas TO cnt-ed
               MOVE SPACES TO linea-cal
               STRING "Grabaciones fallidas:        " cnt-ed
                   DELIMITED BY SIZE INTO linea-cal
               WRITE reg-calrep FROM linea-cal
           END-IF.

       VALIDAR-FECHA.
           MOVE 'N' TO fecha-valida-sw
           MOVE 0 TO fecha-carta
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len = 8
               MOVE ws-campo-trim(1:8) TO fecha-carta
               IF ws-campo-trim(5:2) >= "01"
                   AND ws-campo-trim(5:2) <= "12"
                   AND ws-campo-trim(7:2) >= "01"
                   AND ws-campo-trim(7:2) <= "31"
                   AND ws-campo-trim(1:4) >= "1601"
                   MOVE 'S' TO fecha-valida-sw
               END-IF
           END-IF.

       VALIDAR-PERIODO.
           MOVE 'N' TO periodo-valido-sw
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-trim(1:4) >= "1601"
               EVALUATE ws-campo-len
                   WHEN 4
                       MOVE 'S' TO periodo-valido-sw
                       STRING ws-campo-trim(1:4) "0101"
                           DELIMITED BY SIZE INTO fecha-desde
                       STRING ws-campo-trim(1:4) "1231"
                           DELIMITED BY SIZE INTO fecha-hasta
                   WHEN 6
                       IF ws-campo-trim(5:2) >= "01"
                           AND ws-campo-trim(5:2) <= "12"
                           MOVE 'S' TO periodo-valido-sw
                           STRING ws-campo-trim(1:6) "01"
                               DELIMITED BY SIZE INTO fecha-desde
                           STRING ws-campo-trim(1:6) "31"
                               DELIMITED BY SIZE INTO fecha-hasta
                       END-IF
                   WHEN 8
                       PERFORM VALIDAR-FECHA
                       IF fecha-valida
                           MOVE 'S' TO periodo-valido-sw
                           MOVE fecha-carta TO fecha-desde
                           MOVE fecha-carta TO fecha-hasta
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       VALIDAR-HORA.
           MOVE 'N' TO hora-valida-sw
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len = 4
               AND ws-campo-trim(1:2) <= "23"
               AND ws-campo-trim(3:2) <= "59"
               MOVE 'S' TO hora-valida-sw
               MOVE ws-campo-trim(1:4) TO hora-carta
           END-IF.

       VALIDAR-FACTOR.
           MOVE 'N' TO factor-valido-sw
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len <= 2
               MOVE FUNCTION NUMVAL(ws-campo-trim) TO factor-carta
               IF factor-carta > 0
                   MOVE 'S' TO factor-valido-sw
               END-IF
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
       END PROGRAM MANTENER_CALENDARIO.
