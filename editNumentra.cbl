               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soli-id
               FILE STATUS IS fs-solicitantes.
           SELECT archivo-cuotas ASSIGN TO "CUOTAUSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cus-clave
               FILE STATUS IS fs-cuotas.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-crudo.
       01 reg-edicion PIC X(80).
       FD archivo-solicitantes.
       COPY SOLICREG.
       FD archivo-cuotas.
       COPY CUOTFELIZ.
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-crudo PIC XX.
       01 fs-limpio PIC XX.
       01 fs-rechazo PIC XX.
       01 fs-edicion PIC XX.
       01 fs-solicitantes PIC XX.
       01 fs-cuotas PIC XX.
       01 maestro-soli-sw PIC X VALUE 'N'.
           88 maestro-soli-disponible VALUE 'S'.
       01 solicitante-valido-sw PIC X VALUE 'N'.
           88 solicitante-valido VALUE 'S'.
       01 fin-crudo-sw PIC X VALUE 'N'.
           88 fin-crudo VALUE 'S'.
       01 cuotas-sw PIC X VALUE 'N'.
           88 cuotas-disponibles VALUE 'S'.
       01 fin-cuotas-sw PIC X VALUE 'N'.
           88 fin-cuotas VALUE 'S'.
       01 cuota-excedida-sw PIC X VALUE 'N'.
           88 cuota-excedida VALUE 'S'.
       01 cuo-encontrada-sw PIC X VALUE 'N'.
           88 cuo-encontrada VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 fecha-entrega PIC 9(8) VALUE 0.
       01 ciclo-entrega PIC 9(1) VALUE 1.
       01 periodo-entrega PIC 9(6) VALUE 0.
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
       01 fecha-hora-actual PIC X(21).
       01 tabla-cuotas.
           05 cuo-ent OCCURS 500 TIMES.
               10 cuo-solicitante PIC X(8).
               10 cuo-limite PIC 9(9).
               10 cuo-regla PIC X(1).
               10 cuo-previo PIC 9(9).
               10 cuo-aceptados PIC 9(9).
               10 cuo-excedidos PIC 9(9).
               10 cuo-rechazados PIC 9(9).
               10 cuo-aviso-sw PIC X(1).
       01 cuotas-count PIC 9(3) VALUE 0.
       01 cuo-idx PIC 9(3).
       01 uso-cuota PIC 9(10).
       01 pct-cuota PIC 9(5).
       01 pct-ed PIC ZZZZ9.
       01 cnt-cuota-excedida PIC 9(9) VALUE 0.
       01 cnt-cuota-sin-tabla PIC 9(9) VALUE 0.
       01 cnt-avisos-cuota PIC 9(9) VALUE 0.
       01 edic-ptr PIC 9(3).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
                   "disponible. Status " fs-solicitantes
               DISPLAY "Validacion de solicitante omitida"
           END-IF
           PERFORM LEER-CARTAS
           PERFORM ABRIR-CUOTAS
           PERFORM UNTIL fin-crudo
               READ archivo-crudo
                   AT END
                       PERFORM EDITAR-REGISTRO
               END-READ
           END-PERFORM
           IF cuotas-disponibles
               PERFORM GRABAR-CUOTAS
           END-IF
           PERFORM ESCRIBIR-REPORTE-EDICION
           CLOSE archivo-crudo
           CLOSE archivo-limpio
           IF maestro-soli-disponible
               CLOSE archivo-solicitantes
           END-IF
           IF cuotas-disponibles
               CLOSE archivo-cuotas
           END-IF
           IF cnt-rechazados > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-CARTAS.
           PERFORM DETERMINAR-FECHA-NEGOCIO
           MOVE fecha-negocio TO fecha-entrega
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1
               END-UNSTRING
               EVALUATE verbo
                   WHEN "CICLO"
                       IF operando-1(1:1) IS NUMERIC
                           AND operando-1(1:1) NOT = '0'
                           AND operando-1(2:1) = SPACE
                           MOVE operando-1(1:1) TO ciclo-entrega
                       ELSE
                           DISPLAY "Aviso: carta CICLO invalida, se "
                               "usa ciclo " ciclo-entrega
                       END-IF
                   WHEN "FECHA"
                       IF operando-1(1:8) IS NUMERIC
                           AND operando-1(9:1) = SPACE
                           MOVE operando-1(1:8) TO fecha-entrega
                       ELSE
                           DISPLAY "Aviso: carta FECHA invalida, se "
                               "usa la fecha de negocio"
                       END-IF
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       DISPLAY "Aviso: carta no reconocida: " verbo
               END-EVALUATE
           END-PERFORM
           MOVE fecha-entrega(1:6) TO periodo-entrega.

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

       ABRIR-CUOTAS.
           IF NOT maestro-soli-disponible
               DISPLAY "Control de cuotas omitido"
           ELSE
               OPEN I-O archivo-cuotas
               IF fs-cuotas = "35"
                   OPEN OUTPUT archivo-cuotas
                   CLOSE archivo-cuotas
                   OPEN I-O archivo-cuotas
               END-IF
               IF fs-cuotas = "00"
                   MOVE 'S' TO cuotas-sw
               ELSE
                   DISPLAY "Aviso: registro de uso de cuotas no "
                       "disponible. Status " fs-cuotas
                   DISPLAY "Control de cuotas omitido"
               END-IF
           END-IF.

       EDITAR-REGISTRO.
           MOVE crudo-numero TO ws-campo-validar
           IF ws-campo-validar = SPACES
                           ADD 1 TO cnt-duplicados
                           PERFORM RECHAZAR-DUPLICADO
                       ELSE
                           PERFORM VALIDAR-CUOTA
                           IF cuota-excedida
                               ADD 1 TO cnt-cuota-excedida
                               PERFORM RECHAZAR-CUOTA
                           ELSE
                               PERFORM GRABAR-LIMPIO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-READ
           END-IF.

       VALIDAR-CUOTA.
           MOVE 'N' TO cuota-excedida-sw
           IF cuotas-disponibles
               MOVE 'N' TO cuo-encontrada-sw
               PERFORM VARYING cuo-idx FROM 1 BY 1
                       UNTIL cuo-idx > cuotas-count
                       OR cuo-encontrada
                   IF cuo-solicitante(cuo-idx) = crudo-solicitante
                       MOVE 'S' TO cuo-encontrada-sw
                       PERFORM APLICAR-CUOTA
                   END-IF
               END-PERFORM
               IF NOT cuo-encontrada
                   IF cuotas-count < 500
                       ADD 1 TO cuotas-count
                       MOVE cuotas-count TO cuo-idx
                       PERFORM CARGAR-USO-PREVIO
                       PERFORM APLICAR-CUOTA
                   ELSE
                       ADD 1 TO cnt-cuota-sin-tabla
                   END-IF
               END-IF
           END-IF.

       CARGAR-USO-PREVIO.
           MOVE crudo-solicitante TO cuo-solicitante(cuo-idx)
           IF soli-cuota IS NUMERIC
               MOVE soli-cuota TO cuo-limite(cuo-idx)
           ELSE
               MOVE 0 TO cuo-limite(cuo-idx)
           END-IF
           MOVE soli-regla-cuota TO cuo-regla(cuo-idx)
           MOVE 0 TO cuo-previo(cuo-idx)
           MOVE 0 TO cuo-aceptados(cuo-idx)
           MOVE 0 TO cuo-excedidos(cuo-idx)
           MOVE 0 TO cuo-rechazados(cuo-idx)
           MOVE 'N' TO cuo-aviso-sw(cuo-idx)
           MOVE 'N' TO fin-cuotas-sw
           MOVE periodo-entrega TO cus-periodo
           MOVE crudo-solicitante TO cus-solicitante
           MOVE 0 TO cus-fecha
           MOVE 0 TO cus-ciclo
           START archivo-cuotas KEY NOT < cus-clave
               INVALID KEY
                   MOVE 'S' TO fin-cuotas-sw
           END-START
           PERFORM UNTIL fin-cuotas
               READ archivo-cuotas NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-cuotas-sw
                   NOT AT END
                       PERFORM SUMAR-USO-PREVIO
               END-READ
           END-PERFORM.

       SUMAR-USO-PREVIO.
           IF cus-periodo NOT = periodo-entrega
               OR cus-solicitante NOT = crudo-solicitante
               MOVE 'S' TO fin-cuotas-sw
           ELSE
               IF cus-fecha NOT = fecha-entrega
                   OR cus-ciclo NOT = ciclo-entrega
                   ADD cus-aceptados TO cuo-previo(cuo-idx)
               END-IF
           END-IF.

       APLICAR-CUOTA.
           IF cuo-limite(cuo-idx) > 0
               COMPUTE uso-cuota = cuo-previo(cuo-idx)
                   + cuo-aceptados(cuo-idx)
               IF uso-cuota >= cuo-limite(cuo-idx)
                   IF cuo-regla(cuo-idx) = 'P'
                       ADD 1 TO cuo-excedidos(cuo-idx)
                   ELSE
                       MOVE 'S' TO cuota-excedida-sw
                       ADD 1 TO cuo-rechazados(cuo-idx)
                   END-IF
               END-IF
           END-IF
           IF NOT cuota-excedida
               ADD 1 TO cuo-aceptados(cuo-idx)
           END-IF
           PERFORM AVISAR-CUOTA.

       AVISAR-CUOTA.
           IF cuo-limite(cuo-idx) > 0
               AND cuo-aviso-sw(cuo-idx) NOT = 'S'
               COMPUTE uso-cuota = cuo-previo(cuo-idx)
                   + cuo-aceptados(cuo-idx)
               IF uso-cuota * 10 >= cuo-limite(cuo-idx) * 8
                   MOVE 'S' TO cuo-aviso-sw(cuo-idx)
                   ADD 1 TO cnt-avisos-cuota
                   DISPLAY "Aviso: solicitante " crudo-solicitante
                       " supera el 80% de su cuota mensual"
               END-IF
           END-IF.

       GRABAR-CUOTAS.
           MOVE FUNCTION CURRENT-DATE TO fecha-edicion-ws
           PERFORM VARYING cuo-idx FROM 1 BY 1
                   UNTIL cuo-idx > cuotas-count
               PERFORM GRABAR-CUOTA
           END-PERFORM.

       GRABAR-CUOTA.
           MOVE periodo-entrega TO cus-periodo
           MOVE cuo-solicitante(cuo-idx) TO cus-solicitante
           MOVE fecha-entrega TO cus-fecha
           MOVE ciclo-entrega TO cus-ciclo
           READ archivo-cuotas
               INVALID KEY
                   PERFORM MOVER-CUOTA
                   WRITE reg-cuotauso
                       INVALID KEY
                           DISPLAY "Aviso: no se pudo grabar el uso "
                               "de cuota de " cus-solicitante
                               ". Status " fs-cuotas
                   END-WRITE
               NOT INVALID KEY
                   PERFORM MOVER-CUOTA
                   REWRITE reg-cuotauso
                       INVALID KEY
                           DISPLAY "Aviso: no se pudo grabar el uso "
                               "de cuota de " cus-solicitante
                               ". Status " fs-cuotas
                   END-REWRITE
           END-READ.

       MOVER-CUOTA.
           MOVE cuo-aceptados(cuo-idx) TO cus-aceptados
           MOVE cuo-excedidos(cuo-idx) TO cus-excedidos
           MOVE cuo-rechazados(cuo-idx) TO cus-rechazados
           MOVE fecha-edicion-ws TO cus-fecha-proceso.

       VALIDAR-SOLO-DIGITOS.
           MOVE SPACES TO ws-campo-trim
           MOVE FUNCTION TRIM(ws-campo-validar) TO ws-campo-trim
           WRITE reg-rechazo
           ADD 1 TO cnt-rechazados.

       RECHAZAR-CUOTA.
           MOVE SPACES TO reg-rechazo
           MOVE "CU" TO rech-codigo
           MOVE reg-crudo TO rech-registro
           WRITE reg-rechazo
           ADD 1 TO cnt-rechazados.

       ESCRIBIR-REPORTE-EDICION.
           MOVE FUNCTION CURRENT-DATE TO fecha-edicion-ws
           MOVE SPACES TO linea-edicion
           STRING "  solicitante malo (SO): " cnt-ed
               DELIMITED BY SIZE INTO linea-edicion
           WRITE reg-edicion FROM linea-edicion
           MOVE cnt-cuota-excedida TO cnt-ed
           MOVE SPACES TO linea-edicion
           STRING "  cuota excedida (CU):   " cnt-ed
               DELIMITED BY SIZE INTO linea-edicion
           WRITE reg-edicion FROM linea-edicion
           MOVE cnt-potencia-mala TO cnt-ed
           MOVE SPACES TO linea-edicion
           STRING "Potencias ignoradas:     " cnt-ed
                   "suspendido tras 10000 claves"
                   DELIMITED BY SIZE INTO linea-edicion
               WRITE reg-edicion FROM linea-edicion
           END-IF
           MOVE SPACES TO reg-edicion
           WRITE reg-edicion
           IF cuotas-disponibles
               PERFORM ESCRIBIR-CUOTAS-EDICION
           ELSE
               MOVE "Control de cuotas omitido" TO reg-edicion
               WRITE reg-edicion
           END-IF.

       ESCRIBIR-CUOTAS-EDICION.
           MOVE SPACES TO linea-edicion
           STRING "Cuotas del periodo " periodo-entrega
               "   Entrega " fecha-entrega " ciclo " ciclo-entrega
               DELIMITED BY SIZE INTO linea-edicion
           WRITE reg-edicion FROM linea-edicion
           MOVE "  Solicit.  Uso del mes     Cuota     %  Situacion"
               TO reg-edicion
           WRITE reg-edicion
           PERFORM VARYING cuo-idx FROM 1 BY 1
                   UNTIL cuo-idx > cuotas-count
               IF cuo-limite(cuo-idx) > 0
                   PERFORM ESCRIBIR-LINEA-CUOTA
               END-IF
           END-PERFORM
           MOVE cnt-avisos-cuota TO cnt-ed
           MOVE SPACES TO linea-edicion
           STRING "Solicitantes sobre el 80%: " cnt-ed
               DELIMITED BY SIZE INTO linea-edicion
           WRITE reg-edicion FROM linea-edicion
           IF cnt-cuota-sin-tabla > 0
               MOVE cnt-cuota-sin-tabla TO cnt-ed
               MOVE SPACES TO linea-edicion
               STRING "Aviso: registros sin control de cuota (tabla "
                   "de 500 solicitantes llena): " cnt-ed
                   DELIMITED BY SIZE INTO linea-edicion
               WRITE reg-edicion FROM linea-edicion
           END-IF.

       ESCRIBIR-LINEA-CUOTA.
           COMPUTE uso-cuota = cuo-previo(cuo-idx)
               + cuo-aceptados(cuo-idx)
           COMPUTE pct-cuota = uso-cuota * 100 / cuo-limite(cuo-idx)
               ON SIZE ERROR
                   MOVE 99999 TO pct-cuota
           END-COMPUTE
           MOVE SPACES TO linea-edicion
           MOVE 1 TO edic-ptr
           STRING "  " DELIMITED BY SIZE
               cuo-solicitante(cuo-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO linea-edicion
               WITH POINTER edic-ptr
           MOVE uso-cuota TO cnt-ed
           STRING "   " DELIMITED BY SIZE
               cnt-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO linea-edicion
               WITH POINTER edic-ptr
           MOVE cuo-limite(cuo-idx) TO cnt-ed
           MOVE pct-cuota TO pct-ed
           STRING cnt-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               pct-ed DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO linea-edicion
               WITH POINTER edic-ptr
           EVALUATE TRUE
               WHEN cuo-rechazados(cuo-idx) > 0
                   MOVE cuo-rechazados(cuo-idx) TO cnt-ed
                   STRING "EXCEDIDA, rechazos CU " DELIMITED BY SIZE
                       FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                       INTO linea-edicion
                       WITH POINTER edic-ptr
               WHEN cuo-excedidos(cuo-idx) > 0
                   MOVE cuo-excedidos(cuo-idx) TO cnt-ed
                   STRING "EXCEDIDA, con recargo " DELIMITED BY SIZE
                       FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                       INTO linea-edicion
                       WITH POINTER edic-ptr
               WHEN cuo-aviso-sw(cuo-idx) = 'S'
                   STRING "supera el 80%" DELIMITED BY SIZE
                       INTO linea-edicion
                       WITH POINTER edic-ptr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE reg-edicion FROM linea-edicion.
       END PROGRAM VALIDAR_ENTRADA.
