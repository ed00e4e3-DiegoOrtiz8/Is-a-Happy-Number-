           SELECT archivo-factura ASSIGN TO "FACTREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-factura.
           SELECT archivo-factreg ASSIGN TO "FACTREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-factreg.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS oper-id
               FILE STATUS IS fs-operadores.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-extracto.
       COPY SOLICREG.
       FD archivo-factura.
       01 reg-factura PIC X(100).
       FD archivo-factreg.
       01 reg-factreg PIC X(150).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-extracto PIC XX.
       01 fs-solicitantes PIC XX.
       01 fs-factura PIC XX.
       01 fs-factreg PIC XX.
       01 fs-operadores PIC XX.
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
       01 periodo-cerrado PIC 9(6) VALUE 0.
       01 mes-abierto PIC 9(6) VALUE 0.
       01 meses-total PIC 9(6).
       01 meses-atras PIC 9(3) VALUE 0.
       01 periodo-calculado.
           05 pcal-anio PIC 9(4).
           05 pcal-mes PIC 9(2).
       01 fecha-desde-cierre.
           05 fdc-periodo PIC 9(6).
           05 fdc-dia PIC 9(2).
       01 fin-calendario-sw PIC X VALUE 'N'.
           88 fin-calendario VALUE 'S'.
       COPY FACTFELIZ.
       01 fin-factreg-sw PIC X VALUE 'N'.
           88 fin-factreg VALUE 'S'.
       01 factreg-abierto-sw PIC X VALUE 'N'.
           88 factreg-abierto VALUE 'S'.
       01 maestro-oper-sw PIC X VALUE 'N'.
           88 maestro-oper-disponible VALUE 'S'.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 operador-valido-sw PIC X VALUE 'N'.
           88 operador-valido VALUE 'S'.
       01 simular-sw PIC X VALUE 'N'.
           88 simulacion VALUE 'S'.
       01 periodo-facturado-sw PIC X VALUE 'N'.
           88 periodo-ya-facturado VALUE 'S'.
       01 contabilizar-sw PIC X VALUE 'N'.
           88 contabilizar VALUE 'S'.
       01 periodo-estado PIC X(6) VALUE SPACES.
       01 ultimo-documento PIC 9(9) VALUE 0.
       01 fecha-hoy PIC 9(8).
       01 operando-2 PIC X(36).
       01 carta-ptr PIC 9(3).
       01 imp-entero PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 imp-decimal PIC X(36).
       01 importe-valido-sw PIC X VALUE 'N'.
           88 importe-valido VALUE 'S'.
       01 tabla-memos.
           05 memo-ent OCCURS 50 TIMES.
               10 memo-tipo PIC X(1).
               10 memo-referencia PIC 9(9).
               10 memo-importe PIC 9(9)V99.
               10 memo-motivo PIC X(30).
               10 memo-solicitante PIC X(8).
               10 memo-depto PIC X(8).
               10 memo-fac-importe PIC 9(9)V99.
               10 memo-acreditado PIC 9(11)V99.
               10 memo-hallada-sw PIC X(1).
       01 memos-count PIC 9(2) VALUE 0.
       01 memo-idx PIC 9(2).
       01 memo-otra-idx PIC 9(2).
       01 cnt-cartas-malas PIC 9(9) VALUE 0.
       01 cnt-memos-grabados PIC 9(9) VALUE 0.
       01 cnt-memos-rechazados PIC 9(9) VALUE 0.
       01 tabla-estado.
           05 est-ent OCCURS 50 TIMES.
               10 est-depto PIC X(8).
               10 est-apertura PIC S9(11)V99.
               10 est-facturas PIC S9(11)V99.
               10 est-creditos PIC S9(11)V99.
               10 est-debitos PIC S9(11)V99.
               10 est-cierre PIC S9(11)V99.
       01 estados-count PIC 9(2) VALUE 0.
       01 est-idx PIC 9(2).
       01 est-encontrado-sw PIC X VALUE 'N'.
           88 est-encontrado VALUE 'S'.
       01 tabla-docs-periodo.
           05 doc-ent OCCURS 1000 TIMES.
               10 doc-numero PIC 9(9).
               10 doc-tipo PIC X(1).
               10 doc-solicitante PIC X(8).
               10 doc-depto PIC X(8).
               10 doc-importe PIC 9(9)V99.
               10 doc-referencia PIC 9(9).
               10 doc-motivo PIC X(30).
       01 docs-count PIC 9(4) VALUE 0.
       01 doc-idx PIC 9(4).
       01 docs-desbordados PIC 9(9) VALUE 0.
       01 saldo-ed PIC -Z(10)9.99.
       01 numero-doc-ed PIC Z(8)9.
       01 fin-extracto-sw PIC X VALUE 'N'.
           88 fin-extracto VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
       01 ext-fecha PIC X(8).
       01 ext-operador PIC X(8).
       01 ext-solicitante PIC X(8).
       01 ext-corrida PIC X(9).
       01 corrida-ext PIC 9(9).
       01 tabla-facturables.
           05 fact-ent OCCURS 200 TIMES.
               10 fact-id PIC X(8).
               10 fact-nombre PIC X(30).
               10 fact-tarifa PIC X(1).
               10 fact-conteo PIC 9(9).
               10 fact-corrida-desde PIC 9(9).
               10 fact-corrida-hasta PIC 9(9).
               10 fact-cuota PIC 9(9).
               10 fact-regla PIC X(1).
       01 facturables-count PIC 9(3) VALUE 0.
       01 fact-idx PIC 9(3).
       01 fact-encontrado-sw PIC X VALUE 'N'.
       01 cnt-registros PIC 9(9) VALUE 0.
       01 cnt-facturadas PIC 9(9) VALUE 0.
       01 cnt-fuera-periodo PIC 9(9) VALUE 0.
       01 cnt-indeterminadas PIC 9(9) VALUE 0.
       01 cnt-sin-maestro PIC 9(9) VALUE 0.
       01 cnt-envoltura PIC 9(9) VALUE 0.
       01 tarifa-unitaria PIC 9(1)V99.
       01 factor-recargo PIC 9(1)V99 VALUE 2.00.
       01 tarifa-recargo PIC 9(1)V99.
       01 exceso-cuota PIC 9(9).
       01 importe-recargo PIC 9(9)V99.
       01 cnt-con-recargo PIC 9(9) VALUE 0.
       01 importe PIC 9(9)V99.
       01 importe-ed PIC Z(8)9.99.
       01 sub-conteo PIC 9(9).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DETERMINAR-FECHA-NEGOCIO
           MOVE fecha-negocio TO fecha-hoy
           PERFORM LEER-CARTAS
           IF periodo-factura = SPACES
               AND memos-count = 0
               AND periodo-estado = SPACES
               MOVE "Falta la carta PERIODO yyyymm" TO reg-factura
               WRITE reg-factura
               CLOSE archivo-factura
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF periodo-factura NOT = SPACES AND NOT simulacion
               MOVE 'S' TO contabilizar-sw
           END-IF
           IF contabilizar OR memos-count > 0
               PERFORM VALIDAR-OPERADOR
               IF NOT operador-valido
                   DISPLAY "Operador no autorizado para contabilizar: "
                       operador-id
                   MOVE SPACES TO linea-fact
                   STRING "Operador no autorizado para contabilizar: "
                       operador-id
                       DELIMITED BY SIZE INTO linea-fact
                   WRITE reg-factura FROM linea-fact
                   CLOSE archivo-factura
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM LEER-REGISTRO-FACTURAS
           IF periodo-factura NOT = SPACES
               IF contabilizar AND periodo-ya-facturado
                   MOVE SPACES TO linea-fact
                   STRING "Periodo " periodo-factura
                       " ya contabilizado en FACTREG: no se vuelve "
                       "a facturar" DELIMITED BY SIZE INTO linea-fact
                   WRITE reg-factura FROM linea-fact
                   MOVE SPACES TO linea-fact
                   STRING "Los ajustes se registran con notas CREDITO"
                       " o DEBITO" DELIMITED BY SIZE INTO linea-fact
                   WRITE reg-factura FROM linea-fact
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM FACTURAR-PERIODO
               END-IF
           END-IF
           IF memos-count > 0
               PERFORM PROCESAR-MEMOS
           END-IF
           IF factreg-abierto
               CLOSE archivo-factreg
               MOVE 'N' TO factreg-abierto-sw
           END-IF
           IF periodo-estado NOT = SPACES
               PERFORM ESCRIBIR-ESTADO
           END-IF
           CLOSE archivo-factura
           STOP RUN.

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

       DETERMINAR-CIERRE-MES.
           MOVE 0 TO periodo-cerrado
           MOVE fecha-negocio(1:6) TO periodo-calculado
           MOVE 1 TO meses-atras
           PERFORM RESTAR-MESES
           MOVE periodo-calculado TO fdc-periodo
           MOVE 1 TO fdc-dia
           OPEN INPUT archivo-calendario
           IF fs-calendario = "00"
               MOVE fecha-desde-cierre TO cal-fecha
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
                           IF cal-fecha NOT < fecha-negocio
                               MOVE 'S' TO fin-calendario-sw
                           ELSE
                               IF cal-es-fin-mes
                                   MOVE cal-fecha(1:6)
                                       TO periodo-cerrado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-calendario
           END-IF
           IF periodo-cerrado = 0
               MOVE fecha-negocio(1:6) TO periodo-calculado
               MOVE 1 TO meses-atras
               PERFORM RESTAR-MESES
               MOVE periodo-calculado TO periodo-cerrado
               DISPLAY "Aviso: sin cierre de mes en el calendario, "
                   "se toma el periodo " periodo-cerrado
           END-IF
           MOVE periodo-cerrado TO periodo-calculado
           COMPUTE meses-total = pcal-anio * 12 + pcal-mes
           DIVIDE meses-total BY 12 GIVING pcal-anio
               REMAINDER pcal-mes
           ADD 1 TO pcal-mes
           MOVE periodo-calculado TO mes-abierto.

       RESTAR-MESES.
           COMPUTE meses-total = pcal-anio * 12 + pcal-mes
               - 1 - meses-atras
           DIVIDE meses-total BY 12 GIVING pcal-anio
               REMAINDER pcal-mes
           ADD 1 TO pcal-mes.

       FACTURAR-PERIODO.
           OPEN INPUT archivo-solicitantes
           IF fs-solicitantes = "00"
               MOVE 'S' TO maestro-soli-sw
               END-READ
           END-PERFORM
           CLOSE archivo-extracto
           IF contabilizar
               PERFORM ABRIR-FACTREG
           END-IF
           PERFORM ESCRIBIR-FACTURA
           IF maestro-soli-disponible
               CLOSE archivo-solicitantes
           END-IF.

       VALIDAR-OPERADOR.
           MOVE SPACES TO operador-id
           ACCEPT operador-id FROM COMMAND-LINE
           IF operador-id = SPACES
               MOVE "OPER01" TO operador-id
           END-IF
           OPEN INPUT archivo-operadores
           IF fs-operadores = "00"
               MOVE 'S' TO maestro-oper-sw
           ELSE
               DISPLAY "Aviso: maestro de operadores no "
                   "disponible. Status " fs-operadores
               DISPLAY "Validacion de operador omitida"
           END-IF
           IF NOT maestro-oper-disponible
               MOVE 'S' TO operador-valido-sw
           ELSE
               MOVE operador-id TO oper-id
               READ archivo-operadores
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF oper-estado = 'A'
                           MOVE 'S' TO operador-valido-sw
                       END-IF
               END-READ
               CLOSE archivo-operadores
           END-IF.

       LEER-REGISTRO-FACTURAS.
           MOVE 'N' TO fin-factreg-sw
           OPEN INPUT archivo-factreg
           IF fs-factreg NOT = "00"
               MOVE 'S' TO fin-factreg-sw
           END-IF
           PERFORM UNTIL fin-factreg
               READ archivo-factreg
                   AT END
                       MOVE 'S' TO fin-factreg-sw
                   NOT AT END
                       MOVE reg-factreg TO reg-factreg-ws
                       PERFORM EXAMINAR-DOCUMENTO
               END-READ
           END-PERFORM
           IF fs-factreg = "10" OR fs-factreg = "00"
               CLOSE archivo-factreg
           END-IF.

       EXAMINAR-DOCUMENTO.
           IF fac-numero IS NUMERIC
               AND fac-numero > ultimo-documento
               MOVE fac-numero TO ultimo-documento
           END-IF
           IF fac-es-factura
               IF fac-periodo = periodo-factura
                   MOVE 'S' TO periodo-facturado-sw
               END-IF
               PERFORM VARYING memo-idx FROM 1 BY 1
                       UNTIL memo-idx > memos-count
                   IF memo-referencia(memo-idx) = fac-numero
                       MOVE 'S' TO memo-hallada-sw(memo-idx)
                       MOVE fac-solicitante
                           TO memo-solicitante(memo-idx)
                       MOVE fac-depto TO memo-depto(memo-idx)
                       MOVE fac-importe TO memo-fac-importe(memo-idx)
                   END-IF
               END-PERFORM
           END-IF
           IF fac-es-credito
               PERFORM VARYING memo-idx FROM 1 BY 1
                       UNTIL memo-idx > memos-count
                   IF memo-referencia(memo-idx) = fac-referencia
                       ADD fac-importe TO memo-acreditado(memo-idx)
                   END-IF
               END-PERFORM
           END-IF.

       ABRIR-FACTREG.
           OPEN EXTEND archivo-factreg
           IF fs-factreg = "35"
               OPEN OUTPUT archivo-factreg
           END-IF
           IF fs-factreg NOT = "00"
               DISPLAY "Error: no se pudo abrir FACTREG. "
                   "Status " fs-factreg
               MOVE "No se pudo abrir FACTREG" TO reg-factura
               WRITE reg-factura
               CLOSE archivo-factura
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO factreg-abierto-sw.

       GRABAR-FACTURA.
           ADD 1 TO ultimo-documento
           MOVE ultimo-documento TO fac-numero
           MOVE 'F' TO fac-tipo
           MOVE periodo-factura TO fac-periodo
           MOVE fact-id(fact-idx) TO fac-solicitante
           MOVE fact-depto(fact-idx) TO fac-depto
           MOVE fact-corrida-desde(fact-idx) TO fac-corrida-desde
           MOVE fact-corrida-hasta(fact-idx) TO fac-corrida-hasta
           MOVE fact-conteo(fact-idx) TO fac-conteo
           MOVE importe TO fac-importe
           MOVE 0 TO fac-referencia
           MOVE fecha-hoy TO fac-fecha
           MOVE operador-id TO fac-operador
           MOVE SPACES TO fac-motivo
           WRITE reg-factreg FROM reg-factreg-ws.

       LEER-CARTAS.
           PERFORM UNTIL fin-cartas
               END-UNSTRING
               EVALUATE verbo
                   WHEN "PERIODO"
                       IF operando-1 = SPACES
                           PERFORM TOMAR-PERIODO-CERRADO
                           MOVE periodo-cerrado TO periodo-factura
                       END-IF
                       IF operando-1(1:6) IS NUMERIC
                           MOVE operando-1(1:6) TO periodo-factura
                       END-IF
                   WHEN "SIMULAR"
                       MOVE 'S' TO simular-sw
                   WHEN "ESTADO"
                       EVALUATE TRUE
                           WHEN operando-1 = SPACES
                               PERFORM TOMAR-PERIODO-CERRADO
                               MOVE periodo-cerrado TO periodo-estado
                           WHEN operando-1(1:6) IS NUMERIC
                               MOVE operando-1(1:6) TO periodo-estado
                           WHEN OTHER
                               PERFORM RECHAZAR-CARTA
                       END-EVALUATE
                   WHEN "CREDITO"
                       PERFORM ANOTAR-MEMO
                   WHEN "DEBITO"
                       PERFORM ANOTAR-MEMO
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
               END-EVALUATE
           END-PERFORM.

       TOMAR-PERIODO-CERRADO.
           IF periodo-cerrado = 0
               PERFORM DETERMINAR-CIERRE-MES
               DISPLAY "Periodo cerrado segun el calendario de "
                   "proceso: " periodo-cerrado
           END-IF.

       RECHAZAR-CARTA.
           ADD 1 TO cnt-cartas-malas
           MOVE SPACES TO linea-fact
           STRING "Carta invalida, se ignora: " carta
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       ANOTAR-MEMO.
           MOVE SPACES TO operando-2
           MOVE 1 TO carta-ptr
           UNSTRING carta DELIMITED BY ALL SPACES
               INTO verbo operando-1 operando-2
               WITH POINTER carta-ptr
           END-UNSTRING
           PERFORM VALIDAR-IMPORTE
           EVALUATE TRUE
               WHEN operando-1(1:9) IS NOT NUMERIC
                   PERFORM RECHAZAR-CARTA
               WHEN operando-1(10:1) NOT = SPACE
                   PERFORM RECHAZAR-CARTA
               WHEN NOT importe-valido
                   PERFORM RECHAZAR-CARTA
               WHEN memos-count >= 50
                   PERFORM RECHAZAR-CARTA
               WHEN OTHER
                   ADD 1 TO memos-count
                   MOVE verbo(1:1) TO memo-tipo(memos-count)
                   MOVE operando-1(1:9) TO memo-referencia(memos-count)
                   MOVE FUNCTION NUMVAL(operando-2)
                       TO memo-importe(memos-count)
                   MOVE SPACES TO memo-motivo(memos-count)
                   IF carta-ptr <= 80
                       MOVE carta(carta-ptr:)
                           TO memo-motivo(memos-count)
                   END-IF
                   MOVE SPACES TO memo-solicitante(memos-count)
                   MOVE SPACES TO memo-depto(memos-count)
                   MOVE 0 TO memo-fac-importe(memos-count)
                   MOVE 0 TO memo-acreditado(memos-count)
                   MOVE 'N' TO memo-hallada-sw(memos-count)
           END-EVALUATE.

       VALIDAR-IMPORTE.
           MOVE 'N' TO importe-valido-sw
           MOVE SPACES TO imp-entero
           MOVE SPACES TO imp-decimal
           UNSTRING operando-2 DELIMITED BY "."
               INTO imp-entero imp-decimal
           END-UNSTRING
           MOVE imp-entero TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len <= 9
               MOVE 'S' TO importe-valido-sw
           END-IF
           IF importe-valido AND imp-decimal NOT = SPACES
               IF imp-decimal(1:2) IS NOT NUMERIC
                   OR imp-decimal(3:1) NOT = SPACE
                   MOVE 'N' TO importe-valido-sw
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

       ACUMULAR-EXTRACTO.
           IF reg-extracto(1:4) = "HDR|"
               OR reg-extracto(1:4) = "TRL|"
           MOVE SPACES TO ext-fecha
           MOVE SPACES TO ext-operador
           MOVE SPACES TO ext-solicitante
           MOVE SPACES TO ext-corrida
           UNSTRING reg-extracto DELIMITED BY "|"
               INTO ext-numero ext-potencia ext-res ext-aux
                   ext-ciclo ext-fecha ext-operador ext-solicitante
                   ext-corrida
           END-UNSTRING
           IF ext-corrida = SPACES
               MOVE 0 TO corrida-ext
           ELSE
               MOVE FUNCTION NUMVAL(ext-corrida) TO corrida-ext
           END-IF
           IF ext-fecha(1:6) NOT = periodo-factura
               ADD 1 TO cnt-fuera-periodo
           ELSE
               IF ext-res = '2'
                   ADD 1 TO cnt-indeterminadas
               ELSE
                   ADD 1 TO cnt-facturadas
                   PERFORM ACUMULAR-SOLICITANTE
               END-IF
           END-IF.

       ACUMULAR-SOLICITANTE.
               IF fact-id(fact-idx) = ext-solicitante
                   MOVE 'S' TO fact-encontrado-sw
                   ADD 1 TO fact-conteo(fact-idx)
                   IF corrida-ext < fact-corrida-desde(fact-idx)
                       MOVE corrida-ext TO fact-corrida-desde(fact-idx)
                   END-IF
                   IF corrida-ext > fact-corrida-hasta(fact-idx)
                       MOVE corrida-ext TO fact-corrida-hasta(fact-idx)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT fact-encontrado
                   MOVE facturables-count TO fact-idx
                   MOVE ext-solicitante TO fact-id(fact-idx)
                   MOVE 1 TO fact-conteo(fact-idx)
                   MOVE corrida-ext TO fact-corrida-desde(fact-idx)
                   MOVE corrida-ext TO fact-corrida-hasta(fact-idx)
                   PERFORM RESOLVER-MAESTRO
                   PERFORM REGISTRAR-DEPTO
               ELSE
           MOVE "(SINREG)" TO fact-depto(fact-idx)
           MOVE "(no registrado)" TO fact-nombre(fact-idx)
           MOVE 'C' TO fact-tarifa(fact-idx)
           MOVE 0 TO fact-cuota(fact-idx)
           MOVE SPACE TO fact-regla(fact-idx)
           IF maestro-soli-disponible
               MOVE fact-id(fact-idx) TO soli-id
               READ archivo-solicitantes
                       MOVE soli-depto TO fact-depto(fact-idx)
                       MOVE soli-nombre TO fact-nombre(fact-idx)
                       MOVE soli-tarifa TO fact-tarifa(fact-idx)
                       IF soli-cuota IS NUMERIC
                           MOVE soli-cuota TO fact-cuota(fact-idx)
                       END-IF
                       MOVE soli-regla-cuota TO fact-regla(fact-idx)
               END-READ
           END-IF.

           END-EVALUATE.

       ESCRIBIR-FACTURA.
           MOVE fecha-hoy TO fecha-fact-ws
           MOVE SPACES TO linea-fact
           STRING "Facturacion por clasificaciones   Periodo: "
               periodo-factura
               "   Fecha: " ffac-dia "/" ffac-mes "/" ffac-anio
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           IF NOT contabilizar
               MOVE "Simulacion: no se contabiliza en FACTREG"
                   TO reg-factura
               WRITE reg-factura
           END-IF
           MOVE cnt-registros TO cnt-ed
           MOVE SPACES TO linea-fact
           STRING "Registros de extracto leidos:   " cnt-ed
           STRING "Fuera del periodo:              " cnt-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           MOVE cnt-indeterminadas TO cnt-ed
           MOVE SPACES TO linea-fact
           STRING "Indeterminadas (no facturadas): " cnt-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           PERFORM VARYING depto-idx FROM 1 BY 1
                   UNTIL depto-idx > deptos-count
               PERFORM ESCRIBIR-DEPTO
                   DELIMITED BY SIZE INTO linea-fact
               WRITE reg-factura FROM linea-fact
           END-IF
           IF cnt-con-recargo > 0
               MOVE cnt-con-recargo TO cnt-ed
               MOVE SPACES TO linea-fact
               STRING "Solicitantes con recargo por cuota: " cnt-ed
                   DELIMITED BY SIZE INTO linea-fact
               WRITE reg-factura FROM linea-fact
           END-IF
           IF desbordados > 0
               MOVE desbordados TO cnt-ed
               MOVE SPACES TO linea-fact

       ESCRIBIR-LINEA-FACT.
           PERFORM FIJAR-TARIFA
           MOVE 0 TO exceso-cuota
           MOVE 0 TO importe-recargo
           IF fact-regla(fact-idx) = 'P'
               AND fact-cuota(fact-idx) > 0
               AND fact-conteo(fact-idx) > fact-cuota(fact-idx)
               COMPUTE exceso-cuota = fact-conteo(fact-idx)
                   - fact-cuota(fact-idx)
               COMPUTE tarifa-recargo = tarifa-unitaria
                   * factor-recargo
               COMPUTE importe-recargo = exceso-cuota * tarifa-recargo
               ADD 1 TO cnt-con-recargo
           END-IF
           COMPUTE importe = (fact-conteo(fact-idx) - exceso-cuota)
               * tarifa-unitaria + importe-recargo
           ADD fact-conteo(fact-idx) TO sub-conteo
           ADD fact-conteo(fact-idx) TO tot-conteo
           ADD importe TO sub-importe
           STRING importe-ed DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           IF contabilizar
               PERFORM GRABAR-FACTURA
               MOVE fac-numero TO numero-doc-ed
               STRING " Fact." DELIMITED BY SIZE
                   FUNCTION TRIM(numero-doc-ed) DELIMITED BY SIZE
                   INTO linea-fact
                   WITH POINTER fact-ptr
           END-IF
           WRITE reg-factura FROM linea-fact
           IF exceso-cuota > 0
               PERFORM ESCRIBIR-LINEA-RECARGO
           END-IF.

       ESCRIBIR-LINEA-RECARGO.
           MOVE SPACES TO linea-fact
           MOVE 1 TO fact-ptr
           MOVE fact-cuota(fact-idx) TO cnt-ed
           STRING "      cuota " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               ", exceso " DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           MOVE exceso-cuota TO cnt-ed
           MOVE tarifa-recargo TO tarifa-ed
           STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " a tarifa de recargo (" DELIMITED BY SIZE
               tarifa-ed DELIMITED BY SIZE
               ") = " DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           MOVE importe-recargo TO importe-ed
           STRING FUNCTION TRIM(importe-ed) DELIMITED BY SIZE
               " incluido" DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           WRITE reg-factura FROM linea-fact.

       PROCESAR-MEMOS.
           MOVE SPACES TO reg-factura
           WRITE reg-factura
           MOVE "Notas de credito y debito" TO reg-factura
           WRITE reg-factura
           PERFORM VARYING memo-idx FROM 1 BY 1
                   UNTIL memo-idx > memos-count
               PERFORM PROCESAR-MEMO
           END-PERFORM
           MOVE cnt-memos-grabados TO cnt-ed
           MOVE SPACES TO linea-fact
           STRING "Notas contabilizadas: " cnt-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           IF cnt-memos-rechazados > 0
               MOVE cnt-memos-rechazados TO cnt-ed
               MOVE SPACES TO linea-fact
               STRING "Notas rechazadas:     " cnt-ed
                   DELIMITED BY SIZE INTO linea-fact
               WRITE reg-factura FROM linea-fact
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESAR-MEMO.
           MOVE SPACES TO linea-fact
           MOVE 1 TO fact-ptr
           MOVE memo-referencia(memo-idx) TO numero-doc-ed
           EVALUATE TRUE
               WHEN memo-hallada-sw(memo-idx) NOT = 'S'
                   ADD 1 TO cnt-memos-rechazados
                   STRING "  Rechazada: factura " DELIMITED BY SIZE
                       FUNCTION TRIM(numero-doc-ed) DELIMITED BY SIZE
                       " no existe en FACTREG" DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
               WHEN memo-importe(memo-idx) = 0
                   ADD 1 TO cnt-memos-rechazados
                   STRING "  Rechazada: importe cero sobre factura "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(numero-doc-ed) DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
               WHEN memo-tipo(memo-idx) = 'C'
                       AND memo-acreditado(memo-idx)
                           + memo-importe(memo-idx)
                           > memo-fac-importe(memo-idx)
                   ADD 1 TO cnt-memos-rechazados
                   STRING "  Rechazada: credito mayor que la factura "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(numero-doc-ed) DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
                   IF memo-acreditado(memo-idx) > 0
                       MOVE memo-acreditado(memo-idx) TO importe-ed
                       STRING " (ya acreditado " DELIMITED BY SIZE
                           FUNCTION TRIM(importe-ed) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO linea-fact
                           WITH POINTER fact-ptr
                   END-IF
               WHEN OTHER
                   IF NOT factreg-abierto
                       PERFORM ABRIR-FACTREG
                   END-IF
                   PERFORM GRABAR-MEMO
                   ADD 1 TO cnt-memos-grabados
                   IF memo-tipo(memo-idx) = 'C'
                       PERFORM VARYING memo-otra-idx FROM 1 BY 1
                               UNTIL memo-otra-idx > memos-count
                           IF memo-referencia(memo-otra-idx)
                                   = memo-referencia(memo-idx)
                               ADD memo-importe(memo-idx)
                                   TO memo-acreditado(memo-otra-idx)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM FORMATEAR-DOCUMENTO-MEMO
           END-EVALUATE
           WRITE reg-factura FROM linea-fact.

       GRABAR-MEMO.
           ADD 1 TO ultimo-documento
           MOVE ultimo-documento TO fac-numero
           MOVE memo-tipo(memo-idx) TO fac-tipo
           MOVE fecha-hoy(1:6) TO fac-periodo
           MOVE memo-solicitante(memo-idx) TO fac-solicitante
           MOVE memo-depto(memo-idx) TO fac-depto
           MOVE 0 TO fac-corrida-desde
           MOVE 0 TO fac-corrida-hasta
           MOVE 0 TO fac-conteo
           MOVE memo-importe(memo-idx) TO fac-importe
           MOVE memo-referencia(memo-idx) TO fac-referencia
           MOVE fecha-hoy TO fac-fecha
           MOVE operador-id TO fac-operador
           MOVE memo-motivo(memo-idx) TO fac-motivo
           WRITE reg-factreg FROM reg-factreg-ws.

       FORMATEAR-DOCUMENTO-MEMO.
           IF fac-es-credito
               STRING "  Credito " DELIMITED BY SIZE
                   INTO linea-fact
                   WITH POINTER fact-ptr
           ELSE
               STRING "  Debito  " DELIMITED BY SIZE
                   INTO linea-fact
                   WITH POINTER fact-ptr
           END-IF
           MOVE fac-numero TO numero-doc-ed
           STRING numero-doc-ed DELIMITED BY SIZE
               " s/fact. " DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           MOVE fac-referencia TO numero-doc-ed
           MOVE fac-importe TO importe-ed
           STRING numero-doc-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fac-solicitante DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               importe-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               fac-motivo DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr.

       ESCRIBIR-ESTADO.
           MOVE 'N' TO fin-factreg-sw
           OPEN INPUT archivo-factreg
           IF fs-factreg NOT = "00"
               MOVE 'S' TO fin-factreg-sw
           END-IF
           PERFORM UNTIL fin-factreg
               READ archivo-factreg
                   AT END
                       MOVE 'S' TO fin-factreg-sw
                   NOT AT END
                       MOVE reg-factreg TO reg-factreg-ws
                       PERFORM ACUMULAR-ESTADO
               END-READ
           END-PERFORM
           IF fs-factreg = "10" OR fs-factreg = "00"
               CLOSE archivo-factreg
           END-IF
           MOVE SPACES TO reg-factura
           WRITE reg-factura
           MOVE SPACES TO linea-fact
           STRING "Estado de cuenta por departamento   Periodo: "
               periodo-estado
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           IF estados-count = 0
               MOVE "Sin documentos en FACTREG hasta el periodo"
                   TO reg-factura
               WRITE reg-factura
           END-IF
           PERFORM VARYING est-idx FROM 1 BY 1
                   UNTIL est-idx > estados-count
               PERFORM ESCRIBIR-ESTADO-DEPTO
           END-PERFORM
           IF docs-desbordados > 0
               MOVE docs-desbordados TO cnt-ed
               MOVE SPACES TO linea-fact
               STRING "Documentos del periodo fuera de tabla: " cnt-ed
                   DELIMITED BY SIZE INTO linea-fact
               WRITE reg-factura FROM linea-fact
           END-IF.

       ACUMULAR-ESTADO.
           IF fac-periodo > periodo-estado
               CONTINUE
           ELSE
               MOVE 'N' TO est-encontrado-sw
               PERFORM VARYING est-idx FROM 1 BY 1
                       UNTIL est-idx > estados-count
                       OR est-encontrado
                   IF est-depto(est-idx) = fac-depto
                       MOVE 'S' TO est-encontrado-sw
                   END-IF
               END-PERFORM
               IF est-encontrado
                   SUBTRACT 1 FROM est-idx
                   PERFORM ACUMULAR-ESTADO-DEPTO
               ELSE
                   IF estados-count < 50
                       ADD 1 TO estados-count
                       MOVE estados-count TO est-idx
                       MOVE fac-depto TO est-depto(est-idx)
                       MOVE 0 TO est-apertura(est-idx)
                       MOVE 0 TO est-facturas(est-idx)
                       MOVE 0 TO est-creditos(est-idx)
                       MOVE 0 TO est-debitos(est-idx)
                       PERFORM ACUMULAR-ESTADO-DEPTO
                   ELSE
                       ADD 1 TO docs-desbordados
                   END-IF
               END-IF
           END-IF.

       ACUMULAR-ESTADO-DEPTO.
           IF fac-periodo < periodo-estado
               EVALUATE TRUE
                   WHEN fac-es-credito
                       SUBTRACT fac-importe FROM est-apertura(est-idx)
                   WHEN OTHER
                       ADD fac-importe TO est-apertura(est-idx)
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN fac-es-credito
                       ADD fac-importe TO est-creditos(est-idx)
                   WHEN fac-es-debito
                       ADD fac-importe TO est-debitos(est-idx)
                   WHEN OTHER
                       ADD fac-importe TO est-facturas(est-idx)
               END-EVALUATE
               IF docs-count < 1000
                   ADD 1 TO docs-count
                   MOVE fac-numero TO doc-numero(docs-count)
                   MOVE fac-tipo TO doc-tipo(docs-count)
                   MOVE fac-solicitante TO doc-solicitante(docs-count)
                   MOVE fac-depto TO doc-depto(docs-count)
                   MOVE fac-importe TO doc-importe(docs-count)
                   MOVE fac-referencia TO doc-referencia(docs-count)
                   MOVE fac-motivo TO doc-motivo(docs-count)
               ELSE
                   ADD 1 TO docs-desbordados
               END-IF
           END-IF.

       ESCRIBIR-ESTADO-DEPTO.
           COMPUTE est-cierre(est-idx) = est-apertura(est-idx)
               + est-facturas(est-idx) + est-debitos(est-idx)
               - est-creditos(est-idx)
           MOVE SPACES TO reg-factura
           WRITE reg-factura
           MOVE SPACES TO linea-fact
           STRING "Departamento " est-depto(est-idx)
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           MOVE est-apertura(est-idx) TO saldo-ed
           MOVE SPACES TO linea-fact
           STRING "  Saldo inicial:      " saldo-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           PERFORM VARYING doc-idx FROM 1 BY 1
                   UNTIL doc-idx > docs-count
               IF doc-depto(doc-idx) = est-depto(est-idx)
                   PERFORM ESCRIBIR-DOCUMENTO-ESTADO
               END-IF
           END-PERFORM
           MOVE est-facturas(est-idx) TO saldo-ed
           MOVE SPACES TO linea-fact
           STRING "  Facturas:           " saldo-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           MOVE est-debitos(est-idx) TO saldo-ed
           MOVE SPACES TO linea-fact
           STRING "  Notas de debito:    " saldo-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           MOVE est-creditos(est-idx) TO saldo-ed
           MOVE SPACES TO linea-fact
           STRING "  Notas de credito:   " saldo-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact
           MOVE est-cierre(est-idx) TO saldo-ed
           MOVE SPACES TO linea-fact
           STRING "  Saldo final:        " saldo-ed
               DELIMITED BY SIZE INTO linea-fact
           WRITE reg-factura FROM linea-fact.

       ESCRIBIR-DOCUMENTO-ESTADO.
           MOVE SPACES TO linea-fact
           MOVE 1 TO fact-ptr
           EVALUATE doc-tipo(doc-idx)
               WHEN 'F'
                   STRING "    Factura " DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
               WHEN 'C'
                   STRING "    Credito " DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
               WHEN OTHER
                   STRING "    Debito  " DELIMITED BY SIZE
                       INTO linea-fact
                       WITH POINTER fact-ptr
           END-EVALUATE
           MOVE doc-numero(doc-idx) TO numero-doc-ed
           MOVE doc-importe(doc-idx) TO importe-ed
           STRING numero-doc-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               doc-solicitante(doc-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               importe-ed DELIMITED BY SIZE
               INTO linea-fact
               WITH POINTER fact-ptr
           IF doc-tipo(doc-idx) NOT = 'F'
               MOVE doc-referencia(doc-idx) TO numero-doc-ed
               STRING " s/fact. " DELIMITED BY SIZE
                   FUNCTION TRIM(numero-doc-ed) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   doc-motivo(doc-idx) DELIMITED BY SIZE
                   INTO linea-fact
                   WITH POINTER fact-ptr
           END-IF
           WRITE reg-factura FROM linea-fact.
       END PROGRAM FACTURAR_SOLICITANTES.
