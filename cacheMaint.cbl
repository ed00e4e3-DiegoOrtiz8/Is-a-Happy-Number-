           SELECT archivo-descarga ASSIGN TO "DESCARGA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS fs-descarga.
           SELECT archivo-diario ASSIGN TO "CACHEJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-diario.
           SELECT archivo-informe ASSIGN TO "CACHEREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-informe.
           SELECT archivo-auditoria ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-auditoria.
           SELECT archivo-tabclasif ASSIGN TO "TABFELIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tabclasif.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-descarga.
       01 reg-descarga PIC X(92).
       FD archivo-diario.
       01 reg-diario PIC X(141).
       FD archivo-informe.
       01 reg-informe PIC X(80).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-auditoria.
       01 reg-auditoria PIC X(120).
       FD archivo-tabclasif.
       01 reg-tabclasif PIC X(80).
       WORKING-STORAGE SECTION.
       01 fs-cache PIC XX.
       01 fs-descarga PIC XX.
       01 fs-operadores PIC XX.
       01 fs-auditoria PIC XX.
       COPY AUDFELIZ.
       01 fs-diario PIC XX.
       COPY JRNFELIZ.
       01 operador-id PIC X(8) VALUE 'OPER01'.
       01 fecha-hora-actual PIC X(21).
       01 maestro-disponible-sw PIC X VALUE 'N'.
       01 cnt-entradas PIC 9(9) VALUE 0.
       01 cnt-felices PIC 9(9) VALUE 0.
       01 cnt-no-felices PIC 9(9) VALUE 0.
       01 cnt-indeterminados PIC 9(9) VALUE 0.
       01 suma-hits PIC 9(12) VALUE 0.
       01 cnt-purgadas PIC 9(9) VALUE 0.
       01 cnt-descargadas PIC 9(9) VALUE 0.
       01 cnt-rech-carga PIC 9(9) VALUE 0.
       01 cnt-verificadas PIC 9(9) VALUE 0.
       01 cnt-errores-ver PIC 9(9) VALUE 0.
       01 cnt-mas-alla-ver PIC 9(9) VALUE 0.
       01 tabla-pot.
           05 pot-ent OCCURS 8 TIMES.
               10 pot-conteo PIC 9(9).
       01 ciclo-rep PIC 9(36) VALUE 0.
       01 ciclo-min PIC 9(36).
       01 ciclo-idx PIC 9(3).
       01 fs-tabclasif PIC XX.
       COPY TABFELIZ.
       01 tabla-clasif.
           05 tcl-par OCCURS 40 TIMES.
               10 tcl-potencia PIC 9(2).
               10 tcl-base PIC 9(2).
               10 tcl-limite PIC 9(9).
               10 tcl-inicio PIC 9(6).
           05 tcl-ent OCCURS 100000 TIMES.
               10 tcl-res PIC 9(1).
               10 tcl-aux PIC 9(3).
               10 tcl-ciclo-len PIC 9(3).
               10 tcl-ciclo-rep PIC 9(9).
       01 tcl-pares-count PIC 9(2) VALUE 0.
       01 tcl-par-idx PIC 9(2).
       01 tcl-entradas-count PIC 9(6) VALUE 0.
       01 tcl-idx PIC 9(6).
       01 tcl-capacidad PIC 9(6) VALUE 100000.
       01 tcl-siguiente PIC 9(9).
       01 tabla-cargada-sw PIC X VALUE 'N'.
           88 tabla-cargada VALUE 'S'.
       01 tabla-valida-sw PIC X VALUE 'S'.
           88 tabla-valida VALUE 'S'.
       01 tabla-cerrada-sw PIC X VALUE 'N'.
           88 tabla-cerrada VALUE 'S'.
       01 fin-tabla-sw PIC X VALUE 'N'.
           88 fin-tabla VALUE 'S'.
       01 par-tabla-sw PIC X VALUE 'N'.
           88 par-tabla-encontrado VALUE 'S'.
       01 tabla-resuelto-sw PIC X VALUE 'N'.
           88 tabla-resuelto VALUE 'S'.
       01 num-tabla PIC 9(36).
       01 hash-tabla PIC 9(18) VALUE 0.
       01 cnt-tabla-leidos PIC 9(9) VALUE 0.
       01 cnt-tabla-ed PIC Z(8)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-informe
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
               MOVE "Aviso: diario de cache no disponible"
                   TO reg-informe
               WRITE reg-informe
           END-IF
           PERFORM CARGAR-TABLA-CLASIF
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               END-EVALUATE
           END-PERFORM
           CLOSE archivo-cache
           IF fs-diario = "00"
               CLOSE archivo-diario
           END-IF
           CLOSE archivo-informe
           CLOSE archivo-auditoria
           IF cnt-errores-ver > 0
           MOVE 0 TO cnt-entradas
           MOVE 0 TO cnt-felices
           MOVE 0 TO cnt-no-felices
           MOVE 0 TO cnt-indeterminados
           MOVE 0 TO suma-hits
           PERFORM VARYING pot-idx FROM 1 BY 1 UNTIL pot-idx > 8
               MOVE 0 TO pot-conteo(pot-idx)
               IF NOT fin-cache
                   ADD 1 TO cnt-entradas
                   ADD cache-hits TO suma-hits
                   EVALUATE cache-res
                       WHEN 1
                           ADD 1 TO cnt-felices
                       WHEN 2
                           ADD 1 TO cnt-indeterminados
                       WHEN OTHER
                           ADD 1 TO cnt-no-felices
                   END-EVALUATE
                   IF cache-pot >= 2 AND cache-pot <= 9
                       COMPUTE pot-idx = cache-pot - 1
                       ADD 1 TO pot-conteo(pot-idx)
           STRING "No felices: " cnt-ed
               DELIMITED BY SIZE INTO linea-inf
           WRITE reg-informe FROM linea-inf
           MOVE cnt-indeterminados TO cnt-ed
           MOVE SPACES TO linea-inf
           STRING "Indeterm.:  " cnt-ed
               DELIMITED BY SIZE INTO linea-inf
           WRITE reg-informe FROM linea-inf
           MOVE suma-hits TO cnt-ed
           MOVE SPACES TO linea-inf
           STRING "Aciertos:   " cnt-ed
               IF NOT fin-cache
                   IF cache-num >= rango-desde
                       AND cache-num <= rango-hasta
                       MOVE reg-cache TO jrn-imagen
                       DELETE archivo-cache
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'B' TO jrn-accion
                               PERFORM GRABAR-DIARIO
                       END-DELETE
                       ADD 1 TO cnt-purgadas
                   END-IF
               PERFORM LEER-SIGUIENTE
               IF NOT fin-cache
                   IF cache-pot = pot-purga
                       MOVE reg-cache TO jrn-imagen
                       DELETE archivo-cache
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'B' TO jrn-accion
                               PERFORM GRABAR-DIARIO
                       END-DELETE
                       ADD 1 TO cnt-purgadas
                   END-IF
       VERIFICAR-MUESTRA-VALIDA.
           MOVE 0 TO cnt-verificadas
           MOVE 0 TO cnt-errores-ver
           MOVE 0 TO cnt-mas-alla-ver
           MOVE 0 TO cnt-entradas
           PERFORM POSICIONAR-INICIO
           PERFORM UNTIL fin-cache
           MOVE SPACES TO linea-inf
           STRING "Discrepancias:         " cnt-ed
               DELIMITED BY SIZE INTO linea-inf
           WRITE reg-informe FROM linea-inf
           IF cnt-mas-alla-ver > 0
               MOVE cnt-mas-alla-ver TO cnt-ed
               MOVE SPACES TO linea-inf
               STRING "Resueltas por REVISAR: " cnt-ed
                   DELIMITED BY SIZE INTO linea-inf
               WRITE reg-informe FROM linea-inf
           END-IF.

       RECALCULAR-ENTRADA.
           MOVE cache-num TO num
           MOVE cache-pot TO potencia
           MOVE cache-base TO base
           PERFORM CALCULAR-FELIZ
           EVALUATE TRUE
               WHEN res = 2 AND cache-res NOT = 2
                       AND cache-aux > 100
                       AND (cache-res = 1 OR cache-ciclo-len > 0)
                   ADD 1 TO cnt-mas-alla-ver
               WHEN res NOT = cache-res
                       OR aux NOT = cache-aux
                       OR ciclo-longitud NOT = cache-ciclo-len
                       OR ciclo-rep NOT = cache-ciclo-rep
                   ADD 1 TO cnt-errores-ver
                   MOVE cache-num TO num-ed
                   MOVE SPACES TO linea-inf
                   MOVE 1 TO inf-ptr
                   STRING "Discrepancia en "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                       " potencia " DELIMITED BY SIZE
                       INTO linea-inf
                       WITH POINTER inf-ptr
                   MOVE cache-pot TO pot-ed
                   STRING FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
                       ": res " DELIMITED BY SIZE
                       cache-res DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       res DELIMITED BY SIZE
                       " aux " DELIMITED BY SIZE
                       cache-aux DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       aux DELIMITED BY SIZE
                       INTO linea-inf
                       WITH POINTER inf-ptr
                   WRITE reg-informe FROM linea-inf
           END-EVALUATE.

       DESCARGAR-CACHE.
           MOVE 0 TO cnt-descargadas
                   END-IF
               END-PERFORM
               CLOSE archivo-descarga
               MOVE 'D' TO jrn-accion
               MOVE SPACES TO jrn-imagen
               PERFORM GRABAR-DIARIO
               IF fs-diario NOT = "00"
                   MOVE "Aviso: descarga sin marca en el diario"
                       TO reg-informe
                   WRITE reg-informe
               END-IF
               MOVE cnt-descargadas TO cnt-ed
               MOVE SPACES TO linea-inf
               STRING "Descargadas:           " cnt-ed
                           MOVE 'S' TO fin-descarga-sw
                       NOT AT END
                           MOVE reg-descarga TO reg-cache
                           MOVE reg-descarga TO jrn-imagen
                           WRITE reg-cache
                               INVALID KEY
                                   ADD 1 TO cnt-rech-carga
                               NOT INVALID KEY
                                   ADD 1 TO cnt-cargadas
                                   MOVE 'C' TO jrn-accion
                                   PERFORM GRABAR-DIARIO
                           END-WRITE
                   END-READ
               END-PERFORM
               WRITE reg-informe FROM linea-inf
           END-IF.

       GRABAR-DIARIO.
           IF fs-diario = "00"
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE fecha-hora-actual(1:8) TO jrn-fecha
               MOVE fecha-hora-actual(9:8) TO jrn-hora
               MOVE 0 TO jrn-corrida
               MOVE operador-id TO jrn-operador
               IF jrn-es-descarga
                   MOVE cnt-descargadas TO jrn-registros
               ELSE
                   MOVE 0 TO jrn-registros
               END-IF
               WRITE reg-diario FROM reg-diario-ws
           END-IF.

       VALIDAR-SOLO-DIGITOS.
           MOVE SPACES TO ws-campo-trim
           MOVE FUNCTION TRIM(ws-campo-validar) TO ws-campo-trim
           END-IF.

       CALCULAR-FELIZ.
           MOVE 'N' TO tabla-resuelto-sw
           IF tabla-cargada
               PERFORM RESOLVER-POR-TABLA
           END-IF
           IF NOT tabla-resuelto
               PERFORM CALCULAR-FELIZ-CADENA
           END-IF.

       CALCULAR-FELIZ-CADENA.
           MOVE 0 TO aux
           MOVE 0 TO vistos-count
           MOVE 'N' TO ciclo-sw
                   IF NOT ciclo-encontrado
                       IF vistos-count >= 100
                           MOVE 'S' TO ciclo-sw
                           MOVE 2 TO res
                       ELSE
                           ADD 1 TO vistos-count
                           MOVE suma TO vistos-tbl(vistos-count)
               END-IF
           END-PERFORM.

       CARGAR-TABLA-CLASIF.
           MOVE 'N' TO tabla-cargada-sw
           MOVE 'S' TO tabla-valida-sw
           MOVE 'N' TO tabla-cerrada-sw
           MOVE 'N' TO fin-tabla-sw
           MOVE 0 TO tcl-pares-count
           MOVE 0 TO tcl-entradas-count
           MOVE 0 TO hash-tabla
           MOVE 0 TO cnt-tabla-leidos
           OPEN INPUT archivo-tabclasif
           IF fs-tabclasif NOT = "00"
               DISPLAY "Aviso: tabla de clasificacion no disponible. "
                   "Status " fs-tabclasif
               DISPLAY "Clasificacion por calculo completo"
           ELSE
               PERFORM UNTIL fin-tabla OR NOT tabla-valida
                   READ archivo-tabclasif INTO reg-tabfeliz-ws
                       AT END
                           MOVE 'S' TO fin-tabla-sw
                       NOT AT END
                           PERFORM ACEPTAR-REGISTRO-TABLA
                   END-READ
               END-PERFORM
               CLOSE archivo-tabclasif
               IF tabla-valida AND tabla-cerrada
                   MOVE 'S' TO tabla-cargada-sw
                   MOVE cnt-tabla-leidos TO cnt-tabla-ed
                   DISPLAY "Tabla de clasificacion cargada: "
                       FUNCTION TRIM(cnt-tabla-ed) " valores"
               ELSE
                   MOVE 0 TO tcl-pares-count
                   DISPLAY "Aviso: tabla de clasificacion no valida, "
                       "se ignora"
                   DISPLAY "Clasificacion por calculo completo"
               END-IF
           END-IF.

       ACEPTAR-REGISTRO-TABLA.
           EVALUATE TRUE
               WHEN tabla-cerrada
                   MOVE 'N' TO tabla-valida-sw
               WHEN tab-es-par
                   PERFORM VERIFICAR-PAR-COMPLETO
                   IF tcl-pares-count >= 40
                       OR tab-registros NOT = tab-valor + 1
                       OR tcl-entradas-count + tab-registros
                           > tcl-capacidad
                       MOVE 'N' TO tabla-valida-sw
                   END-IF
                   IF tabla-valida
                       ADD 1 TO tcl-pares-count
                       MOVE tcl-pares-count TO tcl-par-idx
                       MOVE tab-potencia TO tcl-potencia(tcl-par-idx)
                       MOVE tab-base TO tcl-base(tcl-par-idx)
                       MOVE tab-valor TO tcl-limite(tcl-par-idx)
                       COMPUTE tcl-inicio(tcl-par-idx)
                           = tcl-entradas-count + 1
                       MOVE 0 TO tcl-siguiente
                   END-IF
               WHEN tab-es-valor
                   IF tcl-pares-count = 0
                       MOVE 'N' TO tabla-valida-sw
                   ELSE
                       MOVE tcl-pares-count TO tcl-par-idx
                       IF tab-potencia NOT = tcl-potencia(tcl-par-idx)
                           OR tab-base NOT = tcl-base(tcl-par-idx)
                           OR tab-valor NOT = tcl-siguiente
                           OR tab-valor > tcl-limite(tcl-par-idx)
                           MOVE 'N' TO tabla-valida-sw
                       END-IF
                   END-IF
                   IF tabla-valida
                       ADD 1 TO tcl-entradas-count
                       MOVE tab-res TO tcl-res(tcl-entradas-count)
                       MOVE tab-aux TO tcl-aux(tcl-entradas-count)
                       MOVE tab-ciclo-len
                           TO tcl-ciclo-len(tcl-entradas-count)
                       MOVE tab-ciclo-rep
                           TO tcl-ciclo-rep(tcl-entradas-count)
                       ADD tab-valor tab-res tab-aux tab-ciclo-len
                           tab-ciclo-rep TO hash-tabla
                       ADD 1 TO tcl-siguiente
                       ADD 1 TO cnt-tabla-leidos
                   END-IF
               WHEN tab-es-cierre
                   PERFORM VERIFICAR-PAR-COMPLETO
                   IF tab-valor NOT = tcl-pares-count
                       OR tab-registros NOT = cnt-tabla-leidos
                       OR tab-hash NOT = hash-tabla
                       MOVE 'N' TO tabla-valida-sw
                   END-IF
                   MOVE 'S' TO tabla-cerrada-sw
               WHEN OTHER
                   MOVE 'N' TO tabla-valida-sw
           END-EVALUATE.

       VERIFICAR-PAR-COMPLETO.
           IF tcl-pares-count > 0
               IF tcl-siguiente NOT = tcl-limite(tcl-pares-count) + 1
                   MOVE 'N' TO tabla-valida-sw
               END-IF
           END-IF.

       RESOLVER-POR-TABLA.
           MOVE 'N' TO tabla-resuelto-sw
           MOVE 'N' TO par-tabla-sw
           PERFORM VARYING tcl-par-idx FROM 1 BY 1
                   UNTIL tcl-par-idx > tcl-pares-count
                   OR par-tabla-encontrado
               IF tcl-potencia(tcl-par-idx) = potencia
                   AND tcl-base(tcl-par-idx) = base
                   MOVE 'S' TO par-tabla-sw
                   MOVE num TO num-tabla
                   PERFORM SUMAR-POTENCIAS-DIGITOS
                   IF suma > tcl-limite(tcl-par-idx)
                       MOVE num-tabla TO num
                   ELSE
                       COMPUTE tcl-idx = tcl-inicio(tcl-par-idx) + suma
                       MOVE tcl-res(tcl-idx) TO res
                       MOVE tcl-aux(tcl-idx) TO aux
                       MOVE tcl-ciclo-len(tcl-idx) TO ciclo-longitud
                       MOVE tcl-ciclo-rep(tcl-idx) TO ciclo-rep
                       MOVE 'S' TO tabla-resuelto-sw
                   END-IF
               END-IF
           END-PERFORM.

       SUMAR-POTENCIAS-DIGITOS.
           MOVE 0 TO suma
           PERFORM WITH TEST AFTER UNTIL num = 0
