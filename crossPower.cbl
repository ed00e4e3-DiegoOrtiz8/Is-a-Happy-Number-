           SELECT archivo-cruzrep ASSIGN TO "CRUZREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cruzrep.
           SELECT archivo-tabclasif ASSIGN TO "TABFELIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tabclasif.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-cruzrep.
       01 reg-cruzrep PIC X(100).
       FD archivo-tabclasif.
       01 reg-tabclasif PIC X(80).
       WORKING-STORAGE SECTION.
       01 fs-cache PIC XX.
       01 fs-cruzrep PIC XX.
       01 cnt-usadas PIC 9(9) VALUE 0.
       01 cnt-calculados PIC 9(2).
       01 cnt-felices-num PIC 9(2).
       01 cnt-infelices-num PIC 9(2).
       01 potencia PIC 9(2).
       01 cnt-f2-no3 PIC 9(9) VALUE 0.
       01 cnt-f2-y3 PIC 9(9) VALUE 0.
           05 fcru-anio PIC 9(4).
           05 fcru-mes PIC 9(2).
           05 fcru-dia PIC 9(2).
       01 rem PIC 9(36).
       01 pow PIC 9(36).
       01 num PIC 9(36).
       01 suma PIC 9(36).
       01 res PIC 9.
       01 aux PIC 999.
       01 base PIC 9(2) VALUE 10.
       01 ciclo-longitud PIC 999.
       01 ciclo-rep PIC 9(36).
       01 cnt-resueltos-tabla PIC 9(9) VALUE 0.
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
           OPEN OUTPUT archivo-cruzrep
           END-IF
           PERFORM CARGAR-CRUCE
           CLOSE archivo-cache
           PERFORM CARGAR-TABLA-CLASIF
           IF tabla-cargada
               PERFORM VARYING cruce-idx FROM 1 BY 1
                       UNTIL cruce-idx > rango-tamano
                   PERFORM COMPLETAR-CON-TABLA
               END-PERFORM
           END-IF
           PERFORM ESCRIBIR-REPORTE-CRUZ
           CLOSE archivo-cruzrep
           STOP RUN.
               AND cache-pot >= 2 AND cache-pot <= 9
               COMPUTE cruce-idx = cache-num - rango-desde + 1
               COMPUTE flag-idx = cache-pot - 1
               EVALUATE TRUE
                   WHEN cache-res = 1
                       MOVE 'F' TO cruce-flag(cruce-idx, flag-idx)
                   WHEN cache-res = 2
                       MOVE 'I' TO cruce-flag(cruce-idx, flag-idx)
                   WHEN cache-ciclo-len = 0
                       CONTINUE
                   WHEN OTHER
                       MOVE 'N' TO cruce-flag(cruce-idx, flag-idx)
               END-EVALUATE
               IF cruce-flag(cruce-idx, flag-idx) NOT = SPACE
                   ADD 1 TO cnt-usadas
               END-IF
           END-IF.

       COMPLETAR-CON-TABLA.
           PERFORM VARYING flag-idx FROM 1 BY 1
                   UNTIL flag-idx > 8
               IF cruce-flag(cruce-idx, flag-idx) = SPACE
                   COMPUTE num = rango-desde + cruce-idx - 1
                   COMPUTE potencia = flag-idx + 1
                   PERFORM RESOLVER-POR-TABLA
                   IF tabla-resuelto
                       EVALUATE res
                           WHEN 1
                               MOVE 'F'
                                   TO cruce-flag(cruce-idx, flag-idx)
                           WHEN 2
                               MOVE 'I'
                                   TO cruce-flag(cruce-idx, flag-idx)
                           WHEN OTHER
                               MOVE 'N'
                                   TO cruce-flag(cruce-idx, flag-idx)
                       END-EVALUATE
                       ADD 1 TO cnt-resueltos-tabla
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-REPORTE-CRUZ.
           MOVE FUNCTION CURRENT-DATE TO fecha-cruz-ws
           MOVE SPACES TO linea-cruz
           STRING "Entradas de cache usadas: " cnt-ed
               DELIMITED BY SIZE INTO linea-cruz
           WRITE reg-cruzrep FROM linea-cruz
           MOVE cnt-resueltos-tabla TO cnt-ed
           MOVE SPACES TO linea-cruz
           STRING "Resueltos con tabla:      " cnt-ed
               DELIMITED BY SIZE INTO linea-cruz
           WRITE reg-cruzrep FROM linea-cruz
           MOVE SPACES TO reg-cruzrep
           WRITE reg-cruzrep
           MOVE SPACES TO linea-cruz
           STRING "Numero (F feliz, N no feliz, I indeterminado, "
               "blanco sin calcular)" DELIMITED BY SIZE INTO linea-cruz
           WRITE reg-cruzrep FROM linea-cruz
           MOVE
           "                                Potencia  2 3 4 5 6 7 8 9"
               TO reg-cruzrep
           COMPUTE numero-actual = rango-desde + cruce-idx - 1
           MOVE 0 TO cnt-calculados
           MOVE 0 TO cnt-felices-num
           MOVE 0 TO cnt-infelices-num
           PERFORM VARYING flag-idx FROM 1 BY 1
                   UNTIL flag-idx > 8
               IF cruce-flag(cruce-idx, flag-idx) NOT = SPACE
                   IF cruce-flag(cruce-idx, flag-idx) = 'F'
                       ADD 1 TO cnt-felices-num
                   END-IF
                   IF cruce-flag(cruce-idx, flag-idx) = 'N'
                       ADD 1 TO cnt-infelices-num
                   END-IF
               ELSE
                   ADD 1 TO falta-pot(flag-idx)
               END-IF
               IF cnt-felices-num = cnt-calculados
                   ADD 1 TO cnt-feliz-todas
               END-IF
               IF cnt-infelices-num = cnt-calculados
                   ADD 1 TO cnt-infeliz-todas
               END-IF
           END-IF.
               WRITE reg-cruzrep FROM linea-cruz
           END-IF.

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
               DIVIDE num BY base GIVING num REMAINDER rem
               COMPUTE pow = rem ** potencia
               ADD pow TO suma
           END-PERFORM.

       VALIDAR-SOLO-DIGITOS.
           MOVE SPACES TO ws-campo-trim
           MOVE FUNCTION TRIM(ws-campo-validar) TO ws-campo-trim
