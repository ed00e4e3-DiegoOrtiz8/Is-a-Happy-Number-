       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSTRUIR_TABLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-tabla ASSIGN TO "TABNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tabla.
           SELECT archivo-tabrep ASSIGN TO "TABREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tabrep.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-tabla.
       01 reg-tabla PIC X(80).
       FD archivo-tabrep.
       01 reg-tabrep PIC X(100).
       WORKING-STORAGE SECTION.
       01 fs-tabla PIC XX.
       01 fs-tabrep PIC XX.
       COPY TABFELIZ.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
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
       01 aux PIC 999 VALUE 0.
       01 rem PIC 9(36).
       01 pow PIC 9(36).
       01 num PIC 9(36).
       01 suma PIC 9(36).
       01 res PIC 9.
       01 potencia PIC 9(2).
       01 base PIC 9(2).
       01 tabla-vistos.
           05 vistos-tbl OCCURS 100 TIMES PIC 9(36) VALUE ZEROS.
       01 vistos-count PIC 9(3) VALUE 0.
       01 vistos-idx PIC 9(3).
       01 ciclo-sw PIC X VALUE 'N'.
           88 ciclo-encontrado VALUE 'S'.
       01 ciclo-longitud PIC 999 VALUE 0.
       01 ciclo-rep PIC 9(36) VALUE 0.
       01 ciclo-min PIC 9(36).
       01 ciclo-idx PIC 9(3).
       01 tabla-clasif.
           05 tcl-par OCCURS 40 TIMES.
               10 tcl-potencia PIC 9(2).
               10 tcl-base PIC 9(2).
               10 tcl-limite PIC 9(9).
               10 tcl-inicio PIC 9(6).
               10 tcl-felices PIC 9(9).
               10 tcl-no-felices PIC 9(9).
               10 tcl-indeterminados PIC 9(9).
               10 tcl-cotejados PIC 9(9).
               10 tcl-discrepancias PIC 9(9).
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
       01 par-repetido-sw PIC X VALUE 'N'.
           88 par-repetido VALUE 'S'.
       01 pot-carta PIC 9(2).
       01 base-carta PIC 9(2).
       01 num-maximo PIC 9(36)
           VALUE 999999999999999999999999999999999999.
       01 num-digitos PIC 9(36).
       01 digitos-base PIC 9(3).
       01 limite-par PIC 9(15).
       01 valor-tabla PIC 9(9).
       01 num-prueba PIC 9(36).
       01 paso-prueba PIC 9(36).
       01 muestra-count PIC 9(5) VALUE 1000.
       01 muestra-idx PIC 9(5).
       01 vivo-res PIC 9.
       01 vivo-aux PIC 999.
       01 vivo-ciclo-len PIC 999.
       01 vivo-ciclo-rep PIC 9(36).
       01 hash-tabla PIC 9(18) VALUE 0.
       01 cnt-cartas-malas PIC 9(9) VALUE 0.
       01 cnt-discrepancias PIC 9(9) VALUE 0.
       01 cnt-listadas PIC 9(3) VALUE 0.
       01 cnt-grabados PIC 9(9) VALUE 0.
       01 fecha-tabla PIC 9(8).
       01 cnt-ed PIC Z(8)9.
       01 num-ed PIC Z(35)9.
       01 pot-ed PIC Z9.
       01 base-ed PIC Z9.
       01 linea-tab PIC X(100).
       01 tab-ptr PIC 9(4).
       01 fecha-tab-ws.
           05 ftab-anio PIC 9(4).
           05 ftab-mes PIC 9(2).
           05 ftab-dia PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-tabrep
           IF fs-tabrep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de la "
                   "tabla. Status " fs-tabrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO fecha-tab-ws
           MOVE fecha-tab-ws TO fecha-tabla
           MOVE SPACES TO linea-tab
           STRING "Construccion de la tabla de clasificacion   Fecha: "
               ftab-dia "/" ftab-mes "/" ftab-anio
               DELIMITED BY SIZE INTO linea-tab
           WRITE reg-tabrep FROM linea-tab
           PERFORM LEER-CARTAS
           IF tcl-pares-count = 0
               MOVE "Falta una carta TABLA potencia base valida"
                   TO reg-tabrep
               WRITE reg-tabrep
               CLOSE archivo-tabrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING tcl-par-idx FROM 1 BY 1
                   UNTIL tcl-par-idx > tcl-pares-count
               PERFORM CONSTRUIR-PAR
               PERFORM VERIFICAR-PAR
               PERFORM ESCRIBIR-LINEA-PAR
           END-PERFORM
           MOVE SPACES TO reg-tabrep
           WRITE reg-tabrep
           EVALUATE TRUE
               WHEN cnt-discrepancias > 0
                   MOVE cnt-discrepancias TO cnt-ed
                   MOVE SPACES TO linea-tab
                   STRING "Tabla NO publicada: " cnt-ed
                       " discrepancias con el calculo completo"
                       DELIMITED BY SIZE INTO linea-tab
                   WRITE reg-tabrep FROM linea-tab
                   MOVE 8 TO RETURN-CODE
               WHEN cnt-cartas-malas > 0
                   MOVE "Tabla NO publicada: hay cartas rechazadas"
                       TO reg-tabrep
                   WRITE reg-tabrep
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PUBLICAR-TABLA
           END-EVALUATE
           CLOSE archivo-tabrep
           STOP RUN.

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
                   WHEN "TABLA"
                       PERFORM ANOTAR-PAR
                   WHEN "VERIFICAR"
                       MOVE operando-1 TO ws-campo-validar
                       PERFORM VALIDAR-SOLO-DIGITOS
                       IF solo-digitos AND ws-campo-len <= 5
                           AND FUNCTION NUMVAL(operando-1) > 0
                           MOVE FUNCTION NUMVAL(operando-1)
                               TO muestra-count
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
           MOVE SPACES TO linea-tab
           STRING "Carta rechazada: " carta
               DELIMITED BY SIZE INTO linea-tab
           WRITE reg-tabrep FROM linea-tab.

       ANOTAR-PAR.
           MOVE operando-1 TO ws-campo-validar
           PERFORM VALIDAR-SOLO-DIGITOS
           IF solo-digitos AND ws-campo-len <= 2
               MOVE FUNCTION NUMVAL(operando-1) TO pot-carta
               MOVE operando-2 TO ws-campo-validar
               PERFORM VALIDAR-SOLO-DIGITOS
           END-IF
           IF solo-digitos AND ws-campo-len <= 2
               MOVE FUNCTION NUMVAL(operando-2) TO base-carta
           END-IF
           EVALUATE TRUE
               WHEN NOT solo-digitos OR ws-campo-len > 2
                   PERFORM RECHAZAR-CARTA
               WHEN pot-carta < 2 OR pot-carta > 9
                   PERFORM RECHAZAR-CARTA
               WHEN base-carta < 2 OR base-carta > 16
                   PERFORM RECHAZAR-CARTA
               WHEN OTHER
                   PERFORM REGISTRAR-PAR
           END-EVALUATE.

       REGISTRAR-PAR.
           MOVE 'N' TO par-repetido-sw
           PERFORM VARYING tcl-par-idx FROM 1 BY 1
                   UNTIL tcl-par-idx > tcl-pares-count
               IF tcl-potencia(tcl-par-idx) = pot-carta
                   AND tcl-base(tcl-par-idx) = base-carta
                   MOVE 'S' TO par-repetido-sw
               END-IF
           END-PERFORM
           PERFORM CALCULAR-LIMITE
           EVALUATE TRUE
               WHEN par-repetido
                   PERFORM RECHAZAR-CARTA
               WHEN tcl-pares-count >= 40
                   PERFORM RECHAZAR-CARTA
               WHEN tcl-entradas-count + limite-par + 1
                       > tcl-capacidad
                   PERFORM RECHAZAR-CARTA
                   MOVE limite-par TO num-ed
                   MOVE SPACES TO linea-tab
                   STRING "  valores hasta " DELIMITED BY SIZE
                       FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                       ": excede la capacidad de la tabla"
                       DELIMITED BY SIZE INTO linea-tab
                   WRITE reg-tabrep FROM linea-tab
               WHEN OTHER
                   ADD 1 TO tcl-pares-count
                   MOVE tcl-pares-count TO tcl-par-idx
                   MOVE pot-carta TO tcl-potencia(tcl-par-idx)
                   MOVE base-carta TO tcl-base(tcl-par-idx)
                   MOVE limite-par TO tcl-limite(tcl-par-idx)
                   COMPUTE tcl-inicio(tcl-par-idx)
                       = tcl-entradas-count + 1
                   ADD limite-par TO tcl-entradas-count
                   ADD 1 TO tcl-entradas-count
                   MOVE 0 TO tcl-felices(tcl-par-idx)
                   MOVE 0 TO tcl-no-felices(tcl-par-idx)
                   MOVE 0 TO tcl-indeterminados(tcl-par-idx)
                   MOVE 0 TO tcl-cotejados(tcl-par-idx)
                   MOVE 0 TO tcl-discrepancias(tcl-par-idx)
           END-EVALUATE.

       CALCULAR-LIMITE.
           MOVE num-maximo TO num-digitos
           MOVE 0 TO digitos-base
           PERFORM UNTIL num-digitos = 0
               DIVIDE num-digitos BY base-carta GIVING num-digitos
               ADD 1 TO digitos-base
           END-PERFORM
           COMPUTE limite-par = digitos-base
               * (base-carta - 1) ** pot-carta.

       CONSTRUIR-PAR.
           MOVE tcl-potencia(tcl-par-idx) TO potencia
           MOVE tcl-base(tcl-par-idx) TO base
           PERFORM VARYING valor-tabla FROM 0 BY 1
                   UNTIL valor-tabla > tcl-limite(tcl-par-idx)
               PERFORM CALCULAR-DESDE-VALOR
               COMPUTE tcl-idx = tcl-inicio(tcl-par-idx) + valor-tabla
               MOVE res TO tcl-res(tcl-idx)
               MOVE aux TO tcl-aux(tcl-idx)
               MOVE ciclo-longitud TO tcl-ciclo-len(tcl-idx)
               MOVE ciclo-rep TO tcl-ciclo-rep(tcl-idx)
               EVALUATE res
                   WHEN 1
                       ADD 1 TO tcl-felices(tcl-par-idx)
                   WHEN 2
                       ADD 1 TO tcl-indeterminados(tcl-par-idx)
                   WHEN OTHER
                       ADD 1 TO tcl-no-felices(tcl-par-idx)
               END-EVALUATE
           END-PERFORM.

       CALCULAR-DESDE-VALOR.
           MOVE 0 TO aux
           MOVE 0 TO vistos-count
           MOVE 'N' TO ciclo-sw
           MOVE 0 TO ciclo-longitud
           MOVE 0 TO ciclo-rep
           MOVE valor-tabla TO suma
           PERFORM EXAMINAR-SUMA
           PERFORM UNTIL suma = 1 OR ciclo-encontrado
               PERFORM SUMAR-POTENCIAS-DIGITOS
               PERFORM EXAMINAR-SUMA
           END-PERFORM.

       EXAMINAR-SUMA.
           ADD 1 TO aux
           IF suma = 1
               MOVE 1 TO res
               IF vistos-count < 100
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
                   IF vistos-count >= 100
                       MOVE 'S' TO ciclo-sw
                       MOVE 2 TO res
                   ELSE
                       ADD 1 TO vistos-count
                       MOVE suma TO vistos-tbl(vistos-count)
                       MOVE suma TO num
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-PAR.
           PERFORM VARYING valor-tabla FROM 0 BY 1
                   UNTIL valor-tabla > tcl-limite(tcl-par-idx)
               MOVE valor-tabla TO num-prueba
               PERFORM COTEJAR-NUMERO
           END-PERFORM
           DIVIDE num-maximo BY muestra-count GIVING paso-prueba
           PERFORM VARYING muestra-idx FROM 1 BY 1
                   UNTIL muestra-idx > muestra-count
               COMPUTE num-prueba = paso-prueba * muestra-idx
               PERFORM COTEJAR-NUMERO
           END-PERFORM.

       COTEJAR-NUMERO.
           ADD 1 TO tcl-cotejados(tcl-par-idx)
           MOVE num-prueba TO num
           PERFORM CALCULAR-FELIZ
           MOVE res TO vivo-res
           MOVE aux TO vivo-aux
           MOVE ciclo-longitud TO vivo-ciclo-len
           MOVE ciclo-rep TO vivo-ciclo-rep
           MOVE num-prueba TO num
           PERFORM SUMAR-POTENCIAS-DIGITOS
           IF suma > tcl-limite(tcl-par-idx)
               PERFORM ANOTAR-DISCREPANCIA
           ELSE
               COMPUTE tcl-idx = tcl-inicio(tcl-par-idx) + suma
               IF tcl-res(tcl-idx) NOT = vivo-res
                   OR tcl-aux(tcl-idx) NOT = vivo-aux
                   OR tcl-ciclo-len(tcl-idx) NOT = vivo-ciclo-len
                   OR tcl-ciclo-rep(tcl-idx) NOT = vivo-ciclo-rep
                   PERFORM ANOTAR-DISCREPANCIA
               END-IF
           END-IF.

       ANOTAR-DISCREPANCIA.
           ADD 1 TO tcl-discrepancias(tcl-par-idx)
           ADD 1 TO cnt-discrepancias
           IF cnt-listadas < 20
               ADD 1 TO cnt-listadas
               MOVE num-prueba TO num-ed
               MOVE tcl-potencia(tcl-par-idx) TO pot-ed
               MOVE tcl-base(tcl-par-idx) TO base-ed
               MOVE SPACES TO linea-tab
               STRING "Discrepancia en " DELIMITED BY SIZE
                   FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                   " potencia " DELIMITED BY SIZE
                   FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
                   " base " DELIMITED BY SIZE
                   FUNCTION TRIM(base-ed) DELIMITED BY SIZE
                   INTO linea-tab
               WRITE reg-tabrep FROM linea-tab
           END-IF.

       ESCRIBIR-LINEA-PAR.
           MOVE tcl-potencia(tcl-par-idx) TO pot-ed
           MOVE tcl-base(tcl-par-idx) TO base-ed
           MOVE tcl-limite(tcl-par-idx) TO cnt-ed
           MOVE SPACES TO linea-tab
           MOVE 1 TO tab-ptr
           STRING "Potencia " DELIMITED BY SIZE
               FUNCTION TRIM(pot-ed) DELIMITED BY SIZE
               " base " DELIMITED BY SIZE
               FUNCTION TRIM(base-ed) DELIMITED BY SIZE
               ": valores 0 a " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           WRITE reg-tabrep FROM linea-tab
           MOVE SPACES TO linea-tab
           MOVE 1 TO tab-ptr
           MOVE tcl-felices(tcl-par-idx) TO cnt-ed
           STRING "  felices " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           MOVE tcl-no-felices(tcl-par-idx) TO cnt-ed
           STRING ", no felices " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           MOVE tcl-indeterminados(tcl-par-idx) TO cnt-ed
           STRING ", indeterminados " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           WRITE reg-tabrep FROM linea-tab
           MOVE SPACES TO linea-tab
           MOVE 1 TO tab-ptr
           MOVE tcl-cotejados(tcl-par-idx) TO cnt-ed
           STRING "  cotejados con el calculo completo " DELIMITED BY
               SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           MOVE tcl-discrepancias(tcl-par-idx) TO cnt-ed
           STRING ", discrepancias " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-tab
               WITH POINTER tab-ptr
           WRITE reg-tabrep FROM linea-tab.

       PUBLICAR-TABLA.
           OPEN OUTPUT archivo-tabla
           IF fs-tabla NOT = "00"
               DISPLAY "Error: no se pudo abrir TABNEW. "
                   "Status " fs-tabla
               MOVE "No se pudo abrir TABNEW: tabla no publicada"
                   TO reg-tabrep
               WRITE reg-tabrep
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING tcl-par-idx FROM 1 BY 1
                       UNTIL tcl-par-idx > tcl-pares-count
                   PERFORM GRABAR-PAR
               END-PERFORM
               PERFORM LIMPIAR-REGISTRO-TABLA
               MOVE 'T' TO tab-tipo
               MOVE tcl-pares-count TO tab-valor
               MOVE fecha-tabla TO tab-fecha
               MOVE cnt-grabados TO tab-registros
               MOVE hash-tabla TO tab-hash
               WRITE reg-tabla FROM reg-tabfeliz-ws
               CLOSE archivo-tabla
               MOVE cnt-grabados TO cnt-ed
               MOVE SPACES TO linea-tab
               STRING "Tabla publicada en TABNEW: " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " entradas" DELIMITED BY SIZE INTO linea-tab
               WRITE reg-tabrep FROM linea-tab
           END-IF.

       GRABAR-PAR.
           PERFORM LIMPIAR-REGISTRO-TABLA
           MOVE 'H' TO tab-tipo
           MOVE tcl-potencia(tcl-par-idx) TO tab-potencia
           MOVE tcl-base(tcl-par-idx) TO tab-base
           MOVE tcl-limite(tcl-par-idx) TO tab-valor
           MOVE fecha-tabla TO tab-fecha
           COMPUTE tab-registros = tcl-limite(tcl-par-idx) + 1
           WRITE reg-tabla FROM reg-tabfeliz-ws
           PERFORM VARYING valor-tabla FROM 0 BY 1
                   UNTIL valor-tabla > tcl-limite(tcl-par-idx)
               COMPUTE tcl-idx = tcl-inicio(tcl-par-idx) + valor-tabla
               PERFORM LIMPIAR-REGISTRO-TABLA
               MOVE 'D' TO tab-tipo
               MOVE tcl-potencia(tcl-par-idx) TO tab-potencia
               MOVE tcl-base(tcl-par-idx) TO tab-base
               MOVE valor-tabla TO tab-valor
               MOVE tcl-res(tcl-idx) TO tab-res
               MOVE tcl-aux(tcl-idx) TO tab-aux
               MOVE tcl-ciclo-len(tcl-idx) TO tab-ciclo-len
               MOVE tcl-ciclo-rep(tcl-idx) TO tab-ciclo-rep
               ADD tab-valor tab-res tab-aux tab-ciclo-len
                   tab-ciclo-rep TO hash-tabla
               WRITE reg-tabla FROM reg-tabfeliz-ws
               ADD 1 TO cnt-grabados
           END-PERFORM.

       LIMPIAR-REGISTRO-TABLA.
           MOVE SPACES TO tab-tipo
           MOVE 0 TO tab-potencia
           MOVE 0 TO tab-base
           MOVE 0 TO tab-valor
           MOVE 0 TO tab-res
           MOVE 0 TO tab-aux
           MOVE 0 TO tab-ciclo-len
           MOVE 0 TO tab-ciclo-rep
           MOVE 0 TO tab-fecha
           MOVE 0 TO tab-registros
           MOVE 0 TO tab-hash.

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
                   IF vistos-count < 100
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
                       IF vistos-count >= 100
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
       END PROGRAM CONSTRUIR_TABLA.
