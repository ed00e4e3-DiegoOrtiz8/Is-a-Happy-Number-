           SELECT archivo-feedreg ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feedreg.
           SELECT archivo-revision ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-revision.
           SELECT archivo-operadores ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cache-key
               FILE STATUS IS fs-cache.
           SELECT archivo-diario ASSIGN TO "CACHEJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-diario.
           SELECT archivo-tabclasif ASSIGN TO "TABFELIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-tabclasif.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
           SELECT archivo-marcas ASSIGN TO "MARCAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS marca-key
               FILE STATUS IS fs-marcas.
           SELECT archivo-particiones ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-particiones.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-entrada.
       FD archivo-esthist.
       01 reg-esthist PIC X(100).
       FD archivo-control.
       01 reg-control PIC X(120).
       FD archivo-calendario.
       COPY CALFELIZ.
       FD archivo-marcas.
       COPY MARCFELIZ.
       FD archivo-particiones.
       01 reg-particion PIC X(80).
       FD archivo-checkpoint.
       01 reg-checkpoint.
           05 ckpt-registros PIC 9(9).
           05 FILLER PIC X(1).
           05 ckpt-hash PIC 9(18).
           05 FILLER PIC X(1).
           05 ckpt-ciclo PIC 9(1).
       FD archivo-corridas.
       01 reg-corrida PIC X(40).
       FD archivo-barridos.
       01 reg-barrido PIC X(200).
       FD archivo-feedreg.
       01 reg-feed PIC X(30).
       FD archivo-revision.
       01 reg-revision PIC X(80).
       FD archivo-operadores.
       COPY OPERREG.
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-diario.
       01 reg-diario PIC X(141).
       FD archivo-tabclasif.
       01 reg-tabclasif PIC X(80).
       WORKING-STORAGE SECTION.
       01 aux PIC 999 VALUE 0.
       01 rem PIC 9(36).
       01 sesion-total PIC 9(9) VALUE 0.
       01 sesion-felices PIC 9(9) VALUE 0.
       01 sesion-no-felices PIC 9(9) VALUE 0.
       01 sesion-indeterminados PIC 9(9) VALUE 0.
       01 sesion-suma-aux PIC 9(9) VALUE 0.
       01 sesion-promedio PIC 9(6)V99 VALUE 0.
       01 sesion-promedio-ed PIC ZZZZZ9.99.
       01 hash-extracto PIC 9(18) VALUE 0.
       01 total-extracto-feed PIC 9(9) VALUE 0.
       COPY FEEDREG.
       01 fs-revision PIC XX.
       COPY REVFELIZ.
       01 corrida-actual PIC 9(9) VALUE 0.
       01 tabla-ciclos-hoy.
           05 ciclo-hoy-sw OCCURS 9 TIMES PIC X.
               88 ciclo-ya-hoy VALUE 'S'.
       01 ciclo-actual PIC 9(1) VALUE 1.
       01 ciclo-leido PIC 9(1) VALUE 1.
       01 ciclo-ckpt PIC 9(1) VALUE 1.
       01 ciclo-carta PIC X(20).
       01 ciclo-str PIC X(2).
       01 particion-str PIC X(2).
       01 fs-particiones PIC XX.
       COPY PARTFELIZ.
       01 partctl-sw PIC X VALUE 'N'.
           88 hay-partctl VALUE 'S'.
       01 fin-partctl-sw PIC X VALUE 'N'.
           88 fin-partctl VALUE 'S'.
       01 particion-actual PIC 9(1) VALUE 0.
       01 particiones-corrida PIC 9(1) VALUE 0.
       01 ciclo-particion PIC 9(1) VALUE 0.
       01 corrida-particion PIC 9(9) VALUE 0.
       01 modo-corrida PIC X VALUE 'S'.
       01 fecha-hoy-corrida PIC 9(8).
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
       01 factor-lista PIC 9(2) VALUE 1.
       01 reg-corrida-ws.
           05 corr-numero PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-estado PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-modo PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-ciclo PIC 9(1).
       01 n-checkpoint PIC 9(4) VALUE 50.
       01 contador-registros PIC 9(9) VALUE 0.
       01 registros-a-saltar PIC 9(9) VALUE 0.
       01 fs-cache PIC XX.
       01 cache-sw PIC X VALUE 'N'.
           88 cache-disponible VALUE 'S'.
       01 fs-control PIC XX.
       01 fs-operadores PIC XX.
       01 maestro-disponible-sw PIC X VALUE 'N'.
       01 hist-total PIC 9(9) VALUE 0.
       01 hist-felices PIC 9(9) VALUE 0.
       01 hist-no-felices PIC 9(9) VALUE 0.
       01 hist-indeterminados PIC 9(9) VALUE 0.
       01 hist-suma-aux PIC 9(9) VALUE 0.
       01 hist-modo PIC X(6).
       01 lote-fecha-ini PIC 9(8) VALUE 0.
       01 lote-escritos PIC 9(9) VALUE 0.
       01 lote-auditadas PIC 9(9) VALUE 0.
       01 lote-extracto PIC 9(9) VALUE 0.
       01 lote-indeterminados PIC 9(9) VALUE 0.
       01 cache-encontrado-sw PIC X VALUE 'N'.
           88 cache-encontrado VALUE 'S'.
       01 cache-obsoleta-sw PIC X VALUE 'N'.
           88 cache-obsoleta VALUE 'S'.
       01 fs-diario PIC XX.
       COPY JRNFELIZ.
       01 linea-traza PIC X(2000).
       01 traza-ptr PIC 9(4).
       01 traza-num-ed PIC Z(35)9.
       01 rango-total PIC 9(9) VALUE 0.
       01 rango-felices PIC 9(9) VALUE 0.
       01 rango-no-felices PIC 9(9) VALUE 0.
       01 rango-indeterminados PIC 9(9) VALUE 0.
       01 bloque-actual PIC 9(36) VALUE 0.
       01 bloque-num PIC 9(36) VALUE 0.
       01 bloque-borde PIC 9(36) VALUE 0.
       01 bloque-total PIC 9(4) VALUE 0.
       01 bloque-felices PIC 9(4) VALUE 0.
       01 bloque-no-felices PIC 9(4) VALUE 0.
       01 bloque-indeterminados PIC 9(4) VALUE 0.
       01 densidad PIC 9(3)V99 VALUE 0.
       01 densidad-ed PIC ZZ9.99.
       01 cadena-max PIC 999 VALUE 0.
       01 cadena-max-num PIC 9(36) VALUE 0.
       01 fs-marcas PIC XX.
       01 marcas-sw PIC X VALUE 'N'.
           88 marcas-disponibles VALUE 'S'.
       01 marca-leida-sw PIC X VALUE 'N'.
           88 marca-leida VALUE 'S'.
       01 fin-marcas-sw PIC X VALUE 'N'.
           88 fin-marcas VALUE 'S'.
       01 mtb-encontrada-sw PIC X VALUE 'N'.
           88 mtb-encontrada VALUE 'S'.
       01 origen-marca PIC X VALUE 'B'.
       01 clave-marca.
           05 cmar-pot PIC 9(2).
           05 cmar-base PIC 9(2).
           05 cmar-tipo PIC X(1).
           05 cmar-valor PIC 9(36).
       01 marcas-count PIC 9(4) VALUE 0.
       01 marcas-fuera-tabla PIC 9(9) VALUE 0.
       01 marcas-batidas PIC 9(9) VALUE 0.
       01 marcas-nuevas PIC 9(9) VALUE 0.
       01 mtb-idx PIC 9(4).
       01 mtb-num-nuevo PIC 9(36).
       01 tabla-marcas.
           05 mtb-ent OCCURS 2000 TIMES.
               10 mtb-clave PIC X(41).
               10 mtb-num PIC 9(36).
       01 rango-cnt-ed PIC Z(8)9.
       01 linea-rango PIC X(200).
       01 rango-ptr PIC 9(4).
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
           OPEN OUTPUT archivo-reporte
           IF fs-auditoria = "35"
               OPEN OUTPUT archivo-auditoria
           END-IF
           OPEN EXTEND archivo-revision
           IF fs-revision = "35"
               OPEN OUTPUT archivo-revision
           END-IF
           IF fs-revision NOT = "00"
               DISPLAY "Aviso: no se pudo abrir la cola de revision. "
                   "Status " fs-revision
           END-IF
           OPEN I-O archivo-cache
           IF fs-cache = "35"
               OPEN OUTPUT archivo-cache
               CLOSE archivo-cache
               OPEN I-O archivo-cache
           END-IF
           IF fs-cache = "00"
               MOVE 'S' TO cache-sw
           ELSE
               DISPLAY "Aviso: no se pudo abrir la cache. Status "
                   fs-cache
               DISPLAY "Las clasificaciones de esta corrida no se "
                   "guardan en CACHEDAT"
           END-IF
           OPEN EXTEND archivo-diario
           IF fs-diario = "35"
               OPEN OUTPUT archivo-diario
           END-IF
           IF fs-diario NOT = "00"
               DISPLAY "Aviso: no se pudo abrir el diario de cache. "
                   "Status " fs-diario
               DISPLAY "Los cambios de CACHEDAT de esta corrida no "
                   "seran recuperables"
           END-IF
           PERFORM CARGAR-TABLA-CLASIF
           PERFORM CARGAR-MARCAS
           OPEN INPUT archivo-operadores
           IF fs-operadores = "00"
               MOVE 'S' TO maestro-disponible-sw
                       PERFORM CALCULAR-FELIZ
                       PERFORM GRABAR-CACHE
                   END-IF
                   IF res = 2
                       PERFORM ENCOLAR-REVISION
                   END-IF
                   PERFORM ESCRIBIR-DETALLE-REPORTE
                   PERFORM ESCRIBIR-AUDITORIA
                   PERFORM ACTUALIZAR-ESTADISTICAS
                   EVALUATE res
                       WHEN 1
                           DISPLAY "Es un numero feliz"
                       WHEN 2
                           DISPLAY "Clasificacion indeterminada, "
                               "enviada a revision"
                       WHEN OTHER
                           DISPLAY "No es un numero feliz"
                   END-EVALUATE
               END-IF
               IF opc = 3
                   PERFORM PROCESAR-ARCHIVO
           PERFORM GRABAR-CORRIDA-REG
           CLOSE archivo-reporte
           CLOSE archivo-auditoria
           IF fs-revision = "00"
               CLOSE archivo-revision
           END-IF
           IF cache-disponible
               CLOSE archivo-cache
           END-IF
           IF fs-diario = "00"
               CLOSE archivo-diario
           END-IF
           IF marcas-disponibles
               CLOSE archivo-marcas
           END-IF
           STOP RUN.

       INICIAR-CORRIDA.
           PERFORM LEER-CHECKPOINT
           PERFORM DETERMINAR-FECHA-NEGOCIO
           PERFORM LEER-PARTCTL
           MOVE fecha-negocio TO fecha-hoy-corrida
           EVALUATE TRUE
               WHEN fin-de-trimestre
                   DISPLAY "Dia de negocio " fecha-negocio
                       ": cierre de mes y de trimestre"
               WHEN fin-de-mes
                   DISPLAY "Dia de negocio " fecha-negocio
                       ": cierre de mes"
           END-EVALUATE
           MOVE 0 TO corrida-actual
           MOVE ALL 'N' TO tabla-ciclos-hoy
           MOVE 'N' TO fin-corridas-sw
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = "00"
                       IF corr-numero > corrida-actual
                           MOVE corr-numero TO corrida-actual
                       END-IF
                       IF corr-ciclo IS NUMERIC AND corr-ciclo > 0
                           MOVE corr-ciclo TO ciclo-leido
                       ELSE
                           MOVE 1 TO ciclo-leido
                       END-IF
                       IF corr-fecha = fecha-hoy-corrida
                           AND corr-estado = 'I'
                           AND (corr-modo = 'B' OR corr-modo = 'P')
                           MOVE 'S' TO ciclo-hoy-sw(ciclo-leido)
                       END-IF
               END-READ
           END-PERFORM
               CLOSE archivo-corridas
           END-IF
           ADD 1 TO corrida-actual
           IF hay-partctl
               MOVE corrida-particion TO corrida-actual
           END-IF
           MOVE 'S' TO modo-corrida
           MOVE 'I' TO corr-estado
           PERFORM GRABAR-CORRIDA-REG.

       DETERMINAR-FECHA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE fecha-hora-actual(1:8) TO fecha-calendario
           MOVE fecha-hora-actual(9:4) TO hora-calendario
           MOVE fecha-calendario TO fecha-negocio
           MOVE 1 TO factor-lista
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
           MOVE 1 TO factor-lista
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
                   IF cal-factor-lista IS NUMERIC
                       AND cal-factor-lista > 0
                       MOVE cal-factor-lista TO factor-lista
                   END-IF
           END-READ.

       GRABAR-CORRIDA-REG.
           OPEN EXTEND archivo-corridas
           IF fs-corridas = "35"
           ELSE
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE corrida-actual TO corr-numero
               MOVE fecha-negocio TO corr-fecha
               MOVE fecha-hora-actual(9:6) TO corr-hora
               MOVE operador-id TO corr-operador
               MOVE modo-corrida TO corr-modo
               MOVE ciclo-actual TO corr-ciclo
               WRITE reg-corrida FROM reg-corrida-ws
               CLOSE archivo-corridas
           END-IF.

       LEER-PARTCTL.
           MOVE 'N' TO partctl-sw
           MOVE 'N' TO fin-partctl-sw
           OPEN INPUT archivo-particiones
           IF fs-particiones NOT = "00"
               MOVE 'S' TO fin-partctl-sw
           END-IF
           PERFORM UNTIL fin-partctl
               READ archivo-particiones
                   AT END
                       MOVE 'S' TO fin-partctl-sw
                   NOT AT END
                       MOVE reg-particion TO reg-particion-ws
                       IF part-es-cabecera
                           AND part-corrida IS NUMERIC
                           AND part-ciclo IS NUMERIC
                           AND part-particiones IS NUMERIC
                           AND part-corrida > 0
                           AND part-particiones > 0
                           MOVE 'S' TO partctl-sw
                           MOVE 'S' TO fin-partctl-sw
                           MOVE part-corrida TO corrida-particion
                           MOVE part-ciclo TO ciclo-particion
                           MOVE part-particiones
                               TO particiones-corrida
                           IF part-fecha IS NUMERIC
                               AND part-fecha > 0
                               MOVE part-fecha TO fecha-negocio
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF fs-particiones = "10" OR fs-particiones = "00"
               CLOSE archivo-particiones
           END-IF
           IF hay-partctl
               DISPLAY "Corrida particionada " corrida-particion
                   " ciclo " ciclo-particion ", "
                   particiones-corrida " particiones"
           END-IF.

       LEER-OPCION.
           MOVE 'N' TO valido-sw
           PERFORM WITH TEST AFTER UNTIL entrada-valida
           END-IF.

       CALCULAR-FELIZ.
           MOVE 'N' TO tabla-resuelto-sw
           IF tabla-cargada
               PERFORM RESOLVER-POR-TABLA
           END-IF
           IF tabla-resuelto
               IF res = 2
                   DISPLAY "Secuencia demasiado larga, "
                       "clasificacion indeterminada"
               END-IF
           ELSE
               PERFORM CALCULAR-FELIZ-CADENA
           END-IF.

       CALCULAR-FELIZ-CADENA.
           MOVE 0 TO aux
           MOVE 0 TO vistos-count
           MOVE 'N' TO ciclo-sw
                   IF NOT ciclo-encontrado
                       IF vistos-count >= 100
                           DISPLAY "Secuencia demasiado larga, "
                               "clasificacion indeterminada"
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
           MOVE 0 TO atr-sin-ciclo.

       REGISTRAR-ATRACTOR.
           IF res = 2
               ADD 1 TO atr-sin-ciclo
           END-IF
           IF res = 0
               IF ciclo-longitud = 0
                   ADD 1 TO atr-sin-ciclo
               ADD atr-resto TO atr-ptr
           END-PERFORM.

       CARGAR-MARCAS.
           MOVE 'N' TO marcas-sw
           MOVE 0 TO marcas-count
           MOVE 0 TO marcas-fuera-tabla
           OPEN I-O archivo-marcas
           IF fs-marcas = "35"
               OPEN OUTPUT archivo-marcas
               CLOSE archivo-marcas
               OPEN I-O archivo-marcas
           END-IF
           IF fs-marcas NOT = "00"
               DISPLAY "Aviso: no se pudo abrir el registro de "
                   "marcas. Status " fs-marcas
               DISPLAY "Las marcas de esta corrida no se registran"
           ELSE
               MOVE 'S' TO marcas-sw
               MOVE 'N' TO fin-marcas-sw
               MOVE LOW-VALUES TO marca-key
               START archivo-marcas KEY IS >= marca-key
                   INVALID KEY
                       MOVE 'S' TO fin-marcas-sw
               END-START
               PERFORM UNTIL fin-marcas
                   READ archivo-marcas NEXT RECORD
                       AT END
                           MOVE 'S' TO fin-marcas-sw
                       NOT AT END
                           IF marcas-count < 2000
                               ADD 1 TO marcas-count
                               MOVE marca-key
                                   TO mtb-clave(marcas-count)
                               MOVE marca-num
                                   TO mtb-num(marcas-count)
                           ELSE
                               ADD 1 TO marcas-fuera-tabla
                           END-IF
                   END-READ
               END-PERFORM
               IF marcas-fuera-tabla > 0
                   DISPLAY "Aviso: " marcas-fuera-tabla
                       " marcas no caben en la tabla de 2000; "
                       "se consultan en MARCAS"
               END-IF
           END-IF.

       LIMPIAR-MARCAS.
           MOVE 0 TO marcas-batidas
           MOVE 0 TO marcas-nuevas.

       ACTUALIZAR-MARCAS.
           IF marcas-disponibles AND res NOT = 2
               MOVE 'L' TO cmar-tipo
               MOVE aux TO cmar-valor
               PERFORM EVALUAR-MARCA
               IF res = 1 OR ciclo-longitud > 0
                   MOVE 'A' TO cmar-tipo
                   IF res = 1
                       MOVE 1 TO cmar-valor
                   ELSE
                       MOVE ciclo-rep TO cmar-valor
                   END-IF
                   PERFORM EVALUAR-MARCA
               END-IF
           END-IF.

       EVALUAR-MARCA.
           MOVE potencia TO cmar-pot
           MOVE base TO cmar-base
           MOVE 'N' TO mtb-encontrada-sw
           PERFORM VARYING mtb-idx FROM 1 BY 1
                   UNTIL mtb-idx > marcas-count
                   OR mtb-encontrada
               IF mtb-clave(mtb-idx) = clave-marca
                   MOVE 'S' TO mtb-encontrada-sw
               END-IF
           END-PERFORM
           IF mtb-encontrada
               SUBTRACT 1 FROM mtb-idx
               IF num-orig < mtb-num(mtb-idx)
                   PERFORM GRABAR-MARCA
               END-IF
           ELSE
               PERFORM GRABAR-MARCA
           END-IF.

       GRABAR-MARCA.
           MOVE clave-marca TO marca-key
           READ archivo-marcas
               INVALID KEY
                   MOVE 'N' TO marca-leida-sw
               NOT INVALID KEY
                   MOVE 'S' TO marca-leida-sw
           END-READ
           EVALUATE TRUE
               WHEN NOT marca-leida
                   MOVE clave-marca TO marca-key
                   MOVE 0 TO marca-num-anterior
                   MOVE 0 TO marca-corrida-anterior
                   MOVE 0 TO marca-fecha-anterior
                   PERFORM LLENAR-MARCA
                   WRITE reg-marca
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO marcas-nuevas
                           PERFORM ANOTAR-MARCA-TABLA
                   END-WRITE
               WHEN num-orig < marca-num
                   IF marca-corrida NOT = corrida-actual
                       MOVE marca-num TO marca-num-anterior
                       MOVE marca-corrida TO marca-corrida-anterior
                       MOVE marca-fecha TO marca-fecha-anterior
                   END-IF
                   PERFORM LLENAR-MARCA
                   REWRITE reg-marca
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO marcas-batidas
                           PERFORM ANOTAR-MARCA-TABLA
                   END-REWRITE
               WHEN OTHER
                   MOVE marca-num TO mtb-num-nuevo
                   PERFORM ANOTAR-MARCA-TABLA
           END-EVALUATE.

       LLENAR-MARCA.
           MOVE num-orig TO marca-num
           MOVE num-orig TO mtb-num-nuevo
           MOVE res TO marca-res
           MOVE ciclo-longitud TO marca-ciclo-len
           MOVE corrida-actual TO marca-corrida
           MOVE fecha-negocio TO marca-fecha
           MOVE origen-marca TO marca-origen
           MOVE operador-id TO marca-operador.

       ANOTAR-MARCA-TABLA.
           IF mtb-encontrada
               MOVE mtb-num-nuevo TO mtb-num(mtb-idx)
           ELSE
               IF marcas-count < 2000
                   ADD 1 TO marcas-count
                   MOVE clave-marca TO mtb-clave(marcas-count)
                   MOVE mtb-num-nuevo TO mtb-num(marcas-count)
               END-IF
           END-IF.

       ESCRIBIR-MARCAS.
           IF marcas-disponibles
               AND (marcas-batidas > 0 OR marcas-nuevas > 0)
               MOVE SPACES TO linea-atr
               MOVE 1 TO atr-ptr
               MOVE marcas-batidas TO rango-cnt-ed
               STRING "Marcas del registro batidas: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
                   INTO linea-atr
                   WITH POINTER atr-ptr
               MOVE marcas-nuevas TO rango-cnt-ed
               STRING ", nuevas: " DELIMITED BY SIZE
                   FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
                   " (detalle en REPORTE_MARCAS)" DELIMITED BY SIZE
                   INTO linea-atr
                   WITH POINTER atr-ptr
               MOVE SPACES TO reg-reporte
               WRITE reg-reporte
               WRITE reg-reporte FROM linea-atr
               DISPLAY FUNCTION TRIM(linea-atr)
           END-IF.

       PROCESAR-ARCHIVO.
           PERFORM LEER-CICLO
           PERFORM LEER-CHECKPOINT
           EVALUATE TRUE
               WHEN particion-actual > 0 AND NOT hay-partctl
                   DISPLAY "Particion " particion-actual
                       " indicada sin archivo de particiones"
                   DISPLAY "Lote rechazado: asigne el PARTCTL de la "
                       "corrida particionada"
                   MOVE 8 TO RETURN-CODE
               WHEN hay-partctl AND particion-actual = 0
                   DISPLAY "Hay archivo de particiones y no se "
                       "indico la particion"
                   DISPLAY "Lote rechazado: indique ciclo y "
                       "particion en la carta"
                   MOVE 8 TO RETURN-CODE
               WHEN hay-partctl
                       AND ciclo-particion NOT = ciclo-actual
                   DISPLAY "El archivo de particiones es del ciclo "
                       ciclo-particion ", no del ciclo " ciclo-actual
                   DISPLAY "Lote rechazado: verifique el PARTCTL "
                       "asignado"
                   MOVE 8 TO RETURN-CODE
               WHEN particion-actual > particiones-corrida
                   DISPLAY "Particion " particion-actual
                       " fuera de rango: la corrida tiene "
                       particiones-corrida " particiones"
                   DISPLAY "Lote rechazado"
                   MOVE 8 TO RETURN-CODE
               WHEN registros-a-saltar > 0
                       AND ciclo-ckpt NOT = ciclo-actual
                   DISPLAY "El punto de reanudacion pendiente es del "
                       "ciclo " ciclo-ckpt ", no del ciclo "
                       ciclo-actual
                   DISPLAY "Lote rechazado: verifique el CKPTFILE "
                       "asignado al ciclo"
                   MOVE 8 TO RETURN-CODE
               WHEN ciclo-ya-hoy(ciclo-actual)
                       AND registros-a-saltar = 0
                   DISPLAY "Ya hay una corrida de lote del ciclo "
                       ciclo-actual " iniciada hoy y no hay "
                       "reanudacion pendiente"
                   DISPLAY "Lote rechazado: use el registro de "
                       "corridas para verificar"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'B' TO modo-corrida
                   MOVE 'I' TO corr-estado
                   PERFORM GRABAR-CORRIDA-REG
                   MOVE 'S' TO ciclo-hoy-sw(ciclo-actual)
                   PERFORM AVISAR-COMPARTIDOS-LOTE
                   PERFORM PROCESAR-LOTE
           END-EVALUATE.

       AVISAR-COMPARTIDOS-LOTE.
           IF NOT cache-disponible
               DISPLAY "Aviso: lote sin CACHEDAT; sus clasificaciones "
                   "no llegan a la cache ni a CACHEJRN"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT marcas-disponibles
               DISPLAY "Aviso: lote sin MARCAS; las marcas que bata "
                   "no se registran"
               MOVE 4 TO RETURN-CODE
           END-IF.

       LEER-CICLO.
           MOVE 'N' TO valido-sw
           PERFORM WITH TEST AFTER UNTIL entrada-valida
               DISPLAY "Ciclo del dia (1-9, ENTER para 1) "
               MOVE SPACES TO ciclo-carta
               ACCEPT ciclo-carta
               MOVE SPACES TO ciclo-str
               MOVE SPACES TO particion-str
               IF ciclo-carta NOT = SPACES
                   UNSTRING FUNCTION TRIM(ciclo-carta)
                       DELIMITED BY ALL SPACES
                       INTO ciclo-str particion-str
                   END-UNSTRING
               END-IF
               IF ciclo-str = SPACES
                   MOVE 1 TO ciclo-actual
                   MOVE 'S' TO valido-sw
               ELSE
                   MOVE ciclo-str TO ws-campo-validar
                   PERFORM VALIDAR-SOLO-DIGITOS
                   IF solo-digitos
                       AND FUNCTION NUMVAL(ciclo-str) >= 1
                       AND FUNCTION NUMVAL(ciclo-str) <= 9
                       MOVE FUNCTION NUMVAL(ciclo-str)
                           TO ciclo-actual
                       MOVE 'S' TO valido-sw
                   ELSE
                       DISPLAY "Ciclo invalido. Ingrese de 1 a 9"
                   END-IF
               END-IF
               MOVE 0 TO particion-actual
               IF entrada-valida AND particion-str NOT = SPACES
                   MOVE particion-str TO ws-campo-validar
                   PERFORM VALIDAR-SOLO-DIGITOS
                   IF solo-digitos
                       AND FUNCTION NUMVAL(particion-str) >= 1
                       AND FUNCTION NUMVAL(particion-str) <= 8
                       MOVE FUNCTION NUMVAL(particion-str)
                           TO particion-actual
                   ELSE
                       DISPLAY "Particion invalida. Ingrese de 1 a 8"
                       MOVE 'N' TO valido-sw
                   END-IF
               END-IF
           END-PERFORM.

       PROCESAR-LOTE.
           MOVE 'N' TO fin-archivo-sw
           MOVE 'N' TO error-lote-sw
           MOVE potencia TO potencia-lote
           MOVE base TO base-lote
           PERFORM LIMPIAR-ATRACTORES
           MOVE 'B' TO origen-marca
           PERFORM LIMPIAR-MARCAS
           MOVE 0 TO lote-leidos
           MOVE 0 TO lote-escritos
           MOVE 0 TO lote-auditadas
           MOVE 0 TO lote-extracto
           MOVE 0 TO lote-indeterminados
           MOVE fecha-negocio TO lote-fecha-ini
           PERFORM INVALIDAR-CONTROL
           MOVE registros-a-saltar TO contador-registros
           OPEN INPUT archivo-entrada
                               PERFORM CALCULAR-FELIZ
                               PERFORM GRABAR-CACHE
                           END-IF
                           IF res = 2
                               PERFORM ENCOLAR-REVISION
                               ADD 1 TO lote-indeterminados
                           END-IF
                           PERFORM ESCRIBIR-DETALLE-REPORTE
                           PERFORM ESCRIBIR-AUDITORIA
                           ADD 1 TO lote-auditadas
                           PERFORM ACTUALIZAR-ESTADISTICAS
                           PERFORM REGISTRAR-ATRACTOR
                           PERFORM ACTUALIZAR-MARCAS
                           MOVE ent-numero TO ws-sal-num
                           MOVE ws-clasif-texto TO ws-sal-res
                           MOVE solicitante-actual
                   PERFORM GRABAR-CHECKPOINT
               END-IF
               PERFORM ESCRIBIR-ATRACTORES
               PERFORM ESCRIBIR-MARCAS
               PERFORM GRABAR-CONTROL
           END-IF
           MOVE potencia-lote TO potencia
           END-IF.

       ESCRIBIR-HEADER-EXTRACTO.
           IF particion-actual > 0
               MOVE 0 TO secuencia-feed
           ELSE
               PERFORM EMITIR-SECUENCIA-FEED
           END-IF
           MOVE SPACES TO linea-extracto
           MOVE 1 TO ext-ptr
           MOVE secuencia-feed TO rango-cnt-ed
           STRING "HDR|" DELIMITED BY SIZE
               FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER ext-ptr
           MOVE corrida-actual TO rango-cnt-ed
           STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ciclo-actual DELIMITED BY SIZE
               INTO linea-extracto
               WITH POINTER ext-ptr
           IF particion-actual > 0
               STRING "|" DELIMITED BY SIZE
                   particion-actual DELIMITED BY SIZE
                   INTO linea-extracto
                   WITH POINTER ext-ptr
           END-IF
           WRITE reg-extracto FROM linea-extracto.

       ESCRIBIR-TRAILER-EXTRACTO.
               DISPLAY "Aviso: no se pudo grabar el registro de "
                   "alimentaciones. Status " fs-feedreg
           ELSE
               MOVE secuencia-feed TO feed-secuencia
               MOVE fecha-negocio TO feed-fecha
               MOVE corrida-actual TO feed-corrida
               MOVE 'E' TO feed-estado
               WRITE reg-feed FROM reg-feed-ws
           MOVE ciclo-longitud TO rango-cnt-ed
           STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               fecha-negocio DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(operador-id) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               DISPLAY "Aviso: no se pudo grabar totales de "
                   "control. Status " fs-control
           ELSE
               MOVE fecha-negocio TO ctl-fecha
               MOVE lote-fecha-ini TO ctl-fecha-ini
               MOVE operador-id TO ctl-operador
               MOVE registros-a-saltar TO ctl-salto
               MOVE lote-auditadas TO ctl-auditadas
               MOVE lote-extracto TO ctl-extracto
               MOVE corrida-actual TO ctl-corrida
               MOVE lote-indeterminados TO ctl-indeterminados
               MOVE ciclo-actual TO ctl-ciclo
               MOVE particion-actual TO ctl-particion
               IF particion-actual > 0
                   MOVE particiones-corrida TO ctl-particiones
               ELSE
                   MOVE 0 TO ctl-particiones
               END-IF
               WRITE reg-control FROM reg-control-ws
               CLOSE archivo-control
           END-IF.
                           ELSE
                               MOVE 0 TO hash-extracto
                           END-IF
                           IF ckpt-ciclo IS NUMERIC AND ckpt-ciclo > 0
                               MOVE ckpt-ciclo TO ciclo-ckpt
                           ELSE
                               MOVE 1 TO ciclo-ckpt
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-checkpoint
               MOVE contador-registros TO ckpt-registros
               MOVE SPACE TO reg-checkpoint(10:1)
               MOVE hash-extracto TO ckpt-hash
               MOVE SPACE TO reg-checkpoint(29:1)
               MOVE ciclo-actual TO ckpt-ciclo
               WRITE reg-checkpoint
               CLOSE archivo-checkpoint
           END-IF.

       ESCRIBIR-ENCABEZADO-REPORTE.
           ADD 1 TO num-pagina
           MOVE fecha-negocio TO fecha-reporte-ws
           MOVE SPACES TO linea-encabezado-1
           MOVE SPACES TO linea-encabezado-2
           STRING "Reporte Numeros Felices   Fecha: "
           ADD 1 TO lineas-pagina.

       FORMATEAR-CLASIFICACION.
           EVALUATE res
               WHEN 1
                   MOVE "Es un numero feliz" TO ws-clasif-texto
               WHEN 2
                   MOVE "Clasificacion indeterminada"
                       TO ws-clasif-texto
               WHEN OTHER
                   MOVE "No es un numero feliz" TO ws-clasif-texto
           END-EVALUATE
           IF potencia NOT = 2
               MOVE potencia TO ws-pot-ed
               STRING FUNCTION TRIM(ws-clasif-texto) DELIMITED BY SIZE

       CONSULTAR-CACHE.
           MOVE 'N' TO cache-encontrado-sw
           MOVE 'N' TO cache-obsoleta-sw
           MOVE num-orig TO cache-num
           MOVE potencia TO cache-pot
           MOVE base TO cache-base
           IF cache-disponible
               READ archivo-cache
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM USAR-ENTRADA-CACHE
               END-READ
           END-IF.

       USAR-ENTRADA-CACHE.
           IF cache-res = 0 AND cache-ciclo-len = 0
               MOVE 'S' TO cache-obsoleta-sw
           ELSE
               MOVE 'S' TO cache-encontrado-sw
               MOVE cache-res TO res
               MOVE cache-aux TO aux
               MOVE cache-ciclo-len TO ciclo-longitud
               MOVE cache-ciclo-rep TO ciclo-rep
               ADD 1 TO cache-hits
               MOVE reg-cache TO jrn-imagen
               REWRITE reg-cache
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'H' TO jrn-accion
                       PERFORM GRABAR-DIARIO
               END-REWRITE
           END-IF.

       GRABAR-CACHE.
           MOVE num-orig TO cache-num
           MOVE ciclo-longitud TO cache-ciclo-len
           MOVE ciclo-rep TO cache-ciclo-rep
           MOVE 0 TO cache-hits
           MOVE reg-cache TO jrn-imagen
           EVALUATE TRUE
               WHEN NOT cache-disponible
                   CONTINUE
               WHEN cache-obsoleta
                   REWRITE reg-cache
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'R' TO jrn-accion
                           PERFORM GRABAR-DIARIO
                   END-REWRITE
               WHEN OTHER
                   WRITE reg-cache
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'A' TO jrn-accion
                           PERFORM GRABAR-DIARIO
                   END-WRITE
           END-EVALUATE.

       GRABAR-DIARIO.
           IF fs-diario = "00"
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE fecha-hora-actual(1:8) TO jrn-fecha
               MOVE fecha-hora-actual(9:8) TO jrn-hora
               MOVE corrida-actual TO jrn-corrida
               MOVE operador-id TO jrn-operador
               MOVE 0 TO jrn-registros
               WRITE reg-diario FROM reg-diario-ws
           END-IF.

       ACTUALIZAR-ESTADISTICAS.
           ADD 1 TO sesion-total
           ADD aux TO sesion-suma-aux
           ADD 1 TO hist-total
           ADD aux TO hist-suma-aux
           EVALUATE res
               WHEN 1
                   ADD 1 TO sesion-felices
                   ADD 1 TO hist-felices
               WHEN 2
                   ADD 1 TO sesion-indeterminados
                   ADD 1 TO hist-indeterminados
               WHEN OTHER
                   ADD 1 TO sesion-no-felices
                   ADD 1 TO hist-no-felices
           END-EVALUATE.

       ENCOLAR-REVISION.
           IF fs-revision = "00"
               MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
               MOVE num-orig TO rev-num
               MOVE potencia TO rev-pot
               MOVE base TO rev-base
               MOVE solicitante-actual TO rev-solicitante
               MOVE corrida-actual TO rev-corrida
               MOVE fecha-hora-actual(1:8) TO rev-fecha
               MOVE 100 TO rev-limite
               WRITE reg-revision FROM reg-revision-ws
           END-IF.

       GRABAR-HISTORIA.
                   MOVE hist-total TO est-total
                   MOVE hist-felices TO est-felices
                   MOVE hist-no-felices TO est-no-felices
                   MOVE hist-indeterminados TO est-indeterminados
                   MOVE hist-suma-aux TO est-suma-aux
                   MOVE corrida-actual TO est-corrida
                   WRITE reg-esthist FROM reg-esthist-ws
               MOVE 0 TO hist-total
               MOVE 0 TO hist-felices
               MOVE 0 TO hist-no-felices
               MOVE 0 TO hist-indeterminados
               MOVE 0 TO hist-suma-aux
           END-IF.

               DISPLAY "Numeros verificados: " sesion-total
               DISPLAY "Felices: " sesion-felices
               DISPLAY "No felices: " sesion-no-felices
               DISPLAY "Indeterminados: " sesion-indeterminados
               DISPLAY "Promedio de iteraciones: "
                   sesion-promedio-ed
           END-IF.
       OPCION-TRAZA.
           PERFORM LEER-NUMERO
           MOVE num TO num-orig
           PERFORM CALCULAR-FELIZ-CADENA
           PERFORM MOSTRAR-TRAZA
           IF res = 2
               PERFORM ENCOLAR-REVISION
           END-IF
           PERFORM ESCRIBIR-DETALLE-REPORTE
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM ACTUALIZAR-ESTADISTICAS.
                   WITH POINTER traza-ptr
           END-PERFORM
           DISPLAY FUNCTION TRIM(linea-traza)
           EVALUATE TRUE
               WHEN res = 2
                   DISPLAY "(sin ciclo dentro del limite de 100 "
                       "pasos, clasificacion indeterminada)"
               WHEN ciclo-encontrado
                   DISPLAY "(ciclo detectado, no es numero feliz)"
                   IF ciclo-longitud > 0
                       MOVE ciclo-rep TO traza-num-ed
                       DISPLAY "Longitud del ciclo: " ciclo-longitud
                       DISPLAY "Miembro menor del ciclo: "
                           FUNCTION TRIM(traza-num-ed)
                   END-IF
               WHEN OTHER
                   DISPLAY "(llego a 1, es numero feliz)"
           END-EVALUATE.

       OPCION-EXPONENTE.
           PERFORM LEER-NUMERO
           MOVE num TO num-orig
           PERFORM LEER-EXPONENTE
           PERFORM CALCULAR-FELIZ
           IF res = 2
               PERFORM ENCOLAR-REVISION
           END-IF
           PERFORM ESCRIBIR-DETALLE-REPORTE
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM ACTUALIZAR-ESTADISTICAS
           EVALUATE res
               WHEN 1
                   DISPLAY "Es un numero feliz para la potencia "
                       potencia
               WHEN 2
                   DISPLAY "Clasificacion indeterminada para la "
                       "potencia " potencia ", enviada a revision"
               WHEN OTHER
                   DISPLAY "No es un numero feliz para la potencia "
                       potencia
           END-EVALUATE
           MOVE 2 TO potencia.

       OPCION-RANGO.
           MOVE 0 TO rango-total
           MOVE 0 TO rango-felices
           MOVE 0 TO rango-no-felices
           MOVE 0 TO rango-indeterminados
           MOVE 0 TO bloque-total
           MOVE 0 TO bloque-felices
           MOVE 0 TO bloque-no-felices
           MOVE 0 TO bloque-indeterminados
           MOVE 0 TO cadena-max
           MOVE 0 TO cadena-max-num
           PERFORM LIMPIAR-ATRACTORES
           MOVE 'R' TO origen-marca
           PERFORM LIMPIAR-MARCAS
           COMPUTE bloque-actual = rango-desde / 1000
           PERFORM ESCRIBIR-ENCABEZADO-RANGO
           PERFORM VARYING num-orig FROM rango-desde BY 1
                   MOVE 0 TO bloque-total
                   MOVE 0 TO bloque-felices
                   MOVE 0 TO bloque-no-felices
                   MOVE 0 TO bloque-indeterminados
               END-IF
               MOVE num-orig TO num
               PERFORM CONSULTAR-CACHE
                   PERFORM CALCULAR-FELIZ
                   PERFORM GRABAR-CACHE
               END-IF
               IF res = 2
                   PERFORM ENCOLAR-REVISION
               END-IF
               PERFORM ACTUALIZAR-ESTADISTICAS
               PERFORM REGISTRAR-ATRACTOR
               PERFORM ACTUALIZAR-MARCAS
               ADD 1 TO rango-total
               ADD 1 TO bloque-total
               EVALUATE res
                   WHEN 1
                       ADD 1 TO rango-felices
                       ADD 1 TO bloque-felices
                   WHEN 2
                       ADD 1 TO rango-indeterminados
                       ADD 1 TO bloque-indeterminados
                   WHEN OTHER
                       ADD 1 TO rango-no-felices
                       ADD 1 TO bloque-no-felices
               END-EVALUATE
               IF aux > cadena-max
                   MOVE aux TO cadena-max
                   MOVE num-orig TO cadena-max-num
           END-IF
           PERFORM ESCRIBIR-RESUMEN-RANGO
           PERFORM ESCRIBIR-ATRACTORES
           PERFORM ESCRIBIR-MARCAS
           MOVE "RANGO" TO hist-modo
           PERFORM GRABAR-HISTORIA.

               WITH POINTER rango-ptr
           MOVE bloque-no-felices TO rango-cnt-ed
           STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
               " no felices, " DELIMITED BY SIZE
               INTO linea-rango
               WITH POINTER rango-ptr
           IF bloque-indeterminados > 0
               MOVE bloque-indeterminados TO rango-cnt-ed
               STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
                   " indeterminados, " DELIMITED BY SIZE
                   INTO linea-rango
                   WITH POINTER rango-ptr
           END-IF
           STRING "densidad " DELIMITED BY SIZE
               INTO linea-rango
               WITH POINTER rango-ptr
           COMPUTE densidad ROUNDED
               WITH POINTER rango-ptr
           MOVE rango-no-felices TO rango-cnt-ed
           STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
               " no felices, " DELIMITED BY SIZE
               INTO linea-rango
               WITH POINTER rango-ptr
           IF rango-indeterminados > 0
               MOVE rango-indeterminados TO rango-cnt-ed
               STRING FUNCTION TRIM(rango-cnt-ed) DELIMITED BY SIZE
                   " indeterminados, " DELIMITED BY SIZE
                   INTO linea-rango
                   WITH POINTER rango-ptr
           END-IF
           STRING "densidad " DELIMITED BY SIZE
               INTO linea-rango
               WITH POINTER rango-ptr
           IF rango-total > 0
                   TO presupuesto-lista
           ELSE
               MOVE 0 TO presupuesto-lista
           END-IF
           IF presupuesto-lista > 0 AND factor-lista > 1
               COMPUTE presupuesto-lista
                   = presupuesto-lista * factor-lista
                   ON SIZE ERROR
                       MOVE 999999999 TO presupuesto-lista
               END-COMPUTE
               IF dia-habil
                   DISPLAY "Presupuesto ampliado por el calendario "
                       "a " presupuesto-lista " (factor "
                       factor-lista ")"
               ELSE
                   DISPLAY "Dia no habil: presupuesto ampliado a "
                       presupuesto-lista " (factor " factor-lista ")"
               END-IF
           END-IF.

       TRABAJAR-LISTA.
               MOVE 0 TO usados-lista
               MOVE 'N' TO presupuesto-agotado-sw
               PERFORM LIMPIAR-ATRACTORES
               MOVE 'L' TO origen-marca
               PERFORM LIMPIAR-MARCAS
               PERFORM VARYING lista-idx FROM 1 BY 1
                       UNTIL lista-idx > lista-count
                       OR presupuesto-agotado
               END-PERFORM
               PERFORM GRABAR-LISTA
               PERFORM ESCRIBIR-ATRACTORES
               PERFORM ESCRIBIR-MARCAS
               MOVE potencia-lote TO potencia
               MOVE base-lote TO base
               MOVE "LISTA" TO hist-modo
           END-IF
           MOVE barr-cadena-max TO cadena-max
           MOVE barr-cadena-num TO cadena-max-num
           IF barr-indeterminados NOT NUMERIC
               MOVE 0 TO barr-indeterminados
           END-IF
           MOVE 'E' TO barr-estado
           PERFORM ESCRIBIR-ENCABEZADO-RANGO
           IF barr-posicion NOT = 0
               MOVE barr-total TO rango-total
               MOVE barr-felices TO rango-felices
               MOVE barr-no-felices TO rango-no-felices
               MOVE barr-indeterminados TO rango-indeterminados
               PERFORM ESCRIBIR-RESUMEN-RANGO
           ELSE
               MOVE SPACES TO linea-rango
           MOVE 0 TO bloque-total
           MOVE 0 TO bloque-felices
           MOVE 0 TO bloque-no-felices
           MOVE 0 TO bloque-indeterminados
           PERFORM VARYING num-orig FROM posicion-lista BY 1
                   UNTIL num-orig > borde-lista
               MOVE num-orig TO num
                   PERFORM CALCULAR-FELIZ
                   PERFORM GRABAR-CACHE
               END-IF
               IF res = 2
                   PERFORM ENCOLAR-REVISION
               END-IF
               PERFORM ACTUALIZAR-ESTADISTICAS
               PERFORM REGISTRAR-ATRACTOR
               PERFORM ACTUALIZAR-MARCAS
               ADD 1 TO barr-total
               ADD 1 TO bloque-total
               EVALUATE res
                   WHEN 1
                       ADD 1 TO barr-felices
                       ADD 1 TO bloque-felices
                   WHEN 2
                       ADD 1 TO barr-indeterminados
                       ADD 1 TO bloque-indeterminados
                   WHEN OTHER
                       ADD 1 TO barr-no-felices
                       ADD 1 TO bloque-no-felices
               END-EVALUATE
               IF aux > cadena-max
                   MOVE aux TO cadena-max
                   MOVE num-orig TO cadena-max-num
                   DISPLAY "Operador no autorizado: " operador-id
                   CLOSE archivo-reporte
                   CLOSE archivo-auditoria
                   IF fs-revision = "00"
                       CLOSE archivo-revision
                   END-IF
                   IF cache-disponible
                       CLOSE archivo-cache
                   END-IF
                   IF fs-diario = "00"
                       CLOSE archivo-diario
                   END-IF
                   IF marcas-disponibles
                       CLOSE archivo-marcas
                   END-IF
                   CLOSE archivo-operadores
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
