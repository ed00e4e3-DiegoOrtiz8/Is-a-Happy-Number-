           SELECT archivo-feedreg ASSIGN TO "FEEDREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-feedreg.
           SELECT archivo-revision ASSIGN TO "REVISION"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-revision.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-control.
       01 reg-control PIC X(120).
       FD archivo-entrada.
       01 reg-entrada PIC X(48).
       FD archivo-salida.
       01 reg-concrep PIC X(80).
       FD archivo-feedreg.
       01 reg-feed PIC X(30).
       FD archivo-revision.
       01 reg-revision PIC X(80).
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-control PIC XX.
       01 fs-entrada PIC XX.
       01 fs-saldos PIC XX.
       01 fs-concrep PIC XX.
       01 fs-feedreg PIC XX.
       01 fs-revision PIC XX.
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
       COPY CTLFELIZ.
       COPY AUDFELIZ.
       COPY FEEDREG.
       COPY REVFELIZ.
       01 control-leido-sw PIC X VALUE 'N'.
           88 control-leido VALUE 'S'.
       01 fin-archivo-sw PIC X VALUE 'N'.
       01 cnt-extracto PIC 9(9) VALUE 0.
       01 cnt-auditoria PIC 9(9) VALUE 0.
       01 cnt-aud-corrida PIC 9(9) VALUE 0.
       01 cnt-rev-corrida PIC 9(9) VALUE 0.
       01 cnt-ext-felices PIC 9(9) VALUE 0.
       01 cnt-ext-no-felices PIC 9(9) VALUE 0.
       01 cnt-ext-indeterminadas PIC 9(9) VALUE 0.
       01 esperado PIC 9(9).
       01 cnt-excepciones PIC 9(3) VALUE 0.
       01 header-visto-sw PIC X VALUE 'N'.
       01 ext-marca PIC X(4).
       01 ext-campo-1 PIC X(36).
       01 ext-campo-2 PIC X(18).
       01 ext-campo-3 PIC X(1).
       01 hdr-corrida-str PIC X(9).
       01 hdr-ciclo-str PIC X(1).
       01 hdr-particion-str PIC X(1).
       01 ciclo-parm PIC X(8) VALUE SPACES.
       01 ciclo-conc PIC 9(1) VALUE 1.
       01 particion-conc PIC 9(1) VALUE 0.
       01 control-total PIC X(120).
       01 corrida-total PIC 9(9) VALUE 0.
       01 tabla-ctl-partes.
           05 cpt-ent OCCURS 8 TIMES.
               10 cpt-sw PIC X.
                   88 cpt-leida VALUE 'S'.
               10 cpt-entrada PIC 9(9).
               10 cpt-escritos PIC 9(9).
               10 cpt-extracto PIC 9(9).
               10 cpt-indeterminados PIC 9(9).
       01 cpt-idx PIC 9(1).
       01 cpt-registros PIC 9(2) VALUE 0.
       01 cpt-ajenos PIC 9(9) VALUE 0.
       01 sum-salto PIC 9(9) VALUE 0.
       01 sum-leidos PIC 9(9) VALUE 0.
       01 sum-escritos PIC 9(9) VALUE 0.
       01 sum-auditadas PIC 9(9) VALUE 0.
       01 sum-extracto PIC 9(9) VALUE 0.
       01 sum-indeterminados PIC 9(9) VALUE 0.
       01 fecha-saldo PIC 9(8) VALUE 0.
       01 trailer-conteo PIC 9(9) VALUE 0.
       01 trailer-hash PIC 9(18) VALUE 0.
       01 hash-calculado PIC 9(18) VALUE 0.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CONTROL
           PERFORM ABRIR-SALDOS
           PERFORM CONTAR-ENTRADA
           PERFORM CONTAR-SALIDA
           PERFORM CONTAR-EXTRACTO
           PERFORM CONTAR-AUDITORIA
           PERFORM CONTAR-REVISION
           IF particion-conc = 0
               PERFORM VERIFICAR-FEEDREG
           END-IF
           PERFORM COMPARAR-TOTALES
           IF particion-conc = 0 AND ctl-particiones > 0
               PERFORM COMPARAR-PARTICIONES
           END-IF
           PERFORM GRABAR-SALDOS
           PERFORM CERRAR-REPORTE
           IF cnt-excepciones > 0
                   NOT AT END
                       MOVE reg-control TO reg-control-ws
                       MOVE 'S' TO control-leido-sw
                       IF ctl-indeterminados NOT NUMERIC
                           MOVE 0 TO ctl-indeterminados
                       END-IF
                       IF ctl-ciclo NOT NUMERIC OR ctl-ciclo = 0
                           MOVE 1 TO ctl-ciclo
                       END-IF
                       IF ctl-particion NOT NUMERIC
                           MOVE 0 TO ctl-particion
                       END-IF
                       IF ctl-particiones NOT NUMERIC
                           MOVE 0 TO ctl-particiones
                       END-IF
               END-READ
               IF control-leido AND ctl-particion = 0
                   AND ctl-particiones > 0
                   MOVE reg-control-ws TO control-total
                   MOVE ctl-corrida TO corrida-total
                   PERFORM LEER-CONTROL-PARTICIONES
                   MOVE control-total TO reg-control-ws
               END-IF
               CLOSE archivo-control
           END-IF
           IF NOT control-leido
               MOVE ZEROS TO ctl-fecha
               MOVE ZEROS TO ctl-fecha-ini
               MOVE ZEROS TO ctl-corrida
               MOVE ZEROS TO ctl-indeterminados
               MOVE ZEROS TO ctl-particion
               MOVE ZEROS TO ctl-particiones
               MOVE SPACES TO ctl-operador
           END-IF
           ACCEPT ciclo-parm FROM COMMAND-LINE
           IF ciclo-parm(2:1) = ","
               AND ciclo-parm(3:1) >= '1' AND ciclo-parm(3:1) <= '8'
               MOVE ciclo-parm(3:1) TO particion-conc
           END-IF
           EVALUATE TRUE
               WHEN ciclo-parm(1:1) >= '1' AND ciclo-parm(1:1) <= '9'
                   MOVE ciclo-parm(1:1) TO ciclo-conc
               WHEN control-leido
                   MOVE ctl-ciclo TO ciclo-conc
               WHEN OTHER
                   MOVE 1 TO ciclo-conc
           END-EVALUATE
           IF NOT control-leido
               MOVE ciclo-conc TO ctl-ciclo
           END-IF
           IF ctl-ciclo NOT = ciclo-conc
               MOVE SPACES TO linea-conc
               STRING "CTLTOT es del ciclo " ctl-ciclo
                   ", conciliacion pedida para el ciclo " ciclo-conc
                   DELIMITED BY SIZE INTO linea-conc
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF
           IF control-leido AND ctl-particion NOT = particion-conc
               MOVE SPACES TO linea-conc
               IF particion-conc = 0
                   STRING "CTLTOT es de la particion " ctl-particion
                       ", conciliacion pedida del total"
                       DELIMITED BY SIZE INTO linea-conc
               ELSE
                   STRING "CTLTOT es de la particion " ctl-particion
                       ", conciliacion pedida de la particion "
                       particion-conc
                       DELIMITED BY SIZE INTO linea-conc
               END-IF
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF.

       LEER-CONTROL-PARTICIONES.
           MOVE 0 TO cpt-registros
           MOVE 0 TO cpt-ajenos
           PERFORM VARYING cpt-idx FROM 1 BY 1 UNTIL cpt-idx > 8
               MOVE 'N' TO cpt-sw(cpt-idx)
               MOVE 0 TO cpt-entrada(cpt-idx)
               MOVE 0 TO cpt-escritos(cpt-idx)
               MOVE 0 TO cpt-extracto(cpt-idx)
               MOVE 0 TO cpt-indeterminados(cpt-idx)
           END-PERFORM
           MOVE 0 TO sum-salto
           MOVE 0 TO sum-leidos
           MOVE 0 TO sum-escritos
           MOVE 0 TO sum-auditadas
           MOVE 0 TO sum-extracto
           MOVE 0 TO sum-indeterminados
           MOVE 'N' TO fin-archivo-sw
           PERFORM UNTIL fin-archivo
               READ archivo-control
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       MOVE reg-control TO reg-control-ws
                       PERFORM ACEPTAR-CONTROL-PARTICION
               END-READ
           END-PERFORM.

       ACEPTAR-CONTROL-PARTICION.
           IF ctl-particion NOT NUMERIC
               MOVE 0 TO ctl-particion
           END-IF
           IF ctl-indeterminados NOT NUMERIC
               MOVE 0 TO ctl-indeterminados
           END-IF
           MOVE ctl-particion TO cpt-idx
           IF ctl-corrida NOT = corrida-total
               OR cpt-idx = 0 OR cpt-idx > 8
               ADD 1 TO cpt-ajenos
           ELSE
               ADD 1 TO cpt-registros
               IF cpt-leida(cpt-idx)
                   ADD 1 TO cpt-ajenos
               ELSE
                   MOVE 'S' TO cpt-sw(cpt-idx)
                   COMPUTE cpt-entrada(cpt-idx)
                       = ctl-salto + ctl-leidos
                   COMPUTE cpt-escritos(cpt-idx)
                       = ctl-salto + ctl-escritos
                   COMPUTE cpt-extracto(cpt-idx)
                       = ctl-salto + ctl-extracto
                   MOVE ctl-indeterminados
                       TO cpt-indeterminados(cpt-idx)
                   ADD ctl-salto TO sum-salto
                   ADD ctl-leidos TO sum-leidos
                   ADD ctl-escritos TO sum-escritos
                   ADD ctl-auditadas TO sum-auditadas
                   ADD ctl-extracto TO sum-extracto
                   ADD ctl-indeterminados TO sum-indeterminados
               END-IF
           END-IF.

       ABRIR-SALDOS.
           IF particion-conc > 0
               OPEN OUTPUT archivo-saldos
           ELSE
               OPEN EXTEND archivo-saldos
               IF fs-saldos = "35"
                   OPEN OUTPUT archivo-saldos
               END-IF
           END-IF
           IF fs-saldos NOT = "00"
               DISPLAY "Error: no se pudo abrir archivo de saldos. "
                   "Status " fs-saldos
               CLOSE archivo-concrep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CONTAR-ENTRADA.

       CONTAR-EXTRACTO.
           MOVE 0 TO cnt-extracto
           MOVE 0 TO cnt-ext-felices
           MOVE 0 TO cnt-ext-no-felices
           MOVE 0 TO cnt-ext-indeterminadas
           MOVE 0 TO hash-calculado
           MOVE 'N' TO header-visto-sw
           MOVE 'N' TO trailer-visto-sw
           EVALUATE ext-marca
               WHEN "HDR|"
                   MOVE 'S' TO header-visto-sw
                   MOVE SPACES TO ext-campo-1
                   MOVE SPACES TO ext-campo-2
                   MOVE SPACES TO hdr-corrida-str
                   MOVE SPACES TO hdr-ciclo-str
                   MOVE SPACES TO hdr-particion-str
                   UNSTRING reg-extracto DELIMITED BY "|"
                       INTO ext-marca ext-campo-1 ext-campo-2
                           hdr-corrida-str hdr-ciclo-str
                           hdr-particion-str
                   END-UNSTRING
               WHEN "TRL|"
                   MOVE 'S' TO trailer-visto-sw
                   MOVE SPACES TO ext-marca
               WHEN OTHER
                   ADD 1 TO cnt-extracto
                   MOVE SPACES TO ext-campo-1
                   MOVE SPACES TO ext-campo-2
                   MOVE SPACES TO ext-campo-3
                   UNSTRING reg-extracto DELIMITED BY "|"
                       INTO ext-campo-1 ext-campo-2 ext-campo-3
                   END-UNSTRING
                   EVALUATE ext-campo-3
                       WHEN '1'
                           ADD 1 TO cnt-ext-felices
                       WHEN '2'
                           ADD 1 TO cnt-ext-indeterminadas
                       WHEN OTHER
                           ADD 1 TO cnt-ext-no-felices
                   END-EVALUATE
                   COMPUTE hash-calculado
                       = FUNCTION MOD(hash-calculado
                       + FUNCTION NUMVAL(ext-campo-1), 10 ** 18)
               CLOSE archivo-auditoria
           END-IF.

       CONTAR-REVISION.
           MOVE 0 TO cnt-rev-corrida
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-revision
           IF fs-revision NOT = "00"
               IF ctl-indeterminados > 0
                   MOVE "No se pudo abrir REVISION" TO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
           ELSE
               PERFORM UNTIL fin-archivo
                   READ archivo-revision
                       AT END
                           MOVE 'S' TO fin-archivo-sw
                       NOT AT END
                           MOVE reg-revision TO reg-revision-ws
                           IF rev-corrida = ctl-corrida
                               ADD 1 TO cnt-rev-corrida
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-revision
           END-IF.

       COMPARAR-TOTALES.
           MOVE "Conciliacion de la corrida NUMFELIZ" TO linea-conc
           WRITE reg-concrep FROM linea-conc
           MOVE SPACES TO linea-conc
           STRING "Corrida " ctl-corrida
               " ciclo " ctl-ciclo
               " del " ctl-fecha-ini
               " al " ctl-fecha
               "  Operador: " ctl-operador
               DELIMITED BY SIZE INTO linea-conc
           WRITE reg-concrep FROM linea-conc
           IF particion-conc > 0
               MOVE SPACES TO linea-conc
               STRING "Particion " particion-conc " de "
                   ctl-particiones
                   DELIMITED BY SIZE INTO linea-conc
               WRITE reg-concrep FROM linea-conc
           END-IF
           COMPUTE esperado = ctl-salto + ctl-leidos
           MOVE "NUMENTRA" TO nombre-archivo
           MOVE cnt-entrada TO cnt-ed
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF
           PERFORM COMPARAR-INDETERMINADAS
           PERFORM COMPARAR-ENVOLTURA.

       COMPARAR-INDETERMINADAS.
           MOVE SPACES TO linea-conc
           MOVE cnt-ext-felices TO cnt-ed
           MOVE cnt-ext-no-felices TO esperado-ed
           STRING "EXTRACTO: " cnt-ed " felices, " esperado-ed
               " no felices"
               DELIMITED BY SIZE INTO linea-conc
           WRITE reg-concrep FROM linea-conc
           MOVE SPACES TO linea-conc
           MOVE cnt-ext-indeterminadas TO cnt-ed
           MOVE ctl-indeterminados TO esperado-ed
           STRING "EXTRACTO: " cnt-ed " indeterminadas, "
               esperado-ed " segun control"
               DELIMITED BY SIZE INTO linea-conc
           WRITE reg-concrep FROM linea-conc
           IF cnt-ext-indeterminadas < ctl-indeterminados
               OR (ctl-salto = 0
                   AND cnt-ext-indeterminadas NOT = ctl-indeterminados)
               MOVE "  *** DESCUADRE ***" TO linea-conc
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF
           IF cnt-rev-corrida < ctl-indeterminados
               MOVE SPACES TO linea-conc
               MOVE cnt-rev-corrida TO cnt-ed
               MOVE ctl-indeterminados TO esperado-ed
               STRING "REVISION corrida: " cnt-ed
                   " hallados, " esperado-ed " esperados"
                   DELIMITED BY SIZE INTO linea-conc
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF.

       COMPARAR-ENVOLTURA.
           IF NOT header-visto
               MOVE "EXTRACTO sin registro HDR" TO linea-conc
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           ELSE
               IF FUNCTION NUMVAL(hdr-corrida-str) NOT = ctl-corrida
                   MOVE SPACES TO linea-conc
                   STRING "EXTRACTO HDR de la corrida "
                       hdr-corrida-str ", control de la corrida "
                       ctl-corrida
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
               IF hdr-ciclo-str NOT = SPACES
                   AND hdr-ciclo-str NOT = ctl-ciclo
                   MOVE SPACES TO linea-conc
                   STRING "EXTRACTO HDR del ciclo " hdr-ciclo-str
                       ", control del ciclo " ctl-ciclo
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
               IF particion-conc = 0
                   AND hdr-particion-str NOT = SPACES
                   MOVE SPACES TO linea-conc
                   STRING "EXTRACTO HDR de la particion "
                       hdr-particion-str ", no del total fusionado"
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
               IF particion-conc > 0
                   AND hdr-particion-str NOT = particion-conc
                   MOVE SPACES TO linea-conc
                   STRING "EXTRACTO HDR de la particion '"
                       hdr-particion-str "', control de la "
                       "particion " particion-conc
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
           END-IF
           IF NOT trailer-visto
               MOVE "EXTRACTO sin registro TRL: transmision "
               END-IF
           END-IF.

       COMPARAR-PARTICIONES.
           MOVE SPACES TO linea-conc
           STRING "Corrida particionada en " ctl-particiones
               " particiones" DELIMITED BY SIZE INTO linea-conc
           WRITE reg-concrep FROM linea-conc
           PERFORM VARYING cpt-idx FROM 1 BY 1
                   UNTIL cpt-idx > ctl-particiones
               MOVE SPACES TO linea-conc
               IF cpt-leida(cpt-idx)
                   MOVE cpt-entrada(cpt-idx) TO cnt-ed
                   MOVE cpt-indeterminados(cpt-idx) TO esperado-ed
                   STRING "  Particion " cpt-idx ": " cnt-ed
                       " registros, " esperado-ed " indeterminadas"
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
               ELSE
                   STRING "  Particion " cpt-idx
                       ": sin registro de control en CTLTOT"
                       DELIMITED BY SIZE INTO linea-conc
                   WRITE reg-concrep FROM linea-conc
                   ADD 1 TO cnt-excepciones
               END-IF
           END-PERFORM
           IF cpt-registros NOT = ctl-particiones OR cpt-ajenos > 0
               MOVE SPACES TO linea-conc
               MOVE cpt-registros TO cnt-ed
               MOVE ctl-particiones TO esperado-ed
               STRING "CTLTOT: " cnt-ed " registros de particion, "
                   esperado-ed " esperados"
                   DELIMITED BY SIZE INTO linea-conc
               WRITE reg-concrep FROM linea-conc
               ADD 1 TO cnt-excepciones
           END-IF
           MOVE "Suma de las particiones contra el total:"
               TO linea-conc
           WRITE reg-concrep FROM linea-conc
           MOVE ctl-salto TO esperado
           MOVE "Salto" TO nombre-archivo
           MOVE sum-salto TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION
           MOVE ctl-leidos TO esperado
           MOVE "Leidos" TO nombre-archivo
           MOVE sum-leidos TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION
           MOVE ctl-escritos TO esperado
           MOVE "Escritos" TO nombre-archivo
           MOVE sum-escritos TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION
           MOVE ctl-auditadas TO esperado
           MOVE "Auditadas" TO nombre-archivo
           MOVE sum-auditadas TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION
           MOVE ctl-extracto TO esperado
           MOVE "Extracto" TO nombre-archivo
           MOVE sum-extracto TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION
           MOVE ctl-indeterminados TO esperado
           MOVE "Indeterm" TO nombre-archivo
           MOVE sum-indeterminados TO cnt-ed
           PERFORM ESCRIBIR-COMPARACION.

       ESCRIBIR-COMPARACION.
           MOVE SPACES TO linea-conc
           MOVE esperado TO esperado-ed
           END-IF.

       GRABAR-SALDOS.
           MOVE ctl-fecha-ini TO fecha-saldo
           IF fecha-saldo = 0
               PERFORM DETERMINAR-FECHA-NEGOCIO
               MOVE fecha-negocio TO fecha-saldo
           END-IF
           MOVE SPACES TO reg-saldos
           IF particion-conc > 0
               STRING "CORRIDA " ctl-corrida
                   " CICLO " ciclo-conc
                   " FECHA " fecha-saldo
                   " PARTICION " particion-conc
                   DELIMITED BY SIZE INTO reg-saldos
           ELSE
               STRING "CORRIDA " ctl-corrida
                   " CICLO " ciclo-conc
                   " FECHA " fecha-saldo
                   DELIMITED BY SIZE INTO reg-saldos
           END-IF
           WRITE reg-saldos
           MOVE SPACES TO reg-saldos
           MOVE cnt-entrada TO cnt-ed
           STRING "NUMENTRA " cnt-ed
               DELIMITED BY SIZE INTO reg-saldos
           WRITE reg-saldos
           MOVE SPACES TO reg-saldos
           MOVE cnt-ext-indeterminadas TO cnt-ed
           STRING "INDETERM " cnt-ed
               DELIMITED BY SIZE INTO reg-saldos
           WRITE reg-saldos
           IF particion-conc = 0 AND ctl-particiones > 0
               PERFORM VARYING cpt-idx FROM 1 BY 1
                       UNTIL cpt-idx > ctl-particiones
                   MOVE SPACES TO reg-saldos
                   MOVE cpt-entrada(cpt-idx) TO cnt-ed
                   STRING "PARTE " cpt-idx "  " cnt-ed
                       DELIMITED BY SIZE INTO reg-saldos
                   WRITE reg-saldos
               END-PERFORM
           END-IF
           MOVE SPACES TO reg-saldos
           IF cnt-excepciones = 0
               MOVE "ESTADO   CUADRADO" TO reg-saldos
           ELSE
           WRITE reg-saldos
           CLOSE archivo-saldos.

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

       CERRAR-REPORTE.
           MOVE SPACES TO linea-conc
           MOVE cnt-excepciones TO cnt-ed
