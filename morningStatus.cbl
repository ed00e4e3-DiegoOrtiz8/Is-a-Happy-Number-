           SELECT archivo-matinrep ASSIGN TO "MATINREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-matinrep.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-saldos.
           05 ckpt-registros PIC 9(9).
           05 FILLER PIC X(1).
           05 ckpt-hash PIC 9(18).
           05 FILLER PIC X(1).
           05 ckpt-ciclo PIC 9(1).
       FD archivo-esthist.
       01 reg-esthist PIC X(100).
       FD archivo-cache.
       COPY CACHEREG.
       FD archivo-matinrep.
       01 reg-matinrep PIC X(100).
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-saldos PIC XX.
       01 fs-edicion PIC XX.
       01 fs-esthist PIC XX.
       01 fs-cache PIC XX.
       01 fs-matinrep PIC XX.
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
       01 fecha-esperada PIC 9(8) VALUE 0.
       01 fecha-informe PIC 9(8) VALUE 0.
       01 sin-saldos-negocio-sw PIC X VALUE 'N'.
           88 sin-saldos-negocio VALUE 'S'.
       COPY ESTFELIZ.
       01 fin-archivo-sw PIC X VALUE 'N'.
           88 fin-archivo VALUE 'S'.
       01 saldos-leidos-sw PIC X VALUE 'N'.
           88 saldos-leidos VALUE 'S'.
       01 tabla-bloques.
           05 blq-ent OCCURS 20 TIMES.
               10 blq-corrida PIC 9(9).
               10 blq-ciclo PIC 9(1).
               10 blq-fecha PIC 9(8).
               10 blq-numentra PIC 9(9).
               10 blq-numsale PIC 9(9).
               10 blq-extracto PIC 9(9).
               10 blq-indeterm PIC 9(9).
               10 blq-estado PIC X(12).
               10 blq-veredicto PIC X(15).
               10 blq-rc PIC 9(1).
       01 bloques-count PIC 9(2) VALUE 0.
       01 blq-idx PIC 9(2).
       01 blq-actual PIC 9(2) VALUE 0.
       01 blq-encontrado-sw PIC X VALUE 'N'.
           88 blq-encontrado VALUE 'S'.
       01 nuevo-corrida PIC 9(9).
       01 nuevo-ciclo PIC 9(1).
       01 nuevo-fecha PIC 9(8).
       01 fecha-ultima PIC 9(8) VALUE 0.
       01 fecha-tope PIC 9(8) VALUE 99999999.
       01 saltar-bloque-sw PIC X VALUE 'N'.
           88 saltar-bloque VALUE 'S'.
       01 bloques-desbordados PIC 9(9) VALUE 0.
       01 ciclo-idx PIC 9(2).
       01 bloques-vigentes PIC 9(2) VALUE 0.
       01 palabra-1 PIC X(12).
       01 palabra-2 PIC X(12).
       01 palabra-3 PIC X(12).
       01 palabra-4 PIC X(12).
       01 palabra-5 PIC X(12).
       01 palabra-6 PIC X(12).
       01 edit-leidos PIC 9(9) VALUE 0.
       01 edit-limpios PIC 9(9) VALUE 0.
       01 edit-rechazados PIC 9(9) VALUE 0.
       01 edicion-leida-sw PIC X VALUE 'N'.
           88 edicion-leida VALUE 'S'.
       01 checkpoint-pend PIC 9(9) VALUE 0.
       01 tabla-ckpt-ciclo.
           05 ckpt-pend OCCURS 9 TIMES PIC 9(9).
       01 ciclo-ckpt PIC 9(1).
       01 historia-leida-sw PIC X VALUE 'N'.
           88 historia-leida VALUE 'S'.
       01 cache-entradas PIC 9(9) VALUE 0.
       01 veredicto-rc PIC 9(1) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 cnt-ed-larga PIC Z(11)9.
       01 fecha-negocio-ws.
           05 fneg-anio PIC 9(4).
           05 fneg-mes PIC 9(2).
           05 fneg-dia PIC 9(2).
       01 fecha-matin-ws.
           05 fmat-anio PIC 9(4).
           05 fmat-mes PIC 9(2).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM DETERMINAR-NOCHE
           PERFORM LEER-SALDOS
           PERFORM LEER-EDICION
           PERFORM LEER-CHECKPOINT
           PERFORM LEER-HISTORIA
           PERFORM LEER-CACHE
           PERFORM ELEGIR-FECHA-INFORME
           PERFORM DETERMINAR-VEREDICTO
           PERFORM ESCRIBIR-RESUMEN
           CLOSE archivo-matinrep
       CLASIFICAR-SALDO.
           MOVE SPACES TO palabra-1
           MOVE SPACES TO palabra-2
           MOVE SPACES TO palabra-3
           MOVE SPACES TO palabra-4
           MOVE SPACES TO palabra-5
           MOVE SPACES TO palabra-6
           UNSTRING reg-saldos DELIMITED BY ALL SPACES
               INTO palabra-1 palabra-2 palabra-3 palabra-4
                   palabra-5 palabra-6
           END-UNSTRING
           IF palabra-1 = "CORRIDA"
               MOVE FUNCTION NUMVAL(palabra-2) TO nuevo-corrida
               IF palabra-4(1:1) >= '1' AND palabra-4(1:1) <= '9'
                   MOVE palabra-4(1:1) TO nuevo-ciclo
               ELSE
                   MOVE 1 TO nuevo-ciclo
               END-IF
               MOVE FUNCTION NUMVAL(palabra-6) TO nuevo-fecha
               PERFORM ABRIR-BLOQUE
           ELSE
               IF blq-actual = 0 AND NOT saltar-bloque
                   MOVE 0 TO nuevo-corrida
                   MOVE 1 TO nuevo-ciclo
                   MOVE 0 TO nuevo-fecha
                   PERFORM ABRIR-BLOQUE
               END-IF
           END-IF
           IF palabra-1 NOT = "CORRIDA" AND blq-actual > 0
               EVALUATE palabra-1
                   WHEN "NUMENTRA"
                       MOVE FUNCTION NUMVAL(palabra-2)
                           TO blq-numentra(blq-actual)
                   WHEN "NUMSALE"
                       MOVE FUNCTION NUMVAL(palabra-2)
                           TO blq-numsale(blq-actual)
                   WHEN "EXTRACTO"
                       MOVE FUNCTION NUMVAL(palabra-2)
                           TO blq-extracto(blq-actual)
                   WHEN "INDETERM"
                       MOVE FUNCTION NUMVAL(palabra-2)
                           TO blq-indeterm(blq-actual)
                   WHEN "ESTADO"
                       MOVE palabra-2 TO blq-estado(blq-actual)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       ABRIR-BLOQUE.
           MOVE 'N' TO saltar-bloque-sw
           MOVE 0 TO blq-actual
           IF nuevo-fecha > fecha-tope
               OR nuevo-fecha < fecha-ultima
               MOVE 'S' TO saltar-bloque-sw
           ELSE
               IF nuevo-fecha > fecha-ultima
                   MOVE 0 TO bloques-count
                   MOVE 0 TO bloques-desbordados
                   MOVE nuevo-fecha TO fecha-ultima
               END-IF
               MOVE 'N' TO blq-encontrado-sw
               PERFORM VARYING blq-idx FROM 1 BY 1
                       UNTIL blq-idx > bloques-count
                       OR blq-encontrado
                   IF blq-corrida(blq-idx) = nuevo-corrida
                       OR (blq-ciclo(blq-idx) = nuevo-ciclo
                           AND blq-fecha(blq-idx) = nuevo-fecha)
                       MOVE 'S' TO blq-encontrado-sw
                       MOVE blq-idx TO blq-actual
                   END-IF
               END-PERFORM
               IF NOT blq-encontrado
                   IF bloques-count < 20
                       ADD 1 TO bloques-count
                       MOVE bloques-count TO blq-actual
                   ELSE
                       ADD 1 TO bloques-desbordados
                       MOVE 'S' TO saltar-bloque-sw
                   END-IF
               END-IF
           END-IF
           IF blq-actual > 0
               PERFORM INICIAR-BLOQUE
           END-IF.

       INICIAR-BLOQUE.
           MOVE nuevo-corrida TO blq-corrida(blq-actual)
           MOVE nuevo-ciclo TO blq-ciclo(blq-actual)
           MOVE nuevo-fecha TO blq-fecha(blq-actual)
           MOVE 0 TO blq-numentra(blq-actual)
           MOVE 0 TO blq-numsale(blq-actual)
           MOVE 0 TO blq-extracto(blq-actual)
           MOVE 0 TO blq-indeterm(blq-actual)
           MOVE SPACES TO blq-estado(blq-actual).

       LEER-EDICION.
           MOVE 'N' TO fin-archivo-sw

       LEER-CHECKPOINT.
           MOVE 0 TO checkpoint-pend
           MOVE ZEROS TO tabla-ckpt-ciclo
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-checkpoint
           IF fs-checkpoint NOT = "00"
                   AT END
                       MOVE 'S' TO fin-archivo-sw
                   NOT AT END
                       IF ckpt-ciclo IS NUMERIC AND ckpt-ciclo > 0
                           MOVE ckpt-ciclo TO ciclo-ckpt
                       ELSE
                           MOVE 1 TO ciclo-ckpt
                       END-IF
                       IF ckpt-registros IS NUMERIC
                           ADD ckpt-registros
                               TO ckpt-pend(ciclo-ckpt)
                       END-IF
               END-READ
           END-PERFORM
           IF fs-checkpoint = "10" OR fs-checkpoint = "00"
               CLOSE archivo-checkpoint
           END-IF
           PERFORM VARYING ciclo-idx FROM 1 BY 1 UNTIL ciclo-idx > 9
               ADD ckpt-pend(ciclo-idx) TO checkpoint-pend
           END-PERFORM.

       LEER-HISTORIA.
           MOVE 'N' TO fin-archivo-sw
               CLOSE archivo-cache
           END-IF.

       DETERMINAR-NOCHE.
           MOVE FUNCTION CURRENT-DATE TO fecha-hora-actual
           MOVE fecha-hora-actual(1:8) TO fecha-calendario
           COMPUTE fecha-calendario = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(fecha-calendario) - 1)
           MOVE fecha-calendario TO fecha-negocio
           MOVE 'N' TO dia-calendario-sw
           OPEN INPUT archivo-calendario
           IF fs-calendario = "00"
               MOVE 'S' TO calendario-sw
               PERFORM LEER-DIA-CALENDARIO
               CLOSE archivo-calendario
           ELSE
               DISPLAY "Aviso: calendario de proceso no disponible. "
                   "Status " fs-calendario
           END-IF
           MOVE fecha-negocio TO fecha-esperada
           IF calendario-disponible
               MOVE fecha-esperada TO fecha-tope
           END-IF.

       ELEGIR-FECHA-INFORME.
           IF NOT calendario-disponible
               MOVE fecha-ultima TO fecha-informe
           ELSE
               MOVE 0 TO fecha-informe
               PERFORM VARYING blq-idx FROM 1 BY 1
                       UNTIL blq-idx > bloques-count
                   IF blq-fecha(blq-idx) = fecha-esperada
                       MOVE fecha-esperada TO fecha-informe
                   END-IF
               END-PERFORM
               IF fecha-informe = 0
                   IF dia-habil
                       MOVE fecha-esperada TO fecha-informe
                       MOVE 'S' TO sin-saldos-negocio-sw
                   ELSE
                       PERFORM VARYING blq-idx FROM 1 BY 1
                               UNTIL blq-idx > bloques-count
                           IF blq-fecha(blq-idx) <= fecha-esperada
                               AND blq-fecha(blq-idx) > fecha-informe
                               MOVE blq-fecha(blq-idx) TO fecha-informe
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
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

       DETERMINAR-VEREDICTO.
           MOVE 0 TO bloques-vigentes
           PERFORM VARYING blq-idx FROM 1 BY 1
                   UNTIL blq-idx > bloques-count
               IF blq-fecha(blq-idx) = fecha-informe
                   ADD 1 TO bloques-vigentes
                   PERFORM DETERMINAR-VEREDICTO-CICLO
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN bloques-vigentes = 0 AND checkpoint-pend > 0
                   MOVE "RESTART PENDING" TO veredicto
                   MOVE 4 TO veredicto-rc
               WHEN bloques-vigentes = 0
                   MOVE "OUT OF BALANCE" TO veredicto
                   MOVE 8 TO veredicto-rc
               WHEN OTHER
                   MOVE "CLEAN" TO veredicto
                   MOVE 0 TO veredicto-rc
                   PERFORM VARYING blq-idx FROM 1 BY 1
                           UNTIL blq-idx > bloques-count
                       IF blq-fecha(blq-idx) = fecha-informe
                           AND blq-rc(blq-idx) > veredicto-rc
                           MOVE blq-veredicto(blq-idx) TO veredicto
                           MOVE blq-rc(blq-idx) TO veredicto-rc
                       END-IF
                   END-PERFORM
                   IF bloques-desbordados > 0
                       AND fecha-ultima = fecha-informe
                       MOVE "OUT OF BALANCE" TO veredicto
                       MOVE 8 TO veredicto-rc
                   END-IF
                   IF checkpoint-pend > 0 AND veredicto-rc < 4
                       MOVE "RESTART PENDING" TO veredicto
                       MOVE 4 TO veredicto-rc
                   END-IF
           END-EVALUATE.

       DETERMINAR-VEREDICTO-CICLO.
           EVALUATE TRUE
               WHEN ckpt-pend(blq-ciclo(blq-idx)) > 0
                   MOVE "RESTART PENDING" TO blq-veredicto(blq-idx)
                   MOVE 4 TO blq-rc(blq-idx)
               WHEN blq-estado(blq-idx) NOT = "CUADRADO"
                   MOVE "OUT OF BALANCE" TO blq-veredicto(blq-idx)
                   MOVE 8 TO blq-rc(blq-idx)
               WHEN OTHER
                   MOVE "CLEAN" TO blq-veredicto(blq-idx)
                   MOVE 0 TO blq-rc(blq-idx)
           END-EVALUATE.

       ESCRIBIR-RESUMEN.
               fmat-dia "/" fmat-mes "/" fmat-anio
               DELIMITED BY SIZE INTO linea-matin
           WRITE reg-matinrep FROM linea-matin
           MOVE fecha-esperada TO fecha-negocio-ws
           MOVE SPACES TO linea-matin
           MOVE 1 TO matin-ptr
           STRING "Fecha de negocio " DELIMITED BY SIZE
               fneg-dia "/" fneg-mes "/" fneg-anio DELIMITED BY SIZE
               INTO linea-matin
               WITH POINTER matin-ptr
           IF NOT calendario-disponible
               STRING "  (sin calendario de proceso)"
                   DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           END-IF
           IF calendario-disponible AND NOT dia-habil
               STRING "  Dia no habil" DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           END-IF
           IF fin-de-mes
               STRING "  Cierre de mes" DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           END-IF
           IF fin-de-trimestre
               STRING "  Cierre de trimestre" DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           END-IF
           WRITE reg-matinrep FROM linea-matin
           MOVE SPACES TO reg-matinrep
           WRITE reg-matinrep
           IF historia-leida
                   TO reg-matinrep
               WRITE reg-matinrep
           END-IF
           IF bloques-vigentes > 0
               PERFORM VARYING ciclo-idx FROM 1 BY 1
                       UNTIL ciclo-idx > 9
                   PERFORM VARYING blq-idx FROM 1 BY 1
                           UNTIL blq-idx > bloques-count
                       IF blq-fecha(blq-idx) = fecha-informe
                           AND blq-ciclo(blq-idx) = ciclo-idx
                           PERFORM ESCRIBIR-BLOQUE-SALDOS
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF bloques-desbordados > 0
                   AND fecha-ultima = fecha-informe
                   MOVE SPACES TO linea-matin
                   MOVE bloques-desbordados TO cnt-ed
                   STRING "Excepcion: " DELIMITED BY SIZE
                       FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                       " bloques de SALDOS del dia sin revisar, "
                       DELIMITED BY SIZE
                       "exceden los 20 de la tabla" DELIMITED BY SIZE
                       INTO linea-matin
                   WRITE reg-matinrep FROM linea-matin
               END-IF
           ELSE
               IF sin-saldos-negocio
                   MOVE SPACES TO linea-matin
                   STRING "Sin saldos del dia de negocio "
                       fneg-dia "/" fneg-mes "/" fneg-anio
                       DELIMITED BY SIZE INTO linea-matin
                   WRITE reg-matinrep FROM linea-matin
               ELSE
                   MOVE "Sin saldos de conciliacion disponibles"
                       TO reg-matinrep
                   WRITE reg-matinrep
               END-IF
           END-IF
           IF checkpoint-pend > 0
               PERFORM VARYING ciclo-idx FROM 1 BY 1
                       UNTIL ciclo-idx > 9
                   IF ckpt-pend(ciclo-idx) > 0
                       MOVE SPACES TO linea-matin
                       MOVE ckpt-pend(ciclo-idx) TO cnt-ed
                       MOVE ciclo-idx TO ciclo-ckpt
                       STRING "Reanudacion pendiente del ciclo "
                           ciclo-ckpt " tras " cnt-ed " registros"
                           DELIMITED BY SIZE INTO linea-matin
                       WRITE reg-matinrep FROM linea-matin
                   END-IF
               END-PERFORM
           ELSE
               MOVE "Sin reanudacion pendiente" TO reg-matinrep
               WRITE reg-matinrep
           STRING "VEREDICTO: " veredicto
               DELIMITED BY SIZE INTO linea-matin
           WRITE reg-matinrep FROM linea-matin.

       ESCRIBIR-BLOQUE-SALDOS.
           MOVE SPACES TO linea-matin
           MOVE 1 TO matin-ptr
           IF blq-corrida(blq-idx) = 0
               STRING "Conciliacion (sin identificacion de corrida)"
                   DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           ELSE
               MOVE blq-corrida(blq-idx) TO cnt-ed
               STRING "Ciclo " DELIMITED BY SIZE
                   blq-ciclo(blq-idx) DELIMITED BY SIZE
                   " - corrida " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " del " DELIMITED BY SIZE
                   blq-fecha(blq-idx) DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
           END-IF
           WRITE reg-matinrep FROM linea-matin
           MOVE SPACES TO linea-matin
           MOVE 1 TO matin-ptr
           MOVE blq-numentra(blq-idx) TO cnt-ed
           STRING "  Entrada segun conciliacion: "
               DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " registros NUMENTRA" DELIMITED BY SIZE
               INTO linea-matin
               WITH POINTER matin-ptr
           WRITE reg-matinrep FROM linea-matin
           MOVE SPACES TO linea-matin
           MOVE 1 TO matin-ptr
           MOVE blq-numsale(blq-idx) TO cnt-ed
           STRING "  Salida: " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " respuestas, " DELIMITED BY SIZE
               INTO linea-matin
               WITH POINTER matin-ptr
           MOVE blq-extracto(blq-idx) TO cnt-ed
           STRING FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " al extracto" DELIMITED BY SIZE
               INTO linea-matin
               WITH POINTER matin-ptr
           WRITE reg-matinrep FROM linea-matin
           IF blq-indeterm(blq-idx) > 0
               MOVE SPACES TO linea-matin
               MOVE 1 TO matin-ptr
               MOVE blq-indeterm(blq-idx) TO cnt-ed
               STRING "  Indeterminadas: " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " en cola de revision" DELIMITED BY SIZE
                   INTO linea-matin
                   WITH POINTER matin-ptr
               WRITE reg-matinrep FROM linea-matin
           END-IF
           MOVE SPACES TO linea-matin
           STRING "  Saldo de la conciliacion: "
               blq-estado(blq-idx)
               "  Veredicto: " blq-veredicto(blq-idx)
               DELIMITED BY SIZE INTO linea-matin
           WRITE reg-matinrep FROM linea-matin.
       END PROGRAM ESTADO_MATUTINO.
