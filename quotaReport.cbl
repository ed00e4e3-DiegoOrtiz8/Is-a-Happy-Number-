       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE_CUOTAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-solicitantes ASSIGN TO "SOLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS soli-id
               FILE STATUS IS fs-solicitantes.
           SELECT archivo-cuotas ASSIGN TO "CUOTAUSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cus-clave
               FILE STATUS IS fs-cuotas.
           SELECT archivo-cuotarep ASSIGN TO "CUOTAREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-cuotarep.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-solicitantes.
       COPY SOLICREG.
       FD archivo-cuotas.
       COPY CUOTFELIZ.
       FD archivo-cuotarep.
       01 reg-cuotarep PIC X(100).
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-solicitantes PIC XX.
       01 fs-cuotas PIC XX.
       01 fs-cuotarep PIC XX.
       01 fin-solicitantes-sw PIC X VALUE 'N'.
           88 fin-solicitantes VALUE 'S'.
       01 fin-cuotas-sw PIC X VALUE 'N'.
           88 fin-cuotas VALUE 'S'.
       01 cuotas-sw PIC X VALUE 'N'.
           88 cuotas-disponibles VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 periodo-reporte PIC 9(6) VALUE 0.
       01 uso-aceptados PIC 9(9).
       01 uso-excedidos PIC 9(9).
       01 uso-rechazados PIC 9(9).
       01 limite-cuota PIC 9(9).
       01 disponible-cuota PIC 9(9).
       01 pct-cuota PIC 9(5).
       01 pct-ed PIC ZZZZ9.
       01 cnt-solicitantes PIC 9(9) VALUE 0.
       01 cnt-con-cuota PIC 9(9) VALUE 0.
       01 cnt-sobre-aviso PIC 9(9) VALUE 0.
       01 cnt-excedidas PIC 9(9) VALUE 0.
       01 tot-aceptados PIC 9(11) VALUE 0.
       01 tot-excedidos PIC 9(9) VALUE 0.
       01 tot-rechazados PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 tot-ed PIC Z(10)9.
       01 fecha-rep-ws.
           05 frep-anio PIC 9(4).
           05 frep-mes PIC 9(2).
           05 frep-dia PIC 9(2).
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
       01 linea-cuota PIC X(100).
       01 cuota-ptr PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-cuotarep
           IF fs-cuotarep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "cuotas. Status " fs-cuotarep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO fecha-rep-ws
           PERFORM DETERMINAR-FECHA-NEGOCIO
           MOVE fecha-negocio(1:6) TO periodo-reporte
           PERFORM LEER-CARTAS
           OPEN INPUT archivo-solicitantes
           IF fs-solicitantes NOT = "00"
               DISPLAY "Error: no se pudo abrir SOLIMAST. "
                   "Status " fs-solicitantes
               MOVE "No se pudo abrir SOLIMAST" TO reg-cuotarep
               WRITE reg-cuotarep
               CLOSE archivo-cuotarep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT archivo-cuotas
           EVALUATE fs-cuotas
               WHEN "00"
                   MOVE 'S' TO cuotas-sw
               WHEN "35"
                   DISPLAY "Aviso: CUOTAUSO sin crear, no hay uso "
                       "registrado"
               WHEN OTHER
                   DISPLAY "Error: no se pudo abrir CUOTAUSO. "
                       "Status " fs-cuotas
                   MOVE "No se pudo abrir CUOTAUSO" TO reg-cuotarep
                   WRITE reg-cuotarep
                   CLOSE archivo-solicitantes
                   CLOSE archivo-cuotarep
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           PERFORM ESCRIBIR-ENCABEZADO
           MOVE LOW-VALUES TO soli-id
           START archivo-solicitantes KEY NOT < soli-id
               INVALID KEY
                   MOVE 'S' TO fin-solicitantes-sw
           END-START
           PERFORM UNTIL fin-solicitantes
               READ archivo-solicitantes NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-solicitantes-sw
                   NOT AT END
                       ADD 1 TO cnt-solicitantes
                       PERFORM SUMAR-USO
                       PERFORM ESCRIBIR-LINEA-SOLICITANTE
               END-READ
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES
           CLOSE archivo-solicitantes
           IF cuotas-disponibles
               CLOSE archivo-cuotas
           END-IF
           CLOSE archivo-cuotarep
           IF cnt-sobre-aviso > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

       LEER-CARTAS.
           PERFORM UNTIL fin-cartas
               MOVE SPACES TO carta
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1
               END-UNSTRING
               EVALUATE verbo
                   WHEN "PERIODO"
                       IF operando-1(1:6) IS NUMERIC
                           AND operando-1(7:1) = SPACE
                           MOVE operando-1(1:6) TO periodo-reporte
                       ELSE
                           DISPLAY "Aviso: carta PERIODO invalida, "
                               "se usa " periodo-reporte
                       END-IF
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       DISPLAY "Aviso: carta no reconocida: " verbo
               END-EVALUATE
           END-PERFORM.

       SUMAR-USO.
           MOVE 0 TO uso-aceptados
           MOVE 0 TO uso-excedidos
           MOVE 0 TO uso-rechazados
           IF cuotas-disponibles
               MOVE 'N' TO fin-cuotas-sw
               MOVE periodo-reporte TO cus-periodo
               MOVE soli-id TO cus-solicitante
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
                           PERFORM SUMAR-ENTREGA
                   END-READ
               END-PERFORM
           END-IF.

       SUMAR-ENTREGA.
           IF cus-periodo NOT = periodo-reporte
               OR cus-solicitante NOT = soli-id
               MOVE 'S' TO fin-cuotas-sw
           ELSE
               ADD cus-aceptados TO uso-aceptados
               ADD cus-excedidos TO uso-excedidos
               ADD cus-rechazados TO uso-rechazados
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO linea-cuota
           STRING "Consumo de cuotas por solicitante   Periodo: "
               periodo-reporte
               "   Fecha: " frep-dia "/" frep-mes "/" frep-anio
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           IF NOT cuotas-disponibles
               MOVE "Sin uso registrado en CUOTAUSO" TO reg-cuotarep
               WRITE reg-cuotarep
           END-IF
           MOVE SPACES TO reg-cuotarep
           WRITE reg-cuotarep
           MOVE SPACES TO linea-cuota
           STRING "  Solicit. Depto.       Cuota R Uso del mes"
               "     %  Restante  Situacion"
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota.

       ESCRIBIR-LINEA-SOLICITANTE.
           IF soli-cuota IS NUMERIC
               MOVE soli-cuota TO limite-cuota
           ELSE
               MOVE 0 TO limite-cuota
           END-IF
           ADD uso-aceptados TO tot-aceptados
           ADD uso-excedidos TO tot-excedidos
           ADD uso-rechazados TO tot-rechazados
           MOVE SPACES TO linea-cuota
           MOVE 1 TO cuota-ptr
           STRING "  " DELIMITED BY SIZE
               soli-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               soli-depto DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO linea-cuota
               WITH POINTER cuota-ptr
           IF limite-cuota = 0
               STRING "        -   " DELIMITED BY SIZE
                   INTO linea-cuota
                   WITH POINTER cuota-ptr
           ELSE
               ADD 1 TO cnt-con-cuota
               MOVE limite-cuota TO cnt-ed
               STRING cnt-ed DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   soli-regla-cuota DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO linea-cuota
                   WITH POINTER cuota-ptr
           END-IF
           MOVE uso-aceptados TO cnt-ed
           STRING "  " DELIMITED BY SIZE
               cnt-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO linea-cuota
               WITH POINTER cuota-ptr
           IF limite-cuota = 0
               STRING "                 sin limite" DELIMITED BY SIZE
                   INTO linea-cuota
                   WITH POINTER cuota-ptr
           ELSE
               PERFORM ESCRIBIR-CONSUMO
           END-IF
           IF soli-estado NOT = 'A'
               STRING " (inactivo)" DELIMITED BY SIZE
                   INTO linea-cuota
                   WITH POINTER cuota-ptr
           END-IF
           WRITE reg-cuotarep FROM linea-cuota.

       ESCRIBIR-CONSUMO.
           COMPUTE pct-cuota = uso-aceptados * 100 / limite-cuota
               ON SIZE ERROR
                   MOVE 99999 TO pct-cuota
           END-COMPUTE
           IF uso-aceptados < limite-cuota
               COMPUTE disponible-cuota = limite-cuota - uso-aceptados
           ELSE
               MOVE 0 TO disponible-cuota
           END-IF
           MOVE pct-cuota TO pct-ed
           MOVE disponible-cuota TO cnt-ed
           STRING pct-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               cnt-ed DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO linea-cuota
               WITH POINTER cuota-ptr
           EVALUATE TRUE
               WHEN uso-aceptados > limite-cuota
                   OR uso-rechazados > 0
                   ADD 1 TO cnt-excedidas
                   ADD 1 TO cnt-sobre-aviso
                   STRING "EXCEDIDA" DELIMITED BY SIZE
                       INTO linea-cuota
                       WITH POINTER cuota-ptr
                   IF uso-rechazados > 0
                       MOVE uso-rechazados TO cnt-ed
                       STRING ", rechazos CU " DELIMITED BY SIZE
                           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                           INTO linea-cuota
                           WITH POINTER cuota-ptr
                   END-IF
                   IF uso-excedidos > 0
                       MOVE uso-excedidos TO cnt-ed
                       STRING ", recargo " DELIMITED BY SIZE
                           FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                           INTO linea-cuota
                           WITH POINTER cuota-ptr
                   END-IF
               WHEN uso-aceptados * 10 >= limite-cuota * 8
                   ADD 1 TO cnt-sobre-aviso
                   STRING "supera el 80%" DELIMITED BY SIZE
                       INTO linea-cuota
                       WITH POINTER cuota-ptr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO reg-cuotarep
           WRITE reg-cuotarep
           MOVE cnt-solicitantes TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "Solicitantes en maestro:     " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE cnt-con-cuota TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "Con cuota mensual:           " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE cnt-sobre-aviso TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "Sobre el 80% de la cuota:    " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE cnt-excedidas TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "Con la cuota excedida:       " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE tot-aceptados TO tot-ed
           MOVE SPACES TO linea-cuota
           STRING "Registros aceptados del mes: " tot-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE tot-excedidos TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "  sobre cuota, con recargo:  " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota
           MOVE tot-rechazados TO cnt-ed
           MOVE SPACES TO linea-cuota
           STRING "Rechazados por cuota (CU):   " cnt-ed
               DELIMITED BY SIZE INTO linea-cuota
           WRITE reg-cuotarep FROM linea-cuota.
       END PROGRAM REPORTE_CUOTAS.
