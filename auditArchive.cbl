           SELECT archivo-archrep ASSIGN TO "ARCHREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-archrep.
           SELECT archivo-calendario ASSIGN TO "CALENDAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cal-fecha
               FILE STATUS IS fs-calendario.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-auditoria.
       01 reg-archivo-nuevo PIC X(120).
       FD archivo-archrep.
       01 reg-archrep PIC X(80).
       FD archivo-calendario.
       COPY CALFELIZ.
       WORKING-STORAGE SECTION.
       01 fs-auditoria PIC XX.
       01 fs-vivo-nuevo PIC XX.
       01 fs-archivo PIC XX.
       01 fs-archivo-nuevo PIC XX.
       01 fs-archrep PIC XX.
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
       COPY AUDFELIZ.
       01 fin-archivo-sw PIC X VALUE 'N'.
           88 fin-archivo VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 operando-2 PIC X(36).
       01 meses-carta PIC 9(3).
       01 meses-carta-sw PIC X VALUE 'N'.
           88 meses-carta-valido VALUE 'S'.
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 periodo-corte PIC X(6) VALUE SPACES.
       01 periodo-retener PIC X(6) VALUE SPACES.
       01 fin-cartas-sw PIC X VALUE 'N'.
           END-IF
           PERFORM LEER-CARTAS
           IF periodo-corte = SPACES
               MOVE "Falta la carta CORTE yyyymm o CORTE MESES n"
                   TO reg-archrep
               WRITE reg-archrep
               CLOSE archivo-archrep
               MOVE 8 TO RETURN-CODE
               ACCEPT carta
               MOVE SPACES TO verbo
               MOVE SPACES TO operando-1
               MOVE SPACES TO operando-2
               UNSTRING carta DELIMITED BY ALL SPACES
                   INTO verbo operando-1 operando-2
               END-UNSTRING
               EVALUATE verbo
                   WHEN "CORTE"
                       PERFORM LEER-MESES-CARTA
                       EVALUATE TRUE
                           WHEN meses-carta-valido
                               PERFORM PERIODO-SEGUN-CALENDARIO
                               MOVE periodo-calculado TO periodo-corte
                           WHEN operando-1(1:6) IS NUMERIC
                               MOVE operando-1(1:6) TO periodo-corte
                       END-EVALUATE
                   WHEN "RETENER"
                       PERFORM LEER-MESES-CARTA
                       EVALUATE TRUE
                           WHEN meses-carta-valido
                               PERFORM PERIODO-SEGUN-CALENDARIO
                               MOVE periodo-calculado
                                   TO periodo-retener
                           WHEN operando-1(1:6) IS NUMERIC
                               MOVE operando-1(1:6) TO periodo-retener
                       END-EVALUATE
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
               END-EVALUATE
           END-PERFORM.

       LEER-MESES-CARTA.
           MOVE 'N' TO meses-carta-sw
           MOVE 0 TO meses-carta
           EVALUATE TRUE
               WHEN operando-1 = SPACES
                   MOVE 'S' TO meses-carta-sw
               WHEN operando-1 = "MESES"
                   MOVE operando-2 TO ws-campo-validar
                   PERFORM VALIDAR-SOLO-DIGITOS
                   IF solo-digitos AND ws-campo-len <= 3
                       MOVE FUNCTION NUMVAL(operando-2) TO meses-carta
                       MOVE 'S' TO meses-carta-sw
                   END-IF
           END-EVALUATE.

       PERIODO-SEGUN-CALENDARIO.
           IF periodo-cerrado = 0
               PERFORM DETERMINAR-FECHA-NEGOCIO
               PERFORM DETERMINAR-CIERRE-MES
           END-IF
           MOVE mes-abierto TO periodo-calculado
           MOVE meses-carta TO meses-atras
           PERFORM RESTAR-MESES.

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

       COPIAR-ARCHIVO-VIGENTE.
           MOVE 'N' TO fin-archivo-sw
           OPEN INPUT archivo-archivo
               "   Retencion desde: " periodo-retener
               DELIMITED BY SIZE INTO linea-arch
           WRITE reg-archrep FROM linea-arch
           IF periodo-cerrado > 0
               MOVE SPACES TO linea-arch
               STRING "Calendario: negocio " fecha-negocio
                   "   ultimo mes cerrado " periodo-cerrado
                   DELIMITED BY SIZE INTO linea-arch
               WRITE reg-archrep FROM linea-arch
           END-IF
           MOVE cnt-vivo-leidos TO cnt-ed
           MOVE SPACES TO linea-arch
           STRING "Vivos leidos:           " cnt-ed
