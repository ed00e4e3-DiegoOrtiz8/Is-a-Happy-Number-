       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE_MARCAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT archivo-marcas ASSIGN TO "MARCAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS marca-key
               FILE STATUS IS fs-marcas.
           SELECT archivo-marcarep ASSIGN TO "MARCAREP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-marcarep.
           SELECT archivo-corridas ASSIGN TO "RUNREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS fs-corridas.
       DATA DIVISION.
       FILE SECTION.
       FD archivo-marcas.
       COPY MARCFELIZ.
       FD archivo-marcarep.
       01 reg-marcarep PIC X(100).
       FD archivo-corridas.
       01 reg-corrida PIC X(40).
       WORKING-STORAGE SECTION.
       01 fs-marcas PIC XX.
       01 fs-marcarep PIC XX.
       01 fs-corridas PIC XX.
       01 fin-corridas-sw PIC X VALUE 'N'.
           88 fin-corridas VALUE 'S'.
       01 reg-corrida-ws.
           05 corr-numero PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-fecha PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-hora PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-operador PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-estado PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-modo PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 corr-ciclo PIC 9(1).
       01 fin-marcas-sw PIC X VALUE 'N'.
           88 fin-marcas VALUE 'S'.
       01 marcas-sw PIC X VALUE 'N'.
           88 marcas-disponibles VALUE 'S'.
       01 fin-cartas-sw PIC X VALUE 'N'.
           88 fin-cartas VALUE 'S'.
       01 corrida-carta-sw PIC X VALUE 'N'.
           88 corrida-de-carta VALUE 'S'.
       01 carta PIC X(80).
       01 verbo PIC X(10).
       01 operando-1 PIC X(36).
       01 ws-campo-validar PIC X(36).
       01 ws-campo-trim PIC X(36).
       01 ws-campo-len PIC 9(2).
       01 ws-digito-idx PIC 9(2).
       01 ws-solo-digitos-sw PIC X VALUE 'N'.
           88 solo-digitos VALUE 'S'.
       01 corrida-reporte PIC 9(9) VALUE 0.
       01 grupo-pot PIC 9(2) VALUE 0.
       01 grupo-base PIC 9(2) VALUE 0.
       01 grupo-tipo PIC X(1) VALUE SPACE.
       01 grupo-abierto-sw PIC X VALUE 'N'.
           88 grupo-abierto VALUE 'S'.
       01 grupo-cadena-max PIC 9(36) VALUE 0.
       01 grupo-cadena-num PIC 9(36) VALUE 0.
       01 grupo-cadenas PIC 9(9) VALUE 0.
       01 grupo-atractores PIC 9(9) VALUE 0.
       01 cnt-marcas PIC 9(9) VALUE 0.
       01 cnt-grupos PIC 9(9) VALUE 0.
       01 cnt-batidas PIC 9(9) VALUE 0.
       01 cnt-nuevas PIC 9(9) VALUE 0.
       01 cnt-ed PIC Z(8)9.
       01 pot-ed PIC Z9.
       01 num-ed PIC Z(35)9.
       01 fecha-rep-ws.
           05 frep-anio PIC 9(4).
           05 frep-mes PIC 9(2).
           05 frep-dia PIC 9(2).
       01 linea-marca PIC X(100).
       01 marca-ptr PIC 9(4).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT archivo-marcarep
           IF fs-marcarep NOT = "00"
               DISPLAY "Error: no se pudo abrir reporte de "
                   "marcas. Status " fs-marcarep
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO fecha-rep-ws
           PERFORM LEER-CARTAS
           OPEN INPUT archivo-marcas
           EVALUATE fs-marcas
               WHEN "00"
                   MOVE 'S' TO marcas-sw
               WHEN "35"
                   DISPLAY "Aviso: MARCAS sin crear, ninguna corrida "
                       "ha registrado marcas"
               WHEN OTHER
                   DISPLAY "Error: no se pudo abrir MARCAS. "
                       "Status " fs-marcas
                   MOVE "No se pudo abrir MARCAS" TO reg-marcarep
                   WRITE reg-marcarep
                   CLOSE archivo-marcarep
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF marcas-disponibles AND NOT corrida-de-carta
               PERFORM BUSCAR-ULTIMA-CORRIDA
           END-IF
           PERFORM ESCRIBIR-ENCABEZADO
           IF marcas-disponibles
               PERFORM LISTAR-BATIDAS
               PERFORM LISTAR-TABLA
               CLOSE archivo-marcas
           END-IF
           PERFORM ESCRIBIR-TOTALES
           CLOSE archivo-marcarep
           STOP RUN.

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
                   WHEN "CORRIDA"
                       MOVE operando-1 TO ws-campo-validar
                       PERFORM VALIDAR-SOLO-DIGITOS
                       IF solo-digitos
                           AND FUNCTION NUMVAL(operando-1) > 0
                           AND FUNCTION NUMVAL(operando-1) < 1000000000
                           MOVE FUNCTION NUMVAL(operando-1)
                               TO corrida-reporte
                           MOVE 'S' TO corrida-carta-sw
                       ELSE
                           DISPLAY "Aviso: carta CORRIDA invalida, "
                               "se usa la ultima corrida registrada"
                       END-IF
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
                       MOVE 'S' TO fin-cartas-sw
                   WHEN OTHER
                       DISPLAY "Aviso: carta no reconocida: " verbo
               END-EVALUATE
           END-PERFORM.

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

       INICIAR-LECTURA.
           MOVE 'N' TO fin-marcas-sw
           MOVE LOW-VALUES TO marca-key
           START archivo-marcas KEY NOT < marca-key
               INVALID KEY
                   MOVE 'S' TO fin-marcas-sw
           END-START.

       BUSCAR-ULTIMA-CORRIDA.
           MOVE 0 TO corrida-reporte
           MOVE 'N' TO fin-corridas-sw
           OPEN INPUT archivo-corridas
           IF fs-corridas NOT = "00"
               DISPLAY "Aviso: no se pudo abrir RUNREG. Status "
                   fs-corridas
               DISPLAY "Se usa la ultima corrida que registro marcas"
               PERFORM BUSCAR-ULTIMA-MARCA
           ELSE
               PERFORM UNTIL fin-corridas
                   READ archivo-corridas
                       AT END
                           MOVE 'S' TO fin-corridas-sw
                       NOT AT END
                           MOVE reg-corrida TO reg-corrida-ws
                           IF corr-numero > corrida-reporte
                               MOVE corr-numero TO corrida-reporte
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE archivo-corridas
           END-IF.

       BUSCAR-ULTIMA-MARCA.
           PERFORM INICIAR-LECTURA
           PERFORM UNTIL fin-marcas
               READ archivo-marcas NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-marcas-sw
                   NOT AT END
                       IF marca-corrida > corrida-reporte
                           MOVE marca-corrida TO corrida-reporte
                       END-IF
               END-READ
           END-PERFORM.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO linea-marca
           STRING "Registro de marcas por potencia y base   Fecha: "
               frep-dia "/" frep-mes "/" frep-anio
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           IF NOT marcas-disponibles
               MOVE "Sin marcas registradas en MARCAS" TO reg-marcarep
               WRITE reg-marcarep
           END-IF.

       LISTAR-BATIDAS.
           MOVE SPACES TO reg-marcarep
           WRITE reg-marcarep
           MOVE corrida-reporte TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Marcas batidas en la corrida "
               FUNCTION TRIM(cnt-ed)
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           MOVE SPACES TO linea-marca
           STRING "  Pot Base Marca                Numero / anterior"
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           PERFORM INICIAR-LECTURA
           PERFORM UNTIL fin-marcas
               READ archivo-marcas NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-marcas-sw
                   NOT AT END
                       IF marca-corrida = corrida-reporte
                           PERFORM ESCRIBIR-LINEA-BATIDA
                       END-IF
               END-READ
           END-PERFORM
           IF cnt-batidas = 0 AND cnt-nuevas = 0
               MOVE "  Ninguna marca batida en esta corrida"
                   TO reg-marcarep
               WRITE reg-marcarep
           END-IF.

       ESCRIBIR-LINEA-BATIDA.
           PERFORM ARMAR-LINEA-MARCA
           WRITE reg-marcarep FROM linea-marca
           MOVE SPACES TO linea-marca
           MOVE 1 TO marca-ptr
           IF marca-num-anterior = 0
               AND marca-corrida-anterior = 0
               ADD 1 TO cnt-nuevas
               STRING "             primera marca registrada"
                   DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
           ELSE
               ADD 1 TO cnt-batidas
               MOVE marca-num-anterior TO num-ed
               STRING "             antes " DELIMITED BY SIZE
                   FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
               MOVE marca-corrida-anterior TO cnt-ed
               STRING " (corrida " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " del " DELIMITED BY SIZE
                   marca-fecha-anterior DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
           END-IF
           WRITE reg-marcarep FROM linea-marca.

       ARMAR-LINEA-MARCA.
           MOVE SPACES TO linea-marca
           MOVE 1 TO marca-ptr
           MOVE marca-pot TO pot-ed
           STRING "   " DELIMITED BY SIZE
               pot-ed DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr
           MOVE marca-base TO pot-ed
           STRING "   " DELIMITED BY SIZE
               pot-ed DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr
           MOVE marca-valor TO num-ed
           IF marca-de-cadena
               STRING "cadena " DELIMITED BY SIZE
                   num-ed(33:4) DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
           ELSE
               STRING "atractor " DELIMITED BY SIZE
                   FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
               IF marca-ptr < 27
                   MOVE 27 TO marca-ptr
               END-IF
           END-IF
           MOVE marca-num TO num-ed
           STRING FUNCTION TRIM(num-ed) DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr
           MOVE marca-corrida TO cnt-ed
           STRING "  corrida " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               marca-fecha DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               marca-origen DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               marca-operador DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr.

       LISTAR-TABLA.
           MOVE SPACES TO reg-marcarep
           WRITE reg-marcarep
           MOVE "Tabla de marcas vigentes" TO reg-marcarep
           WRITE reg-marcarep
           MOVE 'N' TO grupo-abierto-sw
           PERFORM INICIAR-LECTURA
           PERFORM UNTIL fin-marcas
               READ archivo-marcas NEXT RECORD
                   AT END
                       MOVE 'S' TO fin-marcas-sw
                   NOT AT END
                       ADD 1 TO cnt-marcas
                       PERFORM ESCRIBIR-LINEA-VIGENTE
               END-READ
           END-PERFORM
           IF grupo-abierto
               PERFORM CERRAR-GRUPO
           END-IF.

       ESCRIBIR-LINEA-VIGENTE.
           IF NOT grupo-abierto
               OR marca-pot NOT = grupo-pot
               OR marca-base NOT = grupo-base
               IF grupo-abierto
                   PERFORM CERRAR-GRUPO
               END-IF
               PERFORM ABRIR-GRUPO
           END-IF
           IF marca-tipo NOT = grupo-tipo
               MOVE marca-tipo TO grupo-tipo
               IF marca-de-cadena
                   MOVE "  Menor numero por longitud de cadena"
                       TO reg-marcarep
               ELSE
                   MOVE "  Menor numero por atractor"
                       TO reg-marcarep
               END-IF
               WRITE reg-marcarep
           END-IF
           IF marca-de-cadena
               ADD 1 TO grupo-cadenas
               IF marca-valor > grupo-cadena-max
                   MOVE marca-valor TO grupo-cadena-max
                   MOVE marca-num TO grupo-cadena-num
               END-IF
           ELSE
               ADD 1 TO grupo-atractores
           END-IF
           PERFORM ARMAR-LINEA-MARCA
           WRITE reg-marcarep FROM linea-marca.

       ABRIR-GRUPO.
           ADD 1 TO cnt-grupos
           MOVE 'S' TO grupo-abierto-sw
           MOVE marca-pot TO grupo-pot
           MOVE marca-base TO grupo-base
           MOVE SPACE TO grupo-tipo
           MOVE 0 TO grupo-cadena-max
           MOVE 0 TO grupo-cadena-num
           MOVE 0 TO grupo-cadenas
           MOVE 0 TO grupo-atractores
           MOVE SPACES TO reg-marcarep
           WRITE reg-marcarep
           MOVE SPACES TO linea-marca
           STRING "Potencia " grupo-pot "  Base " grupo-base
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca.

       CERRAR-GRUPO.
           MOVE SPACES TO linea-marca
           MOVE 1 TO marca-ptr
           MOVE grupo-cadenas TO cnt-ed
           STRING "  Longitudes registradas: " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr
           MOVE grupo-atractores TO cnt-ed
           STRING ", atractores: " DELIMITED BY SIZE
               FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
               INTO linea-marca
               WITH POINTER marca-ptr
           WRITE reg-marcarep FROM linea-marca
           IF grupo-cadenas > 0
               MOVE SPACES TO linea-marca
               MOVE 1 TO marca-ptr
               MOVE grupo-cadena-max TO cnt-ed
               STRING "  Cadena mas larga: " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                   " iteraciones" DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
               MOVE grupo-cadena-num TO num-ed
               STRING " (numero " DELIMITED BY SIZE
                   FUNCTION TRIM(num-ed) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO linea-marca
                   WITH POINTER marca-ptr
               WRITE reg-marcarep FROM linea-marca
           END-IF.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO reg-marcarep
           WRITE reg-marcarep
           MOVE corrida-reporte TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Corrida reportada:           " cnt-ed
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           MOVE cnt-batidas TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Marcas batidas:              " cnt-ed
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           MOVE cnt-nuevas TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Marcas nuevas:               " cnt-ed
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           MOVE cnt-grupos TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Pares potencia/base:         " cnt-ed
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca
           MOVE cnt-marcas TO cnt-ed
           MOVE SPACES TO linea-marca
           STRING "Marcas vigentes:             " cnt-ed
               DELIMITED BY SIZE INTO linea-marca
           WRITE reg-marcarep FROM linea-marca.
       END PROGRAM REPORTE_MARCAS.
