                       PERFORM APLICAR-BASE
                   WHEN "BAJA"
                       PERFORM APLICAR-BAJA
                   WHEN "REENVIAR"
                       PERFORM APLICAR-REENVIO
                   WHEN "FIN"
                       MOVE 'S' TO fin-cartas-sw
                   WHEN SPACES
               MOVE 'B' TO pend-accion(carta-seq)
           END-IF.

       APLICAR-REENVIO.
           PERFORM VALIDAR-SECUENCIA
           IF solo-digitos
               IF pend-codigo(carta-seq) = "CU"
                   MOVE 'R' TO pend-accion(carta-seq)
               ELSE
                   ADD 1 TO cnt-cartas-malas
                   MOVE SPACES TO linea-repa
                   STRING "Carta REENVIAR solo para rechazos CU, "
                       "secuencia " operando-1(1:5) " es "
                       pend-codigo(carta-seq)
                       DELIMITED BY SIZE INTO linea-repa
                   WRITE reg-reparep FROM linea-repa
               END-IF
           END-IF.

       DISTRIBUIR-PENDIENTES.
           PERFORM VARYING pend-idx FROM 1 BY 1
                   UNTIL pend-idx > pendientes-count
           PERFORM VARYING cod-idx FROM 1 BY 1
                   UNTIL cod-idx > codigos-count
               PERFORM ESCRIBIR-LINEA-CODIGO
               IF cod-codigo(cod-idx) = "CU"
                   MOVE "    (cuota mensual excedida: REENVIAR seq al "
                       TO reg-reparep
                   WRITE reg-reparep
                   MOVE "     ampliarse la cuota o al cambiar el mes)"
                       TO reg-reparep
                   WRITE reg-reparep
               END-IF
           END-PERFORM
           IF cnt-arrastrados > 0
               MOVE SPACES TO reg-reparep
