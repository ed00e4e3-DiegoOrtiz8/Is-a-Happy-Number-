                   MOVE 0 TO barr-total
                   MOVE 0 TO barr-felices
                   MOVE 0 TO barr-no-felices
                   MOVE 0 TO barr-indeterminados
                   MOVE 0 TO barr-cadena-max
                   MOVE 0 TO barr-cadena-num
                   ADD 1 TO lista-count
                   " no felices" DELIMITED BY SIZE
                   INTO linea-barr
                   WITH POINTER barr-ptr
               IF barr-indeterminados IS NOT NUMERIC
                   MOVE 0 TO barr-indeterminados
               END-IF
               IF barr-indeterminados > 0
                   MOVE barr-indeterminados TO cnt-ed
                   STRING ", " DELIMITED BY SIZE
                       FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
                       " indeterminados" DELIMITED BY SIZE
                       INTO linea-barr
                       WITH POINTER barr-ptr
               END-IF
               MOVE barr-cadena-max TO cnt-ed
               STRING ", cadena maxima " DELIMITED BY SIZE
                   FUNCTION TRIM(cnt-ed) DELIMITED BY SIZE
