               END-IF
           END-IF

           IF REGISTRO-VALIDO AND AUX-CCCACT-TIPO = "TRF"
               IF AUX-CCCACT-REF-ANU = SPACES
                  OR AUX-CCCACT-REF-ANU = ZEROS
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
                   MOVE "TRANSFERENCIA SIN REFERENCIA"
                        TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF

           IF REGISTRO-VALIDO AND WS-CONT-CLI > ZERO
               MOVE "N" TO WS-SW-CLI-HALLADO
               SET WS-IDX-CLI TO 1
                           MOVE "N" TO WS-SW-REGISTRO-VALIDO
                           MOVE "CUENTA CERRADA" TO WS-MOTIVO-RECHAZO
                       END-IF
                       IF WS-CLI-ESTADO(WS-IDX-CLI) = "I"
                          AND AUX-CCCACT-TIPO NOT = "INT"
                          AND AUX-CCCACT-TIPO NOT = "COM"
                           MOVE "N" TO WS-SW-REGISTRO-VALIDO
                           MOVE "CUENTA INACTIVA" TO WS-MOTIVO-RECHAZO
                       END-IF
               END-SEARCH
               IF NOT CLI-HALLADO AND NOT CLI-TABLA-DESBORDADA
                   MOVE "N" TO WS-SW-REGISTRO-VALIDO
