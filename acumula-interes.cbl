                       MOVE fecha-negocio TO TRANS-DATE
                       MOVE "MXP" TO CURRENCY-CODE
                       MOVE 'M' TO TRANS-TYPE
                       MOVE SPACES TO TRANS-CUENTA-DESTINO
                       WRITE INPUT-RECORD
                   END-IF
               END-IF
