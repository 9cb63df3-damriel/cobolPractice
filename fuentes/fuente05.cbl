                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT LISTADO ASSIGN TO "./listado.txt"
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir listado " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
