                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL CPOSTAL ASSIGN TO "./cpostal.dat"
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CPOSTAL.
           IF ST-CPOSTAL > "07"
               STRING "Error al abrir cpostal " ST-CPOSTAL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEG > "07"
               STRING "Error al abrir categorias " ST-CATEG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir resumen.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O RUNCTL.
           IF ST-RUNCTL > "07"
               STRING "Error al abrir runctl " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
