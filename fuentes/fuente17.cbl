                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

      * El mismo maestro abierto aparte, solo lectura, para buscar
      * por la clave de CUIT sin mover la pasada principal por ID.
           SELECT OPTIONAL CLIENTES-CUIT ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS DUP_ID_CLIENTE
                  ALTERNATE KEY DUP_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY DUP_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY DUP_CUIT   WITH DUPLICATES
                  STATUS ST-CUIT.

           SELECT OPTIONAL CPOSTAL ASSIGN TO "./cpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
           03  CLI_LIMITE           PIC 9(7)V9(3).
           03  FILLER               PIC X(204).

      * Registro de clientes.dat visto desde CLIENTES-CUIT: solo se
      * nombran las claves.
       FD  CLIENTES-CUIT.

       01  REG-CLIENTES-CUIT.
           03  DUP_ID_CLIENTE.
               05  DUP_ID           PIC 9(7).
           03  FILLER               PIC X(10).
           03  DUP_NOMBRE           PIC X(70).
           03  FILLER               PIC X(91).
           03  DUP_ALT_2            PIC X(61).
           03  FILLER               PIC X.
           03  DUP_CUIT             PIC 9(11).
           03  FILLER               PIC X(228).

       FD  CPOSTAL.

       01  REG-CPOSTAL.
       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-CUIT      PIC XX.
       01  ST-CPOSTAL   PIC XX.
       01  ST-CATEG     PIC XX.
       01  ST-LISTADO   PIC XX.
       01  W-CUIT-IDX      PIC 99.
       01  W-CUIT-OK       PIC X.

      * Control de CUIT duplicado por la clave alternativa: el
      * cliente se marca si otro de ID menor tiene el mismo CUIT
      * (W-DUP-ID es el menor de ellos), asi cada duplicado sale una
      * sola vez, en el segundo cliente y los siguientes.
       01  W-DUP-ID        PIC 9(7).
       01  W-HAY-DUP       PIC X.
       01  W-FIN-CUIT      PIC X.

       01  LIN-OBSERVACION.
           03  LIN-OBS-ID      PIC Z(6)9.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CLIENTES-CUIT.
           IF ST-CUIT > "07"
               STRING "Error al abrir clientes por CUIT " ST-CUIT
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
               STRING "Error al abrir verifica.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           IF W-MODO = "R"
               PERFORM ABRO-AUDITORIA.
           IF ST-AUDIT NOT = "00"
               STRING "Error al abrir auditoria " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CLIENTES-CUIT.
           CLOSE CPOSTAL.
           CLOSE CATEGORIAS.
           CLOSE LISTADO.
           IF CLI_CUIT = 0
               GO TO F-VERIFICO-DUPLICADO.
           MOVE "N" TO W-HAY-DUP.
           MOVE CLI_CUIT TO DUP_CUIT.
           MOVE "N" TO W-FIN-CUIT.
           START CLIENTES-CUIT KEY IS = DUP_CUIT
               INVALID KEY MOVE "S" TO W-FIN-CUIT
           END-START.
           PERFORM COMPARO-CUIT THRU F-COMPARO-CUIT
               UNTIL W-FIN-CUIT = "S".
           IF W-HAY-DUP = "S"
               MOVE "CUIT DUPLICADO" TO LIN-OBS-TIPO
               MOVE SPACES TO LIN-OBS-DETALLE
               STRING "tambien en cliente " W-DUP-ID
                   DELIMITED BY SIZE INTO LIN-OBS-DETALLE
               PERFORM ESCRIBO-OBSERVACION
               MOVE "N" TO W-REPARABLE.

       F-VERIFICO-DUPLICADO.
           EXIT.

       COMPARO-CUIT.
           READ CLIENTES-CUIT NEXT RECORD
               AT END
                   MOVE "S" TO W-FIN-CUIT
                   GO TO F-COMPARO-CUIT
           END-READ.
           IF DUP_CUIT NOT = CLI_CUIT
               MOVE "S" TO W-FIN-CUIT
               GO TO F-COMPARO-CUIT.
           IF DUP_ID NOT < CLI_ID
               GO TO F-COMPARO-CUIT.
           IF W-HAY-DUP = "N" OR DUP_ID < W-DUP-ID
               MOVE "S" TO W-HAY-DUP
               MOVE DUP_ID TO W-DUP-ID.

       F-COMPARO-CUIT.
           EXIT.
