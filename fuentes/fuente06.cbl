                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT ENTRADA ASSIGN TO "./clientes.ent"
               05  CLI_MOD_HORA     PIC 9(6).
           03  CLI_LIMITE           PIC 9(7)V9(3).
           03  CLI_FUSION_ID        PIC 9(7).
           03  FILLER               PIC X(157).
      * Adhesion al debito automatico (ver ABM-CLIENTES).
           03  CLI_DEBITO_AUT       PIC X(40).

      * Registro de entrada: mismo layout que REG-CLIENTES, con
      * nombres propios para no colisionar con los campos de CLIENTES.
               05  ENT-CUIT-DIG     PIC 9 OCCURS 11.
           03  ENT-LIMITE           PIC 9(7)V9(3).
           03  ENT-FUSION-ID        PIC 9(7).
      * Viene en los lotes que arma EXTRAE-CLIENTES; la carga
      * no lo toma: la adhesion se maneja solo desde ABM-CLIENTES.
           03  ENT-DEBITO-AUT       PIC X(40).
           03  FILLER               PIC X(171).

      * El lote viene de Casa Central con un registro cabecera (tipo
      * "H": fecha de generacion y periodo) y un registro pie (tipo
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT ENTRADA.
           IF ST-ENTRADA NOT = "00"
               STRING "Error al abrir clientes.ent " ST-ENTRADA
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
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIM > "07"
               STRING "Error al abrir movimientos " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
      * La pista de auditoria es acumulativa entre corridas: se abre
      * en EXTEND y recien se crea con OUTPUT si todavia no existe
           IF ST-AUDIT NOT = "00"
               STRING "Error al abrir auditoria " ST-AUDIT
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
                   ELSE
                       SET CLI-ACTIVO TO TRUE
                   END-IF
      * Un alta de Casa Central nunca viene adherida al debito
      * automatico: la adhesion se hace en ABM-CLIENTES.
                   MOVE SPACES TO CLI_DEBITO_AUT
                   MOVE REG-CLIENTES TO W-IMG-DESPUES
                   WRITE REG-CLIENTES
                   ADD 1 TO W-CANT-ALTAS
