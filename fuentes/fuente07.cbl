                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT SALIDA ASSIGN TO "./clientes.ext"
               05  CLI_MOD_HORA     PIC 9(6).
           03  CLI_LIMITE           PIC 9(7)V9(3).
           03  CLI_FUSION_ID        PIC 9(7).
           03  FILLER               PIC X(157).
      * Adhesion al debito automatico (ver ABM-CLIENTES).
           03  CLI_DEBITO_AUT       PIC X(40).

      * Registro de salida: mismo layout que REG-CLIENTES y que
      * REG-ENTRADA de CARGA-CLIENTES, para poder recargarlo tal cual.
           03  SAL-CUIT             PIC 9(11).
           03  SAL-LIMITE           PIC 9(7)V9(3).
           03  SAL-FUSION-ID        PIC 9(7).
           03  SAL-DEBITO-AUT       PIC X(40).
           03  FILLER               PIC X(171).

       01  REG-SAL-CABECERA.
           03  SAL-CAB-TIPO         PIC X.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O RUNCTL.
           IF ST-RUNCTL > "07"
               STRING "Error al abrir runctl " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

      * La salida recien se abre (y pisa el extracto anterior) con el
           MOVE CLI_CUIT        TO SAL-CUIT
           MOVE CLI_LIMITE      TO SAL-LIMITE
           MOVE CLI_FUSION_ID   TO SAL-FUSION-ID
           MOVE CLI_DEBITO_AUT  TO SAL-DEBITO-AUT
           WRITE REG-SALIDA.
           ADD 1 TO W-CANT-REGISTROS.
           PERFORM LEO-CLIENTES.
