      *          hasta ahora un clientes.dat corrupto se recargaba a
      *          mano por CARGA-CLIENTES perdiendo lo posterior al
      *          extracto.
      *          Solo lo corre un supervisor de batch habilitado en
      *          operadores.dat; el intento de cualquier otro queda
      *          rechazado en la pista de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

      * Generacion elegida: el nombre sale del indice ./cligen.ctl.
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE_CODIGO
                  STATUS ST-OPERAD.

           SELECT AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AUDIT.

       DATA DIVISION.
       FILE SECTION.

               05  CLI_MOD_HORA     PIC 9(6).
           03  CLI_LIMITE           PIC 9(7)V9(3).
           03  CLI_FUSION_ID        PIC 9(7).
           03  FILLER               PIC X(157).
      * Adhesion al debito automatico (ver ABM-CLIENTES).
           03  CLI_DEBITO_AUT       PIC X(40).

      * Registro de la generacion: mismo layout que el detalle de
      * clientes.ext de EXTRAE-CLIENTES, con nombres propios para no
           03  ENT-CUIT             PIC 9(11).
           03  ENT-LIMITE           PIC 9(7)V9(3).
           03  ENT-FUSION-ID        PIC 9(7).
           03  ENT-DEBITO-AUT       PIC X(40).
           03  FILLER               PIC X(171).

       01  REG-ENT-CABECERA.
           03  ENT-CAB-TIPO         PIC X.
               88  RUN-TERMINADA    VALUE "T".
               88  RUN-RECHAZADA    VALUE "R".

      * Operadores habilitados y su perfil; mismo layout que en
      * CARGA-OPERADORES.
       FD  OPERADORES.

       01  REG-OPERADORES.
           03  OPE_CODIGO           PIC X(10).
           03  OPE_NOMBRE           PIC X(40).
           03  OPE_PERFIL           PIC X.
               88  OPE-CONSULTA     VALUE "C".
               88  OPE-ALTA-MODIF   VALUE "M".
               88  OPE-SALDO-LIMITE VALUE "S".
               88  OPE-SUPERVISOR   VALUE "B".
           03  OPE_ESTADO           PIC X.
               88  OPE-ACTIVO       VALUE "A".
               88  OPE-BAJA         VALUE "B".

      * Pista de auditoria de clientes.dat: mismo layout que en
      * ABM-CLIENTES. Aca solo se graban los intentos rechazados por
      * perfil (operacion "N").
       FD  AUDITORIA.

       01  REG-AUDITORIA.
           03  AUD_FECHA            PIC 9(8).
           03  AUD_HORA             PIC 9(6).
           03  AUD_PROGRAMA         PIC X(20).
           03  AUD_OPERADOR         PIC X(10).
           03  AUD_OPERACION        PIC X.
           03  AUD_ID               PIC 9(7).
           03  AUD_ANTES            PIC X(479).
           03  AUD_DESPUES          PIC X(479).

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX.
       01  ST-MOVIM      PIC XX.
       01  ST-LISTADO    PIC XX.
       01  ST-RUNCTL     PIC XX.
       01  ST-OPERAD     PIC XX.
       01  ST-AUDIT      PIC XX.
       01  ST-ARCH       PIC XX.
       01  ST-CTL        PIC XX.

       01  EXISTE-CTL       PIC X   VALUE "N".
       01  FIN-ARCH         PIC X.
       01  W-FECHA-HOY      PIC 9(8).
       01  W-OPERADOR       PIC X(10).
       01  W-PERFIL         PIC X.
           88  PERFIL-CONSULTA     VALUE "C" "M" "S" "B".
           88  PERFIL-ALTA-MODIF   VALUE "M" "S" "B".
           88  PERFIL-SALDO-LIMITE VALUE "S" "B".
           88  PERFIL-SUPERVISOR   VALUE "B".
       01  W-PERFIL-DESC    PIC X(20).
       01  W-INTENTO        PIC X(40).
       01  W-DENEGADO-ID    PIC 9(7).
       01  W-HORA-COMPLETA  PIC 9(8).
       01  W-HORA-PARTES REDEFINES W-HORA-COMPLETA.
           03  W-HORA-HHMMSS   PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR.
           IF NOT PERFIL-SUPERVISOR
               MOVE "RESTAURACION DE CLIENTES" TO W-INTENTO
               MOVE 0 TO W-DENEGADO-ID
               PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
               GO TO FINALIZAR.
           PERFORM INICIALIZACION THRU F-INICIALIZACION.
           IF FIN = "S"
               GO TO FINALIZAR.
           IF ST-GEN NOT = "00"
               STRING "Error al abrir " W-GEN-NOMBRE " " ST-GEN
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir restaura.txt " ST-LISTADO
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
           MOVE ENT-CUIT        TO CLI_CUIT.
           MOVE ENT-LIMITE      TO CLI_LIMITE.
           MOVE ENT-FUSION-ID   TO CLI_FUSION_ID.
           MOVE ENT-DEBITO-AUT  TO CLI_DEBITO_AUT.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY   TO CLI_MOD_FECHA.
           MOVE W-CANT-MISMO-DIA TO W-CANT-Z.
           DISPLAY "Mismo dia - a revisar  : " W-CANT-Z.

      * Solo un supervisor de batch corre este proceso: el operador
      * sale de la variable de ambiente OPERADOR del puesto y tiene
      * que figurar activo en operadores.dat. Un operador en blanco,
      * inexistente o dado de baja queda sin perfil.
       VALIDO-OPERADOR.
           MOVE SPACES TO W-PERFIL.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           IF W-OPERADOR = SPACES
               GO TO F-VALIDO-OPERADOR.
           OPEN INPUT OPERADORES.
           IF ST-OPERAD > "07"
               GO TO F-VALIDO-OPERADOR.
           MOVE W-OPERADOR TO OPE_CODIGO.
           READ OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OPE-ACTIVO
                       MOVE OPE_PERFIL TO W-PERFIL
                   END-IF
           END-READ.
           CLOSE OPERADORES.

       F-VALIDO-OPERADOR.
           EXIT.

      * Todo intento rechazado por perfil queda en AUDITORIA con
      * operacion "N", igual que en ABM-CLIENTES. El rechazo es
      * anterior a abrir los archivos del proceso, asi que la pista
      * se abre y se cierra aca.
       GRABO-DENEGADO.
           EVALUATE TRUE
               WHEN W-PERFIL = "C"
                   MOVE "CONSULTA"          TO W-PERFIL-DESC
               WHEN W-PERFIL = "M"
                   MOVE "ALTA/MODIFICACION" TO W-PERFIL-DESC
               WHEN W-PERFIL = "S"
                   MOVE "SALDO/LIMITE"      TO W-PERFIL-DESC
               WHEN W-PERFIL = "B"
                   MOVE "SUPERVISOR BATCH"  TO W-PERFIL-DESC
               WHEN OTHER
                   MOVE "NO HABILITADO"     TO W-PERFIL-DESC
           END-EVALUATE.
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDIT = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDIT NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error al abrir auditoria " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               GO TO F-GRABO-DENEGADO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY   TO AUD_FECHA.
           MOVE W-HORA-HHMMSS TO AUD_HORA.
           MOVE "RESTAURA-CLIENTES" TO AUD_PROGRAMA.
           MOVE W-OPERADOR    TO AUD_OPERADOR.
           MOVE "N"           TO AUD_OPERACION.
           MOVE W-DENEGADO-ID TO AUD_ID.
           MOVE SPACES        TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES        TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "RESTAURA-CLIENTES".
