      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Aprobacion de los cambios manuales de saldo y de
      *          limite que ABM-CLIENTES dejo pendientes en
      *          ./aprobaciones.dat por superar el monto de
      *          aprobacion. Muestra cada pedido con los valores antes
      *          y despues, el operador que lo pidio y el motivo, y
      *          deja aprobarlo - recien ahi se graba en clientes.dat
      *          con su MOVIMIENTOS y AUDITORIA, igual que hoy lo hace
      *          ABM-CLIENTES - o rechazarlo con un comentario. Solo
      *          lo usa un supervisor habilitado en operadores.dat, y
      *          nunca sobre un pedido propio. Mantiene tambien el
      *          monto de aprobacion (./aprobacion.ctl).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "APRUEBA-CAMBIOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL APROBACIONES ASSIGN TO "./aprobaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APR_CLAVE
                  STATUS ST-APROB.

           SELECT OPTIONAL APROBACION-CTL ASSIGN TO "./aprobacion.ctl"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-APRCTL.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV_CLAVE
                  STATUS ST-MOVIM.

           SELECT AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AUDIT.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE_CODIGO
                  STATUS ST-OPERAD.

       DATA DIVISION.
       FILE SECTION.

       FD  CLIENTES.

       01  REG-CLIENTES.
           03  ID_CLIENTE.
               05  CLI_ID           PIC 9(7).
           03  CLI_SALDO            PIC S9(7)V9(3).
           03  CLI_NOMBRE           PIC X(70).
           03  CLI_DIRECCION        PIC X(80).
           03  CLI_CODPOST          PIC X(10).
           03  CLI_CATEGORIA        PIC X.
           03  CLI_ALT_2.
               05  CLI_CATEGORIA_2  PIC X.
               05  CLI_NOMBRE_2     PIC X(60).
           03  CLI_ESTADO           PIC X.
               88  CLI-ACTIVO       VALUE "A".
               88  CLI-BAJA         VALUE "B".
           03  CLI_CUIT             PIC 9(11).
           03  CLI_FEC_ULT_MOD.
               05  CLI_MOD_FECHA    PIC 9(8).
               05  CLI_MOD_HORA     PIC 9(6).
           03  CLI_LIMITE           PIC 9(7)V9(3).
           03  FILLER               PIC X(204).

      * Cambios manuales pendientes de aprobacion: mismo layout que en
      * ABM-CLIENTES, que es quien los graba.
       FD  APROBACIONES.

       01  REG-APROBACION.
           03  APR_CLAVE.
               05  APR_FECHA        PIC 9(8).
               05  APR_HORA         PIC 9(6).
               05  APR_ID           PIC 9(7).
           03  APR_ESTADO           PIC X.
               88  APR-PENDIENTE    VALUE "P".
               88  APR-APROBADO     VALUE "A".
               88  APR-RECHAZADO    VALUE "R".
           03  APR_SOLICITANTE      PIC X(10).
           03  APR_MOTIVO           PIC X(40).
           03  APR_SALDO_ANT        PIC S9(7)V9(3).
           03  APR_SALDO_NUE        PIC S9(7)V9(3).
           03  APR_LIMITE_ANT       PIC 9(7)V9(3).
           03  APR_LIMITE_NUE       PIC 9(7)V9(3).
           03  APR_APROBADOR        PIC X(10).
           03  APR_FECHA_RESOL      PIC 9(8).
           03  APR_HORA_RESOL       PIC 9(6).
           03  APR_COMENTARIO       PIC X(40).

       FD  APROBACION-CTL.

       01  REG-APROBACION-CTL.
           03  CTL-UMBRAL           PIC 9(7)V9(3).

       FD  MOVIMIENTOS.

       01  REG-MOVIMIENTO.
           03  MOV_CLAVE.
               05  MOV_ID           PIC 9(7).
               05  MOV_FECHA        PIC 9(8).
               05  MOV_SECUENCIA    PIC 9(5).
           03  MOV_IMPORTE          PIC S9(7)V9(3).
           03  MOV_CONCEPTO         PIC X(40).
           03  MOV_PROGRAMA         PIC X(20).

      * Pista de auditoria de clientes.dat: mismo layout que en
      * ABM-CLIENTES.
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

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-APROB     PIC XX.
       01  ST-APRCTL    PIC XX.
       01  ST-MOVIM     PIC XX.
       01  ST-AUDIT     PIC XX.
       01  ST-OPERAD    PIC XX.
       01  X            PIC X.

       01  MENSAJE      PIC X(70).
       01  FIN          PIC X   VALUES "N".
       01  FIN-APR      PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  GUIONES      PIC X(80) VALUES ALL "-".
       01  OPCION       PIC X.
       01  W-ACCION     PIC X.

       01  W-CLI-ID       PIC 9(07).
       01  W-CLI-ID-Z     PIC Z(06)9.
       01  W-CONFIRMA     PIC X.
       01  W-MARCA-OK     PIC X.
       01  W-CLIENTE-OK   PIC X.
       01  W-ESTADO-DESC  PIC X(6).
       01  W-COMENTARIO   PIC X(40).

       01  W-SALDO-Z      PIC -(7)9,999.
       01  W-LIMITE-Z     PIC Z(6)9,999.
       01  W-FECHA-Z      PIC 9999/99/99.
       01  W-HORA-Z       PIC 99B99B99.
       01  W-CANT-Z       PIC Z(6)9.

       01  W-UMBRAL       PIC 9(7)V9(3).
       01  W-UMBRAL-NUEVO PIC 9(7)V9(3).
       01  W-DIF-SALDO    PIC S9(8)V9(3).

       01  W-FECHA-HOY      PIC 9(8).
       01  W-SEC-LIBRE      PIC X.
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
           03  FILLER          PIC 99.
       01  W-IMG-ANTES      PIC X(479).
       01  W-IMG-DESPUES    PIC X(479).

       01  W-CANT-APROBADOS  PIC 9(7) VALUE 0.
       01  W-CANT-RECHAZADOS PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVO.
           IF FIN = "N"
               PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR
               IF NOT PERFIL-SUPERVISOR
                   MOVE "INGRESO A APRUEBA-CAMBIOS" TO W-INTENTO
                   MOVE 0 TO W-DENEGADO-ID
                   PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   DISPLAY MENSAJE LINE 10 COL 1
                   ACCEPT X LINE 23 COL 79
                   MOVE "S" TO FIN
               END-IF
           END-IF.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           GO TO FINALIZAR.

      * El operador sale de la variable de ambiente OPERADOR del
      * puesto de trabajo y tiene que figurar en operadores.dat como
      * supervisor (ver VALIDO-OPERADOR).
       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE SPACES TO MENSAJE.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      * Clientes, aprobaciones, movimientos y auditoria quedan
      * abiertos toda la sesion, como en ABM-CLIENTES.
       ABRO-ARCHIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              STRING "Error al abrir clientes " ST-FILE
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20.
              MOVE "S" TO FIN.
           OPEN I-O APROBACIONES.
           IF ST-APROB > "07"
              STRING "Error al abrir aprobaciones " ST-APROB
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20.
              MOVE "S" TO FIN.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIM > "07"
              STRING "Error al abrir movimientos " ST-MOVIM
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 12 COL 20.
              MOVE "S" TO FIN.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDIT = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDIT NOT = "00"
              STRING "Error al abrir auditoria " ST-AUDIT
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 13 COL 20.
              MOVE "S" TO FIN.
           MOVE SPACES TO MENSAJE.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE APROBACIONES.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.

       FINALIZAR.
           EXIT PROGRAM.

       PROCESO.
           PERFORM LEO-UMBRAL.
           PERFORM MUESTRO-MENU.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION LINE 16 COL 58.
           EVALUATE OPCION
               WHEN "1"
                   PERFORM TRABAJO-PENDIENTES THRU F-TRABAJO-PENDIENTES
               WHEN "2"
                   PERFORM CAMBIO-UMBRAL THRU F-CAMBIO-UMBRAL
               WHEN "Q"
                   MOVE "S" TO FIN
               WHEN "q"
                   MOVE "S" TO FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       F-PROCESO.
           EXIT.

       MUESTRO-MENU.
           MOVE W-UMBRAL TO W-LIMITE-Z.
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Aprobacion de Cambios de Saldo y Limite"
                                         LINE 3 COL 21
                   GUIONES               LINE 4 COL 1
                   "1. Trabajar cambios pendientes"  LINE 08 COL 10
                   "2. Monto de aprobacion: "        LINE 10 COL 10
                   W-LIMITE-Z            LINE 10 COL 34
                   "Q. Salir"            LINE 14 COL 10
                   "Opcion [ ]"          LINE 16 COL 50
                   GUIONES               LINE 22 COL 1.
           IF MENSAJE NOT = SPACES
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE SPACES TO MENSAJE
           END-IF.

      ******************************************************************
      * Recorrido de los pedidos pendientes, uno por pantalla, en el
      * orden en que se pidieron (la clave empieza por fecha y hora).
      * Cada pedido resuelto se marca con REWRITE sobre el registro
      * recien leido.
      ******************************************************************
       TRABAJO-PENDIENTES.
           MOVE SPACES TO MENSAJE.
           MOVE "N" TO FIN-APR.
           MOVE LOW-VALUES TO APR_CLAVE.
           START APROBACIONES KEY IS NOT LESS THAN APR_CLAVE
               INVALID KEY MOVE "S" TO FIN-APR
           END-START.
           IF FIN-APR = "N"
               PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE
           END-IF.
           PERFORM MUESTRO-PENDIENTE THRU F-MUESTRO-PENDIENTE
               UNTIL FIN-APR = "S".
           MOVE W-CANT-APROBADOS TO W-CANT-Z.
           STRING "Fin de pendientes. Aprobados en la sesion: "
                      W-CANT-Z DELIMITED BY SIZE INTO MENSAJE.

       F-TRABAJO-PENDIENTES.
           EXIT.

      * Avanza hasta el proximo pedido pendiente.
       LEO-PENDIENTE.
           READ APROBACIONES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-APR
                   GO TO F-LEO-PENDIENTE
           END-READ.
           IF NOT APR-PENDIENTE
               GO TO LEO-PENDIENTE.

       F-LEO-PENDIENTE.
           EXIT.

       MUESTRO-PENDIENTE.
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Aprobacion de Cambios de Saldo y Limite"
                                         LINE 3 COL 21
                   GUIONES               LINE 4 COL 1
                   "Pedido el     : "    LINE 06 COL 10
                   "Pedido por    : "    LINE 07 COL 10
                   "Motivo        : "    LINE 08 COL 10
                   "ID Cliente    : "    LINE 10 COL 10
                   "Nombre        : "    LINE 11 COL 10
                   "Estado        : "    LINE 12 COL 10
                   "Antes"               LINE 14 COL 26
                   "Despues"             LINE 14 COL 42
                   "Saldo         : "    LINE 15 COL 10
                   "Limite        : "    LINE 16 COL 10
                   "Saldo actual  : "    LINE 18 COL 10
                   "A=Aprobar R=Rechazar S=Siguiente Q=Salir"
                                         LINE 20 COL 10
                   "Opcion [ ]"          LINE 20 COL 63
                   GUIONES               LINE 22 COL 1.
           MOVE APR_FECHA TO W-FECHA-Z.
           MOVE APR_HORA  TO W-HORA-Z.
           MOVE APR_ID    TO W-CLI-ID-Z.
           DISPLAY W-FECHA-Z       LINE 06 COL 26
                   W-HORA-Z        LINE 06 COL 37
                   APR_SOLICITANTE LINE 07 COL 26
                   APR_MOTIVO      LINE 08 COL 26
                   W-CLI-ID-Z      LINE 10 COL 26.
           MOVE APR_SALDO_ANT TO W-SALDO-Z.
           DISPLAY W-SALDO-Z LINE 15 COL 26.
           MOVE APR_SALDO_NUE TO W-SALDO-Z.
           DISPLAY W-SALDO-Z LINE 15 COL 42.
           MOVE APR_LIMITE_ANT TO W-LIMITE-Z.
           DISPLAY W-LIMITE-Z LINE 16 COL 26.
           MOVE APR_LIMITE_NUE TO W-LIMITE-Z.
           DISPLAY W-LIMITE-Z LINE 16 COL 42.
           PERFORM LEO-CLIENTE THRU F-LEO-CLIENTE.
           MOVE SPACES TO W-ACCION.
           ACCEPT W-ACCION LINE 20 COL 71.
           EVALUATE W-ACCION
               WHEN "A"
               WHEN "a"
                   PERFORM APRUEBO-CAMBIO THRU F-APRUEBO-CAMBIO
               WHEN "R"
               WHEN "r"
                   PERFORM RECHAZO-CAMBIO THRU F-RECHAZO-CAMBIO
               WHEN "S"
               WHEN "s"
                   PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE
               WHEN "Q"
               WHEN "q"
                   MOVE "S" TO FIN-APR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       F-MUESTRO-PENDIENTE.
           EXIT.

      * Cliente del pedido tal como esta hoy: el saldo pudo moverse
      * desde el pedido (cobranzas, intereses), por eso se muestra el
      * actual junto al antes/despues pedido.
       LEO-CLIENTE.
           MOVE "N" TO W-CLIENTE-OK.
           MOVE APR_ID TO W-CLI-ID.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente inexistente" LINE 23 COL 1
                   GO TO F-LEO-CLIENTE
           END-READ.
           IF CLI-BAJA
               MOVE "BAJA"   TO W-ESTADO-DESC
           ELSE
               MOVE "ACTIVO" TO W-ESTADO-DESC
           END-IF.
           MOVE CLI_SALDO TO W-SALDO-Z.
           DISPLAY CLI_NOMBRE    LINE 11 COL 26
                   W-ESTADO-DESC LINE 12 COL 26
                   W-SALDO-Z     LINE 18 COL 26.
           IF CLI-BAJA
               DISPLAY "Cliente dado de baja" LINE 23 COL 1
               GO TO F-LEO-CLIENTE.
           MOVE "S" TO W-CLIENTE-OK.

       F-LEO-CLIENTE.
           EXIT.

      * Quien aprueba o rechaza tiene que ser otro operador que quien
      * pidio el cambio; el intento sobre un pedido propio queda en
      * la pista como rechazado por perfil.
       CONTROLO-SOLICITANTE.
           IF APR_SOLICITANTE NOT = W-OPERADOR
               GO TO F-CONTROLO-SOLICITANTE.
           MOVE "RESOLVER UN CAMBIO PEDIDO POR EL MISMO" TO W-INTENTO.
           MOVE APR_ID TO W-DENEGADO-ID.
           PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO.
           DISPLAY MENSAJE LINE 23 COL 1.
           ACCEPT X LINE 23 COL 79.

       F-CONTROLO-SOLICITANTE.
           EXIT.

      ******************************************************************
      * Aprobacion: el cambio se graba como lo hubiera grabado
      * ABM-CLIENTES. El saldo se mueve por la diferencia pedida (no
      * se pisa con el valor pedido) para no perder lo que entro
      * desde el pedido; el limite toma el valor pedido. Recien con
      * el cliente grabado se marca el pedido como aprobado; si la
      * marca falla, el cliente vuelve a la imagen anterior y el
      * pedido sigue pendiente, asi no se aplica dos veces.
      * Auditoria y movimiento salen con las dos grabaciones hechas.
      ******************************************************************
       APRUEBO-CAMBIO.
           PERFORM CONTROLO-SOLICITANTE THRU F-CONTROLO-SOLICITANTE.
           IF APR_SOLICITANTE = W-OPERADOR
               GO TO F-APRUEBO-CAMBIO.
           IF W-CLIENTE-OK = "N"
               DISPLAY "No se puede aprobar: rechace el pedido"
                       LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-APRUEBO-CAMBIO.
           DISPLAY "Confirma aprobar el cambio (S/N): " LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 36.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-APRUEBO-CAMBIO.
           MOVE REG-CLIENTES TO W-IMG-ANTES.
           COMPUTE W-DIF-SALDO = APR_SALDO_NUE - APR_SALDO_ANT.
           ADD W-DIF-SALDO TO CLI_SALDO.
           IF APR_LIMITE_NUE NOT = APR_LIMITE_ANT
               MOVE APR_LIMITE_NUE TO CLI_LIMITE.
           PERFORM ESTAMPO-MODIFICACION.
           MOVE REG-CLIENTES TO W-IMG-DESPUES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               STRING "Error grabando Clientes Status = " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-APRUEBO-CAMBIO.
           SET APR-APROBADO TO TRUE.
           MOVE SPACES TO APR_COMENTARIO.
           PERFORM MARCO-RESOLUCION THRU F-MARCO-RESOLUCION.
           IF W-MARCA-OK = "N"
               PERFORM REPONGO-CLIENTE THRU F-REPONGO-CLIENTE
               GO TO F-APRUEBO-CAMBIO.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           IF W-DIF-SALDO NOT = 0
               PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.
           ADD 1 TO W-CANT-APROBADOS.
           PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE.

       F-APRUEBO-CAMBIO.
           EXIT.

      * El pedido no se pudo marcar: el cliente vuelve a la imagen
      * anterior a la aprobacion. Si tampoco se puede reponer, el
      * cambio quedo aplicado con el pedido pendiente: se corta la
      * sesion para que no se vuelva a aprobar y se revise a mano.
       REPONGO-CLIENTE.
           MOVE W-IMG-ANTES TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error reponiendo cliente " APR_ID
                          " status " ST-FILE ": revisar saldo"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               MOVE "S" TO FIN-APR.

       F-REPONGO-CLIENTE.
           EXIT.

      * Rechazo: el comentario es obligatorio, para que quien pidio
      * el cambio sepa por que no se aplico (sale en el informe
      * diario de INFORME-APROBACIONES).
       RECHAZO-CAMBIO.
           PERFORM CONTROLO-SOLICITANTE THRU F-CONTROLO-SOLICITANTE.
           IF APR_SOLICITANTE = W-OPERADOR
               GO TO F-RECHAZO-CAMBIO.
           MOVE SPACES TO W-COMENTARIO.
           DISPLAY "Comentario del rechazo: " LINE 23 COL 1.
           ACCEPT W-COMENTARIO LINE 23 COL 25.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-COMENTARIO = SPACES
               DISPLAY "El rechazo requiere un comentario" LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-RECHAZO-CAMBIO.
           SET APR-RECHAZADO TO TRUE.
           MOVE W-COMENTARIO TO APR_COMENTARIO.
           PERFORM MARCO-RESOLUCION THRU F-MARCO-RESOLUCION.
           IF W-MARCA-OK = "N"
               GO TO F-RECHAZO-CAMBIO.
           ADD 1 TO W-CANT-RECHAZADOS.
           PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE.

       F-RECHAZO-CAMBIO.
           EXIT.

      * Si la marca no se graba, el pedido vuelve a quedar pendiente
      * tambien en memoria.
       MARCO-RESOLUCION.
           MOVE "S" TO W-MARCA-OK.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-OPERADOR    TO APR_APROBADOR.
           MOVE W-FECHA-HOY   TO APR_FECHA_RESOL.
           MOVE W-HORA-HHMMSS TO APR_HORA_RESOL.
           REWRITE REG-APROBACION.
           IF ST-APROB > "07"
               MOVE "N" TO W-MARCA-OK
               SET APR-PENDIENTE TO TRUE
               MOVE SPACES TO MENSAJE
               STRING "Error marcando aprobacion status " ST-APROB
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
           END-IF.

       F-MARCO-RESOLUCION.
           EXIT.

      * Monto de aprobacion vigente; mismo esquema de archivo de un
      * solo registro que archivo.ctl.
       LEO-UMBRAL.
           MOVE 0 TO W-UMBRAL.
           OPEN INPUT APROBACION-CTL.
           IF ST-APRCTL = "00"
               READ APROBACION-CTL
                   AT END MOVE 0 TO W-UMBRAL
                   NOT AT END MOVE CTL-UMBRAL TO W-UMBRAL
               END-READ
           END-IF.
           CLOSE APROBACION-CTL.

      * Nuevo monto de aprobacion; 0 hace pasar por aprobacion todo
      * cambio manual de saldo o de limite.
       CAMBIO-UMBRAL.
           MOVE W-UMBRAL TO W-UMBRAL-NUEVO.
           ACCEPT W-UMBRAL-NUEVO LINE 10 COL 34 UPDATE.
           MOVE W-UMBRAL-NUEVO TO W-LIMITE-Z.
           DISPLAY W-LIMITE-Z LINE 10 COL 34.
           DISPLAY "Confirma el nuevo monto (S/N): " LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 33.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-CAMBIO-UMBRAL.
           MOVE W-UMBRAL-NUEVO TO CTL-UMBRAL.
           OPEN OUTPUT APROBACION-CTL.
           IF ST-APRCTL NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error al abrir aprobacion.ctl " ST-APRCTL
                          ": monto no actualizado"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-CAMBIO-UMBRAL.
           WRITE REG-APROBACION-CTL.
           IF ST-APRCTL NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando aprobacion.ctl " ST-APRCTL
                          ": monto no actualizado"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               CLOSE APROBACION-CTL
               GO TO F-CAMBIO-UMBRAL.
           CLOSE APROBACION-CTL.
           MOVE "Monto de aprobacion actualizado" TO MENSAJE.

       F-CAMBIO-UMBRAL.
           EXIT.

      * Sella en el registro la fecha y hora de esta grabacion, para
      * que EXTRAE-CLIENTES pueda extraer solo las novedades desde el
      * ultimo envio a Casa Central.
       ESTAMPO-MODIFICACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY   TO CLI_MOD_FECHA.
           MOVE W-HORA-HHMMSS TO CLI_MOD_HORA.

      * Deja en AUDITORIA la imagen del registro antes y despues del
      * cambio aprobado, con el supervisor que lo aprobo como
      * operador; quien lo pidio queda en aprobaciones.dat.
       GRABO-AUDITORIA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY       TO AUD_FECHA.
           MOVE W-HORA-HHMMSS     TO AUD_HORA.
           MOVE "APRUEBA-CAMBIOS" TO AUD_PROGRAMA.
           MOVE W-OPERADOR        TO AUD_OPERADOR.
           MOVE "M"               TO AUD_OPERACION.
           MOVE W-CLI-ID          TO AUD_ID.
           MOVE W-IMG-ANTES       TO AUD_ANTES.
           MOVE W-IMG-DESPUES     TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           IF ST-AUDIT NOT = "00"
               STRING "Error grabando auditoria Status = " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
           END-IF.

       F-GRABO-AUDITORIA.
           EXIT.

      * Movimiento del ajuste aprobado, con el mismo concepto que el
      * ajuste manual de ABM-CLIENTES.
       GRABO-MOVIMIENTO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-CLI-ID    TO MOV_ID.
           MOVE W-FECHA-HOY TO MOV_FECHA.
           MOVE 0 TO MOV_SECUENCIA.
           MOVE "N" TO W-SEC-LIBRE.
           PERFORM BUSCO-SECUENCIA THRU F-BUSCO-SECUENCIA
               UNTIL W-SEC-LIBRE = "S".
           MOVE W-DIF-SALDO TO MOV_IMPORTE.
           MOVE "AJUSTE MANUAL DE SALDO" TO MOV_CONCEPTO.
           MOVE "APRUEBA-CAMBIOS" TO MOV_PROGRAMA.
           WRITE REG-MOVIMIENTO.
           IF ST-MOVIM > "07"
               STRING "Error grabando movimiento Status = " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
           END-IF.

       F-GRABO-MOVIMIENTO.
           EXIT.

       BUSCO-SECUENCIA.
           ADD 1 TO MOV_SECUENCIA.
           READ MOVIMIENTOS
               INVALID KEY MOVE "S" TO W-SEC-LIBRE
           END-READ.

       F-BUSCO-SECUENCIA.
           EXIT.

      * Perfil del operador del puesto segun operadores.dat. Un
      * operador en blanco, inexistente o dado de baja queda sin
      * perfil y no puede operar.
       VALIDO-OPERADOR.
           MOVE SPACES TO W-PERFIL.
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
      * operacion "N", igual que en ABM-CLIENTES. Deja en MENSAJE el
      * aviso para el operador.
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
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY       TO AUD_FECHA.
           MOVE W-HORA-HHMMSS     TO AUD_HORA.
           MOVE "APRUEBA-CAMBIOS" TO AUD_PROGRAMA.
           MOVE W-OPERADOR        TO AUD_OPERADOR.
           MOVE "N"               TO AUD_OPERACION.
           MOVE W-DENEGADO-ID     TO AUD_ID.
           MOVE SPACES            TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES            TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "APRUEBA-CAMBIOS".
