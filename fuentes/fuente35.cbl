      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Informe diario de los cambios manuales de saldo y de
      *          limite sujetos a aprobacion (./aprobaciones.dat):
      *          lista en ./aprobaciones.txt todos los pedidos que
      *          siguen pendientes, cualquiera sea su fecha, y los
      *          rechazados en la fecha del informe con quien los
      *          rechazo y su comentario, para que nada quede
      *          esperando sin que nadie lo vea.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INFORME-APROBACIONES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL APROBACIONES ASSIGN TO "./aprobaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APR_CLAVE
                  STATUS ST-APROB.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT LISTADO ASSIGN TO "./aprobaciones.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

       DATA DIVISION.
       FILE SECTION.

      * Cambios manuales sujetos a aprobacion: mismo layout que en
      * ABM-CLIENTES y APRUEBA-CAMBIOS.
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

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-APROB     PIC XX.
       01  ST-FILE      PIC XX.
       01  ST-LISTADO   PIC XX.

       01  FIN-LISTA    PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-INF      PIC 9(8).
       01  W-SECCION        PIC X.
           88  SECCION-PENDIENTES  VALUE "P".
           88  SECCION-RECHAZADOS  VALUE "R".

       01  W-CANT-LEIDOS      PIC 9(7) VALUE 0.
       01  W-CANT-PENDIENTES  PIC 9(7) VALUE 0.
       01  W-CANT-RECHAZADOS  PIC 9(7) VALUE 0.
       01  W-CANT-Z           PIC Z(6)9.

       01  LIN-TITULO.
           03  FILLER          PIC X(48)
               VALUE "CAMBIOS DE SALDO/LIMITE SUJETOS A APROBACION AL ".
           03  LIN-TIT-FECHA   PIC 9999/99/99.

       01  LIN-SUBTITULO       PIC X(60).

       01  LIN-CABECERA.
           03  FILLER PIC X(10) VALUE "PEDIDO".
           03  FILLER PIC X(1)  VALUE SPACES.
           03  FILLER PIC X(8)  VALUE "HORA".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(8)  VALUE "ID".
           03  FILLER PIC X(1)  VALUE SPACES.
           03  FILLER PIC X(25) VALUE "NOMBRE".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(12) VALUE "SOLICITANTE".
           03  FILLER PIC X(12) VALUE "SALDO ANT.".
           03  FILLER PIC X(12) VALUE "SALDO NUEVO".
           03  FILLER PIC X(12) VALUE "LIMITE ANT.".
           03  FILLER PIC X(12) VALUE "LIMITE NUEVO".

       01  LIN-DETALLE.
           03  LIN-FECHA       PIC 9999/99/99.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  LIN-HORA        PIC 99B99B99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-ID          PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-NOMBRE      PIC X(25).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SOLICITANTE PIC X(10).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SALDO-ANT   PIC -(6)9,999.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  LIN-SALDO-NUE   PIC -(6)9,999.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  LIN-LIMITE-ANT  PIC Z(6)9,999.
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  LIN-LIMITE-NUE  PIC Z(6)9,999.

      * Segunda linea de cada pedido: el motivo, y en los rechazados
      * quien lo rechazo, cuando y con que comentario.
       01  LIN-MOTIVO.
           03  FILLER          PIC X(21) VALUE SPACES.
           03  FILLER          PIC X(8)  VALUE "MOTIVO: ".
           03  LIN-MOT-TEXTO   PIC X(40).

       01  LIN-RECHAZO.
           03  FILLER          PIC X(21) VALUE SPACES.
           03  FILLER          PIC X(15) VALUE "RECHAZADO POR: ".
           03  LIN-REC-APROB   PIC X(10).
           03  FILLER          PIC X(1)  VALUE SPACES.
           03  LIN-REC-HORA    PIC 99B99B99.
           03  FILLER          PIC X(14) VALUE "  COMENTARIO: ".
           03  LIN-REC-COMENT  PIC X(40).

       01  LIN-TOTAL.
           03  LIN-TOT-TEXTO   PIC X(30).
           03  LIN-TOT-CANT    PIC Z(6)9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TITULO
               MOVE "P" TO W-SECCION
               PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION
               MOVE "R" TO W-SECCION
               PERFORM IMPRIMO-SECCION THRU F-IMPRIMO-SECCION
               PERFORM MUESTRO-RESUMEN
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * Fecha del informe AAAAMMDD (0 = hoy): define que rechazos se
      * listan; los pendientes salen siempre todos.
       INICIALIZACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha del informe AAAAMMDD (0=hoy): ".
           ACCEPT W-FECHA-INF.
           IF W-FECHA-INF = 0
               MOVE W-FECHA-HOY TO W-FECHA-INF.

       ABRO-ARCHIVOS.
           OPEN INPUT APROBACIONES.
           IF ST-APROB > "07"
               STRING "Error al abrir aprobaciones " ST-APROB
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir aprobaciones.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
           CLOSE APROBACIONES.
           CLOSE CLIENTES.
           CLOSE LISTADO.

       FINALIZAR.
           EXIT PROGRAM.

       IMPRIMO-TITULO.
           MOVE W-FECHA-INF TO LIN-TIT-FECHA.
           MOVE LIN-TITULO   TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES      TO LIN-LISTADO
           WRITE LIN-LISTADO.

      ******************************************************************
      * Una pasada completa por aprobaciones.dat por seccion, en orden
      * de pedido: primero los pendientes, despues los rechazados en
      * la fecha del informe.
      ******************************************************************
       IMPRIMO-SECCION.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           IF SECCION-PENDIENTES
               MOVE "PEDIDOS PENDIENTES DE APROBACION" TO LIN-SUBTITULO
           ELSE
               MOVE "PEDIDOS RECHAZADOS EN LA FECHA" TO LIN-SUBTITULO
           END-IF.
           MOVE LIN-SUBTITULO TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE LIN-CABECERA  TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "N" TO FIN-LISTA.
           MOVE LOW-VALUES TO APR_CLAVE.
           START APROBACIONES KEY IS NOT LESS THAN APR_CLAVE
               INVALID KEY MOVE "S" TO FIN-LISTA
           END-START.
           IF FIN-LISTA = "N"
               PERFORM LEO-APROBACIONES THRU F-LEO-APROBACIONES
           END-IF.
           PERFORM PROCESO-APROBACION THRU F-PROCESO-APROBACION
               UNTIL FIN-LISTA = "S".
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           IF SECCION-PENDIENTES
               MOVE "PEDIDOS PENDIENTES: " TO LIN-TOT-TEXTO
               MOVE W-CANT-PENDIENTES TO LIN-TOT-CANT
           ELSE
               MOVE "PEDIDOS RECHAZADOS: " TO LIN-TOT-TEXTO
               MOVE W-CANT-RECHAZADOS TO LIN-TOT-CANT
           END-IF.
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-IMPRIMO-SECCION.
           EXIT.

       LEO-APROBACIONES.
           READ APROBACIONES NEXT RECORD
               AT END MOVE "S" TO FIN-LISTA
           END-READ.
           IF FIN-LISTA = "N" AND SECCION-PENDIENTES
               ADD 1 TO W-CANT-LEIDOS.

       F-LEO-APROBACIONES.
           EXIT.

       PROCESO-APROBACION.
           IF SECCION-PENDIENTES
               IF NOT APR-PENDIENTE
                   GO TO SIGO-APROBACION
               END-IF
               ADD 1 TO W-CANT-PENDIENTES
           ELSE
               IF NOT APR-RECHAZADO
                   GO TO SIGO-APROBACION
               END-IF
               IF APR_FECHA_RESOL NOT = W-FECHA-INF
                   GO TO SIGO-APROBACION
               END-IF
               ADD 1 TO W-CANT-RECHAZADOS
           END-IF.
           PERFORM IMPRIMO-PEDIDO THRU F-IMPRIMO-PEDIDO.

       SIGO-APROBACION.
           PERFORM LEO-APROBACIONES THRU F-LEO-APROBACIONES.

       F-PROCESO-APROBACION.
           EXIT.

       IMPRIMO-PEDIDO.
           MOVE APR_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "** CLIENTE INEXISTENTE **"
                               TO CLI_NOMBRE
           END-READ.
           MOVE APR_FECHA        TO LIN-FECHA
           MOVE APR_HORA         TO LIN-HORA
           MOVE APR_ID           TO LIN-ID
           MOVE CLI_NOMBRE(1:25) TO LIN-NOMBRE
           MOVE APR_SOLICITANTE  TO LIN-SOLICITANTE
           MOVE APR_SALDO_ANT    TO LIN-SALDO-ANT
           MOVE APR_SALDO_NUE    TO LIN-SALDO-NUE
           MOVE APR_LIMITE_ANT   TO LIN-LIMITE-ANT
           MOVE APR_LIMITE_NUE   TO LIN-LIMITE-NUE
           MOVE LIN-DETALLE      TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE APR_MOTIVO       TO LIN-MOT-TEXTO
           MOVE LIN-MOTIVO       TO LIN-LISTADO
           WRITE LIN-LISTADO.
           IF SECCION-RECHAZADOS
               MOVE APR_APROBADOR  TO LIN-REC-APROB
               MOVE APR_HORA_RESOL TO LIN-REC-HORA
               MOVE APR_COMENTARIO TO LIN-REC-COMENT
               MOVE LIN-RECHAZO    TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.

       F-IMPRIMO-PEDIDO.
           EXIT.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           DISPLAY "Pedidos leidos       : " W-CANT-Z.
           MOVE W-CANT-PENDIENTES TO W-CANT-Z.
           DISPLAY "Pendientes           : " W-CANT-Z.
           MOVE W-CANT-RECHAZADOS TO W-CANT-Z.
           DISPLAY "Rechazados en fecha  : " W-CANT-Z.

       END PROGRAM "INFORME-APROBACIONES".
