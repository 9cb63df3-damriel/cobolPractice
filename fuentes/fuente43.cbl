      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Foto de saldos de fin de mes: paso del cierre
      *          mensual, despues de EXTRACTO-MENSUAL, que guarda en
      *          ./fotos.dat (permanente, clave periodo + ID_CLIENTE)
      *          el saldo, la categoria, el codigo postal, el estado
      *          y el limite de credito vigente (el propio o, si no
      *          tiene, el de su categoria) de cada cliente del
      *          maestro. Con esas fotos COMPARA-PERIODOS arma la
      *          comparacion entre dos meses y la evolucion de la
      *          deuda sin tener que restaurar generaciones viejas
      *          de clientes. Volver a sacar la foto de un periodo
      *          pide confirmacion y la reemplaza entera. Deja su
      *          corrida y el periodo terminado en runctl.dat para el
      *          tablero de CIERRE-MENSUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "FOTO-SALDOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT_CODIGO
                  STATUS ST-CATEG.

           SELECT OPTIONAL FOTOS ASSIGN TO "./fotos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FOT_CLAVE
                  STATUS ST-FOTOS.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

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

      * Tabla de categorias, solo por el limite de credito que rige
      * para los clientes sin limite propio. Mismo layout que graba
      * CARGA-CATEGORIAS.
       FD  CATEGORIAS.

       01  REG-CATEGORIAS.
           03  CAT_CODIGO           PIC X.
           03  CAT_DESCRIPCION      PIC X(20).
           03  CAT_LIMITE           PIC 9(7)V9(3).

      * Fotos de saldos de fin de mes: un registro por periodo y
      * cliente, nunca se depura. Mismo layout en COMPARA-PERIODOS.
       FD  FOTOS.

       01  REG-FOTOS.
           03  FOT_CLAVE.
               05  FOT_PERIODO      PIC 9(6).
               05  FOT_ID           PIC 9(7).
           03  FOT_SALDO            PIC S9(7)V9(3).
           03  FOT_CATEGORIA        PIC X.
           03  FOT_CODPOST          PIC X(10).
           03  FOT_LIMITE           PIC 9(7)V9(3).
           03  FOT_ESTADO           PIC X.
           03  FOT_FECHA            PIC 9(8).
           03  FILLER               PIC X(20).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo
      * terminado por programa (tipo "P") y la bitacora de corridas
      * (tipo "C"). Mismo layout en todos los batch y en
      * INFORME-CORRIDAS. El registro "P" de este programa es el que
      * CIERRE-MENSUAL controla antes de dejar correr el resumen.
       FD  RUNCTL.

       01  REG-RUNCTL.
           03  RUN_CLAVE.
               05  RUN_TIPO         PIC X.
               05  RUN_PROGRAMA     PIC X(20).
               05  RUN_REFERENCIA   PIC X(14).
           03  RUN_FECHA_INI        PIC 9(8).
           03  RUN_HORA_INI         PIC 9(6).
           03  RUN_FECHA_FIN        PIC 9(8).
           03  RUN_HORA_FIN         PIC 9(6).
           03  RUN_ARCHIVO          PIC X(20).
           03  RUN_PERIODO          PIC 9(6).
           03  RUN_CANT_1           PIC 9(7).
           03  RUN_CANT_2           PIC 9(7).
           03  RUN_ESTADO           PIC X.
               88  RUN-EN-EJECUCION VALUE "E".
               88  RUN-TERMINADA    VALUE "T".
               88  RUN-RECHAZADA    VALUE "R".

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-CATEG     PIC XX.
       01  ST-FOTOS     PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN          PIC X.
       01  FIN-FOTO     PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).

       01  W-CANT-LEIDOS    PIC 9(7) VALUE 0.
       01  W-CANT-GRABADOS  PIC 9(7) VALUE 0.
       01  W-CANT-BORRADOS  PIC 9(7) VALUE 0.
       01  W-CANT-ERRORES   PIC 9(7) VALUE 0.
       01  W-TOTAL-SALDO    PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-SALDO-Z        PIC -(10)9,999.

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
       01  W-PERIODO        PIC 9(6).
       01  W-HAY-FOTO       PIC X.
       01  W-CONF-CTL       PIC X.

       01  W-HORA-COMPLETA  PIC 9(8).
       01  W-HORA-PARTES REDEFINES W-HORA-COMPLETA.
           03  W-HORA-HHMMSS   PIC 9(6).
           03  FILLER          PIC 99.
       01  W-RUN-ESTAMPA.
           03  W-RUN-FECHA-INI  PIC 9(8).
           03  W-RUN-HORA-INI   PIC 9(6).
       01  W-RUN-RESULTADO  PIC X   VALUE "R".
       01  W-CORRIDA-ABIERTA PIC X  VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM CONTROLO-FOTO THRU F-CONTROLO-FOTO
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES
               PERFORM GRABO-FOTO THRU F-GRABO-FOTO
                   UNTIL FIN = "S"
           END-IF.
      * Una foto con clientes sin grabar no cierra el periodo: se
      * vuelve a correr reemplazandola.
           IF HUBO-ERROR = 0 AND W-CANT-ERRORES = 0
               PERFORM GRABO-PERIODO
               MOVE "T" TO W-RUN-RESULTADO
           END-IF.
           IF W-CANT-ERRORES > 0
               DISPLAY "Foto incompleta: volver a correr el periodo"
           END-IF.
           PERFORM MUESTRO-RESUMEN.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * El periodo de la foto; si el operador no informa uno (0),
      * queda el mes de la fecha del dia, igual que en
      * GENERA-AJUSTES.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo AAAAMM (0=mes actual): ".
           ACCEPT W-PERIODO.
           IF W-PERIODO = 0
               MOVE W-FECHA-PERIODO TO W-PERIODO.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CATEGORIAS.
           IF ST-CATEG > "07"
               STRING "Error al abrir categorias " ST-CATEG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O FOTOS.
           IF ST-FOTOS > "07"
               STRING "Error al abrir fotos " ST-FOTOS
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
           CLOSE CLIENTES.
           CLOSE CATEGORIAS.
           CLOSE FOTOS.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Una foto ya sacada para el periodo solo se reemplaza si el
      * operador lo confirma; en ese caso se borra entera antes de
      * volver a grabarla, asi un cliente depurado entre las dos
      * corridas no queda en la foto nueva. Tambien se borra el
      * periodo terminado de runctl.dat: vuelve a quedar recien con
      * la foto nueva completa.
       CONTROLO-FOTO.
           MOVE "N" TO W-HAY-FOTO.
           MOVE W-PERIODO TO FOT_PERIODO.
           MOVE 0 TO FOT_ID.
           START FOTOS KEY IS NOT LESS THAN FOT_CLAVE
               INVALID KEY GO TO F-CONTROLO-FOTO
           END-START.
           READ FOTOS NEXT RECORD
               AT END GO TO F-CONTROLO-FOTO
           END-READ.
           IF FOT_PERIODO NOT = W-PERIODO
               GO TO F-CONTROLO-FOTO.
           MOVE "S" TO W-HAY-FOTO.
           STRING "La foto del periodo " W-PERIODO " ya existe (del "
                      FOT_FECHA ")" DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           DISPLAY "Reemplazarla (S/N): ".
           ACCEPT W-CONF-CTL.
           IF W-CONF-CTL NOT = "S" AND W-CONF-CTL NOT = "s"
               MOVE 1 TO HUBO-ERROR
               DISPLAY "Corrida cancelada por el operador"
               GO TO F-CONTROLO-FOTO.
           MOVE "N" TO FIN-FOTO.
           PERFORM BORRO-FOTO THRU F-BORRO-FOTO
               UNTIL FIN-FOTO = "S".
           MOVE "P" TO RUN_TIPO.
           MOVE "FOTO-SALDOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PERIODO TO RUN_REFERENCIA(1:6).
           DELETE RUNCTL RECORD
               INVALID KEY CONTINUE
           END-DELETE.

       F-CONTROLO-FOTO.
           EXIT.

      * El registro en curso es del periodo a reemplazar: se borra y
      * se lee el siguiente.
       BORRO-FOTO.
           DELETE FOTOS RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO W-CANT-BORRADOS
           END-DELETE.
           READ FOTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-FOTO
                   GO TO F-BORRO-FOTO
           END-READ.
           IF FOT_PERIODO NOT = W-PERIODO
               MOVE "S" TO FIN-FOTO.

       F-BORRO-FOTO.
           EXIT.

       LEO-CLIENTES.
           READ CLIENTES
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDOS.

       F-LEO-CLIENTES.
           EXIT.

      * Todos los clientes del maestro, activos y de baja: la
      * comparacion entre periodos necesita ver tambien a los que
      * se dieron de baja para no confundirlos con deudores nuevos.
       GRABO-FOTO.
           MOVE SPACES TO REG-FOTOS.
           MOVE W-PERIODO     TO FOT_PERIODO.
           MOVE CLI_ID        TO FOT_ID.
           MOVE CLI_SALDO     TO FOT_SALDO.
           MOVE CLI_CATEGORIA TO FOT_CATEGORIA.
           MOVE CLI_CODPOST   TO FOT_CODPOST.
           MOVE CLI_ESTADO    TO FOT_ESTADO.
           MOVE W-FECHA-HOY   TO FOT_FECHA.
           MOVE CLI_LIMITE    TO FOT_LIMITE.
           IF CLI_LIMITE = 0
               MOVE CLI_CATEGORIA TO CAT_CODIGO
               READ CATEGORIAS
                   INVALID KEY MOVE 0 TO CAT_LIMITE
               END-READ
               MOVE CAT_LIMITE TO FOT_LIMITE
           END-IF.
           WRITE REG-FOTOS.
           IF ST-FOTOS > "07"
               ADD 1 TO W-CANT-ERRORES
               MOVE SPACES TO MENSAJE
               STRING "Error grabando foto cliente " CLI_ID
                          " status " ST-FOTOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               ADD 1 TO W-CANT-GRABADOS
               ADD CLI_SALDO TO W-TOTAL-SALDO
           END-IF.
           PERFORM LEO-CLIENTES.

       F-GRABO-FOTO.
           EXIT.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * un proceso corrio y como termino sin depender de la pantalla.
       ABRO-CORRIDA.
           ACCEPT W-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-HORA-HHMMSS TO W-RUN-HORA-INI.
           MOVE "C" TO RUN_TIPO.
           MOVE "FOTO-SALDOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "fotos.dat" TO RUN_ARCHIVO.
           MOVE 0 TO RUN_PERIODO.
           MOVE 0 TO RUN_CANT_1.
           MOVE 0 TO RUN_CANT_2.
           SET RUN-EN-EJECUCION TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.
           MOVE "S" TO W-CORRIDA-ABIERTA.

       CIERRO-CORRIDA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "C" TO RUN_TIPO.
           MOVE "FOTO-SALDOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "fotos.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-GRABADOS TO RUN_CANT_1.
           MOVE W-CANT-ERRORES  TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

      * Registro de periodo terminado en runctl.dat: es el que
      * CIERRE-MENSUAL exige antes de dejar correr el resumen de
      * saldos del cierre.
       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "FOTO-SALDOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PERIODO TO RUN_REFERENCIA(1:6).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "fotos.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-GRABADOS TO RUN_CANT_1.
           MOVE W-CANT-ERRORES  TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           DISPLAY "Clientes leidos   : " W-CANT-Z.
           MOVE W-CANT-GRABADOS TO W-CANT-Z.
           DISPLAY "Fotos grabadas    : " W-CANT-Z.
           MOVE W-CANT-BORRADOS TO W-CANT-Z.
           DISPLAY "Fotos reemplazadas: " W-CANT-Z.
           MOVE W-CANT-ERRORES TO W-CANT-Z.
           DISPLAY "Errores           : " W-CANT-Z.
           MOVE W-TOTAL-SALDO TO W-SALDO-Z.
           DISPLAY "Saldo total       : " W-SALDO-Z.

       END PROGRAM "FOTO-SALDOS".
