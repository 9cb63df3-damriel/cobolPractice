      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Pedido de debito automatico al banco: para la fecha
      *          de debito que informa el operador arma el archivo
      *          ./debitos.sal (cabecera "H", un renglon "D" por
      *          cliente y pie "T" con cantidad e importe total) con
      *          todos los clientes activos adheridos al debito
      *          automatico (adhesion activa en ABM-CLIENTES) que
      *          tienen saldo deudor. Se pide la deuda del cliente, es
      *          decir nunca mas que su saldo. Cada pedido queda en
      *          ./debpend.dat como pendiente hasta que la respuesta
      *          del banco vuelve por cobranzas.ent y la procesa
      *          APLICA-COBRANZAS (cobrado o rechazado con su codigo).
      *          Un cliente que todavia tiene un pedido anterior sin
      *          respuesta no se vuelve a pedir, para no debitarle dos
      *          veces. El detalle sale en ./debitos.txt. Una fecha de
      *          debito ya generada queda en runctl.dat y no se puede
      *          volver a generar. Los pedidos pendientes de una fecha
      *          que nunca se termino de generar (corrida cortada o
      *          con error) no llegaron al banco: se descartan al
      *          arrancar, sea cual sea su fecha, y al terminar con
      *          error se descartan los de la corrida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GENERA-DEBITOS".
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

           SELECT OPTIONAL PENDIENTES ASSIGN TO "./debpend.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PEN_CLAVE
                  ALTERNATE KEY PEN_ID WITH DUPLICATES
                  STATUS ST-PEND.

           SELECT DEBITOS ASSIGN TO "./debitos.sal"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-DEBITOS.

           SELECT LISTADO ASSIGN TO "./debitos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

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
      * Debito automatico: mismo layout que en ABM-CLIENTES.
           03  FILLER               PIC X(164).
           03  CLI_DEBITO_AUT.
               05  CLI_DA_CBU       PIC X(22).
               05  CLI_DA_FEC_ALTA  PIC 9(8).
               05  CLI_DA_ESTADO    PIC X.
                   88  CLI-DA-ACTIVO     VALUE "A".
                   88  CLI-DA-SUSPENDIDO VALUE "S".
                   88  CLI-DA-ADHERIDO   VALUE "A" "S".
               05  CLI_DA_RECHAZOS  PIC 9.
               05  CLI_DA_FEC_SUSP  PIC 9(8).

      * Pedidos de debito enviados al banco, por fecha de debito y
      * cliente (clave alternativa por cliente para saber si tiene
      * alguno sin respuesta). Pendiente (P) hasta que la respuesta
      * del banco lo cierra en APLICA-COBRANZAS: cobrado (C, con el
      * importe cobrado) o rechazado (R, con el codigo de motivo del
      * banco). Mismo layout que en APLICA-COBRANZAS.
       FD  PENDIENTES.

       01  REG-PENDIENTES.
           03  PEN_CLAVE.
               05  PEN_FECHA        PIC 9(8).
               05  PEN_ID           PIC 9(7).
           03  PEN_CUIT             PIC 9(11).
           03  PEN_CBU              PIC X(22).
           03  PEN_IMPORTE          PIC 9(7)V9(3).
           03  PEN_GENERADO         PIC 9(8).
           03  PEN_ESTADO           PIC X.
               88  PEN-PENDIENTE    VALUE "P".
               88  PEN-COBRADO      VALUE "C".
               88  PEN-RECHAZADO    VALUE "R".
           03  PEN_FECHA_RESP       PIC 9(8).
           03  PEN_COBRADO          PIC S9(7)V9(3).
           03  PEN_MOTIVO           PIC X(3).
           03  FILLER               PIC X(20).

      * Archivo para el banco: cabecera "H" (fecha de generacion y
      * fecha de debito), un renglon "D" por pedido y pie "T" con
      * cantidad de renglones y suma de importes. La referencia de
      * cada pedido es "DA" + fecha de debito + ID_CLIENTE; el banco
      * la devuelve en cobranzas.ent para que APLICA-COBRANZAS
      * encuentre el pedido.
       FD  DEBITOS.

       01  REG-DEBITO.
           03  DEB-TIPO             PIC X.
           03  DEB-ID               PIC 9(7).
           03  DEB-CUIT             PIC 9(11).
           03  DEB-CBU              PIC X(22).
           03  DEB-IMPORTE          PIC 9(7)V9(3).
           03  DEB-FECHA            PIC 9(8).
           03  DEB-REFERENCIA.
               05  DEB-REF-MARCA    PIC XX.
               05  DEB-REF-FECHA    PIC 9(8).
               05  DEB-REF-ID       PIC 9(7).
               05  FILLER           PIC X(3).
           03  FILLER               PIC X.

       01  REG-DEB-CABECERA.
           03  DEB-CAB-TIPO         PIC X.
           03  DEB-CAB-FECHA        PIC 9(8).
           03  DEB-CAB-FECHA-DEB    PIC 9(8).
           03  FILLER               PIC X(63).

       01  REG-DEB-PIE.
           03  DEB-PIE-TIPO         PIC X.
           03  DEB-PIE-CANTIDAD     PIC 9(7).
           03  DEB-PIE-IMPORTE      PIC 9(9)V9(3).
           03  FILLER               PIC X(60).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo
      * terminado por programa (tipo "P") y la bitacora de corridas
      * (tipo "C"). Mismo layout en todos los batch y en
      * INFORME-CORRIDAS. Aca el registro "P" lleva la fecha de
      * debito generada (AAAAMMDD) en RUN_REFERENCIA.
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
       01  ST-PEND      PIC XX.
       01  ST-DEBITOS   PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN          PIC X.
       01  FIN-PEND     PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-DEBITO   PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-DEBITO.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.

       01  W-CANT-LEIDOS    PIC 9(7) VALUE 0.
       01  W-CANT-ADHERIDOS PIC 9(7) VALUE 0.
       01  W-CANT-SUSPENDIDOS PIC 9(7) VALUE 0.
       01  W-CANT-SIN-DEUDA PIC 9(7) VALUE 0.
       01  W-CANT-CON-PEND  PIC 9(7) VALUE 0.
       01  W-CANT-PEDIDOS   PIC 9(7) VALUE 0.
       01  W-CANT-ERRORES   PIC 9(7) VALUE 0.
       01  W-CANT-BORRADOS  PIC 9(7) VALUE 0.
       01  W-TOTAL-PEDIDO   PIC 9(9)V9(3) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-IMPORTE-Z      PIC Z(8)9,999.
       01  W-DEUDA          PIC 9(7)V9(3).

      * Pedido anterior del cliente todavia sin respuesta del banco.
       01  W-HAY-PENDIENTE  PIC X.
       01  W-PEND-FECHA     PIC 9(8).
       01  W-FECHA-VISTA    PIC 9(8).
       01  W-FECHA-CERRADA  PIC X.

       01  W-HORA-COMPLETA  PIC 9(8).
       01  W-HORA-PARTES REDEFINES W-HORA-COMPLETA.
           03  W-HORA-HHMMSS   PIC 9(6).
           03  FILLER          PIC 99.
       01  W-RUN-ESTAMPA.
           03  W-RUN-FECHA-INI  PIC 9(8).
           03  W-RUN-HORA-INI   PIC 9(6).
       01  W-RUN-RESULTADO  PIC X   VALUE "R".
       01  W-CORRIDA-ABIERTA PIC X  VALUE "N".

       01  LIN-TITULO.
           03  FILLER          PIC X(36)
               VALUE "PEDIDO DE DEBITO AUTOMATICO - FECHA ".
           03  LIN-TIT-FECHA   PIC 9(8).
           03  FILLER          PIC X(14) VALUE "   GENERADO EL".
           03  FILLER          PIC X     VALUE SPACE.
           03  LIN-TIT-HOY     PIC 9(8).

       01  LIN-CABECERA.
           03  FILLER          PIC X(9)  VALUE "ID".
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(24) VALUE "CBU".
           03  FILLER          PIC X(15) VALUE "        IMPORTE".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(40) VALUE "OBSERVACION".

       01  LIN-DETALLE.
           03  LIN-DET-ID      PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-DET-NOMBRE  PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-DET-CBU     PIC X(22).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-DET-IMPORTE PIC Z(10)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-DET-OBS     PIC X(40).

       01  LIN-TOTAL.
           03  LIN-TOT-TEXTO   PIC X(40).
           03  LIN-TOT-CANT    PIC Z(6)9.
           03  FILLER          PIC X(18) VALUE SPACES.
           03  LIN-TOT-IMPORTE PIC Z(10)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF HUBO-ERROR = 1
               GO TO FINALIZAR.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM CONTROLO-FECHA THRU F-CONTROLO-FECHA
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM BORRO-INCOMPLETOS THRU F-BORRO-INCOMPLETOS
               PERFORM ABRO-DEBITOS
           END-IF.
      * Un debitos.sal con error de grabacion no cierra la fecha: la
      * corrida queda sin "P" y se puede repetir.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TITULO
               PERFORM GRABO-CABECERA
               PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL FIN = "S" OR HUBO-ERROR = 1
               IF HUBO-ERROR = 0
                   PERFORM GRABO-PIE
               END-IF
               PERFORM IMPRIMO-TOTALES
               CLOSE DEBITOS
               IF HUBO-ERROR = 0
                   PERFORM GRABO-PERIODO
                   MOVE "T" TO W-RUN-RESULTADO
               ELSE
                   DISPLAY "debitos.sal incompleto: no enviar al banco"
                   PERFORM BORRO-INCOMPLETOS THRU F-BORRO-INCOMPLETOS
               END-IF
           END-IF.
           PERFORM MUESTRO-RESUMEN.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * Si el operador no informa la fecha de debito (0), se pide
      * para el dia. Una fecha pasada no se acepta: el banco no
      * debita hacia atras.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha de debito AAAAMMDD (0=hoy): ".
           ACCEPT W-FECHA-DEBITO.
           IF W-FECHA-DEBITO = 0
               MOVE W-FECHA-HOY TO W-FECHA-DEBITO.
           IF W-FECHA-DEBITO < W-FECHA-HOY
               DISPLAY "No se puede pedir un debito con fecha pasada"
               MOVE 1 TO HUBO-ERROR.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O PENDIENTES.
           IF ST-PEND > "07"
               STRING "Error al abrir debpend " ST-PEND
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir debitos.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O RUNCTL.
           IF ST-RUNCTL > "07"
               STRING "Error al abrir runctl " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

      * debitos.sal se abre recien con la fecha controlada, para no
      * pisar el archivo de una fecha ya generada.
       ABRO-DEBITOS.
           OPEN OUTPUT DEBITOS.
           IF ST-DEBITOS NOT = "00"
               STRING "Error al abrir debitos.sal " ST-DEBITOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           END-IF.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE PENDIENTES.
           CLOSE LISTADO.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Una fecha de debito ya generada no se vuelve a mandar: el
      * banco debitaria dos veces.
       CONTROLO-FECHA.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-DEBITOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-FECHA-DEBITO TO RUN_REFERENCIA(1:8).
           READ RUNCTL
               INVALID KEY GO TO F-CONTROLO-FECHA
           END-READ.
           STRING "Debitos del " W-FECHA-DEBITO " ya generados el "
                      RUN_FECHA_FIN DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           MOVE 1 TO HUBO-ERROR.

       F-CONTROLO-FECHA.
           EXIT.

      * Pedidos pendientes de cualquier fecha sin el registro "P" de
      * GENERA-DEBITOS en runctl.dat: el archivo para el banco nunca
      * se completo, asi que no se enviaron. Se borran para que no
      * traben al cliente como pedido anterior sin respuesta; los de
      * la fecha pedida se vuelven a armar enteros.
       BORRO-INCOMPLETOS.
           MOVE 0 TO W-CANT-BORRADOS.
           MOVE 0 TO W-FECHA-VISTA.
           MOVE "S" TO W-FECHA-CERRADA.
           MOVE "N" TO FIN-PEND.
           MOVE 0 TO PEN_FECHA.
           MOVE 0 TO PEN_ID.
           START PENDIENTES KEY IS NOT LESS THAN PEN_CLAVE
               INVALID KEY GO TO F-BORRO-INCOMPLETOS
           END-START.
           PERFORM BORRO-PEDIDO THRU F-BORRO-PEDIDO
               UNTIL FIN-PEND = "S".
           IF W-CANT-BORRADOS > 0
               MOVE W-CANT-BORRADOS TO W-CANT-Z
               DISPLAY "Pedidos sin enviar descartados: " W-CANT-Z
           END-IF.

       F-BORRO-INCOMPLETOS.
           EXIT.

       BORRO-PEDIDO.
           READ PENDIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PEND
                   GO TO F-BORRO-PEDIDO
           END-READ.
           IF NOT PEN-PENDIENTE
               GO TO F-BORRO-PEDIDO.
           IF PEN_FECHA NOT = W-FECHA-VISTA
               PERFORM BUSCO-CIERRE-FECHA THRU F-BUSCO-CIERRE-FECHA.
           IF W-FECHA-CERRADA = "S"
               GO TO F-BORRO-PEDIDO.
           DELETE PENDIENTES RECORD
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO W-CANT-BORRADOS
           END-DELETE.

       F-BORRO-PEDIDO.
           EXIT.

       BUSCO-CIERRE-FECHA.
           MOVE PEN_FECHA TO W-FECHA-VISTA.
           MOVE "S" TO W-FECHA-CERRADA.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-DEBITOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE PEN_FECHA TO RUN_REFERENCIA(1:8).
           READ RUNCTL
               INVALID KEY MOVE "N" TO W-FECHA-CERRADA
           END-READ.

       F-BUSCO-CIERRE-FECHA.
           EXIT.

       LEO-CLIENTES.
           READ CLIENTES
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDOS.

       F-LEO-CLIENTES.
           EXIT.

      * Entran los clientes activos con adhesion activa y saldo
      * deudor. Se pide la deuda completa (el saldo deudor), que es
      * el tope de lo que se le puede debitar.
       PROCESO-CLIENTE.
           IF CLI-BAJA OR NOT CLI-DA-ADHERIDO
               GO TO SIGO-CLIENTE.
           ADD 1 TO W-CANT-ADHERIDOS.
           IF CLI-DA-SUSPENDIDO
               ADD 1 TO W-CANT-SUSPENDIDOS
               GO TO SIGO-CLIENTE.
           IF CLI_SALDO NOT < 0
               ADD 1 TO W-CANT-SIN-DEUDA
               GO TO SIGO-CLIENTE.
           COMPUTE W-DEUDA = 0 - CLI_SALDO.
           PERFORM BUSCO-PENDIENTE THRU F-BUSCO-PENDIENTE.
           IF W-HAY-PENDIENTE = "S"
               ADD 1 TO W-CANT-CON-PEND
               MOVE SPACES TO LIN-DET-OBS
               STRING "NO PEDIDO: PENDIENTE DEL " W-PEND-FECHA
                          DELIMITED BY SIZE INTO LIN-DET-OBS
               PERFORM IMPRIMO-DETALLE
               GO TO SIGO-CLIENTE.
           PERFORM GRABO-PEDIDO THRU F-GRABO-PEDIDO.

       SIGO-CLIENTE.
           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES.

       F-PROCESO-CLIENTE.
           EXIT.

      * Recorre los pedidos del cliente por la clave alternativa
      * PEN_ID buscando alguno todavia pendiente.
       BUSCO-PENDIENTE.
           MOVE "N" TO W-HAY-PENDIENTE.
           MOVE "N" TO FIN-PEND.
           MOVE CLI_ID TO PEN_ID.
           START PENDIENTES KEY IS = PEN_ID
               INVALID KEY GO TO F-BUSCO-PENDIENTE
           END-START.
           PERFORM LEO-PEDIDO-CLIENTE THRU F-LEO-PEDIDO-CLIENTE
               UNTIL FIN-PEND = "S" OR W-HAY-PENDIENTE = "S".

       F-BUSCO-PENDIENTE.
           EXIT.

       LEO-PEDIDO-CLIENTE.
           READ PENDIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PEND
                   GO TO F-LEO-PEDIDO-CLIENTE
           END-READ.
           IF PEN_ID NOT = CLI_ID
               MOVE "S" TO FIN-PEND
               GO TO F-LEO-PEDIDO-CLIENTE.
           IF PEN-PENDIENTE
               MOVE "S" TO W-HAY-PENDIENTE
               MOVE PEN_FECHA TO W-PEND-FECHA.

       F-LEO-PEDIDO-CLIENTE.
           EXIT.

      * Primero el pendiente y despues el renglon para el banco: un
      * pedido que no quedo registrado no sale en el archivo, y si el
      * renglon no se puede grabar se borra el pendiente y se corta.
       GRABO-PEDIDO.
           MOVE SPACES TO REG-PENDIENTES.
           MOVE W-FECHA-DEBITO TO PEN_FECHA.
           MOVE CLI_ID         TO PEN_ID.
           MOVE CLI_CUIT       TO PEN_CUIT.
           MOVE CLI_DA_CBU     TO PEN_CBU.
           MOVE W-DEUDA        TO PEN_IMPORTE.
           MOVE W-FECHA-HOY    TO PEN_GENERADO.
           SET PEN-PENDIENTE   TO TRUE.
           MOVE 0              TO PEN_FECHA_RESP.
           MOVE 0              TO PEN_COBRADO.
           WRITE REG-PENDIENTES.
           IF ST-PEND > "07"
               ADD 1 TO W-CANT-ERRORES
               MOVE SPACES TO LIN-DET-OBS
               STRING "NO PEDIDO: ERROR DEBPEND STATUS " ST-PEND
                          DELIMITED BY SIZE INTO LIN-DET-OBS
               PERFORM IMPRIMO-DETALLE
               GO TO F-GRABO-PEDIDO.
           MOVE SPACES TO REG-DEBITO.
           MOVE "D"            TO DEB-TIPO.
           MOVE CLI_ID         TO DEB-ID.
           MOVE CLI_CUIT       TO DEB-CUIT.
           MOVE CLI_DA_CBU     TO DEB-CBU.
           MOVE W-DEUDA        TO DEB-IMPORTE.
           MOVE W-FECHA-DEBITO TO DEB-FECHA.
           MOVE "DA"           TO DEB-REF-MARCA.
           MOVE W-FECHA-DEBITO TO DEB-REF-FECHA.
           MOVE CLI_ID         TO DEB-REF-ID.
           WRITE REG-DEBITO.
           IF ST-DEBITOS NOT = "00"
               ADD 1 TO W-CANT-ERRORES
               MOVE 1 TO HUBO-ERROR
               MOVE SPACES TO LIN-DET-OBS
               STRING "NO PEDIDO: ERROR DEBITOS.SAL STATUS " ST-DEBITOS
                          DELIMITED BY SIZE INTO LIN-DET-OBS
               PERFORM IMPRIMO-DETALLE
               PERFORM BORRO-PEDIDO-FALLIDO
               GO TO F-GRABO-PEDIDO.
           ADD 1 TO W-CANT-PEDIDOS.
           ADD W-DEUDA TO W-TOTAL-PEDIDO.
           MOVE SPACES TO LIN-DET-OBS.
           PERFORM IMPRIMO-DETALLE.

       F-GRABO-PEDIDO.
           EXIT.

      * Si tampoco se puede borrar, lo limpia BORRO-INCOMPLETOS al
      * repetir la fecha, que sigue abierta.
       BORRO-PEDIDO-FALLIDO.
           DELETE PENDIENTES RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF ST-PEND NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error borrando debpend " PEN_ID
                          " status " ST-PEND
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.

       GRABO-CABECERA.
           MOVE SPACES TO REG-DEB-CABECERA.
           MOVE "H" TO DEB-CAB-TIPO.
           MOVE W-FECHA-HOY    TO DEB-CAB-FECHA.
           MOVE W-FECHA-DEBITO TO DEB-CAB-FECHA-DEB.
           WRITE REG-DEB-CABECERA.
           IF ST-DEBITOS NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando debitos.sal " ST-DEBITOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           END-IF.

       GRABO-PIE.
           MOVE SPACES TO REG-DEB-PIE.
           MOVE "T" TO DEB-PIE-TIPO.
           MOVE W-CANT-PEDIDOS TO DEB-PIE-CANTIDAD.
           MOVE W-TOTAL-PEDIDO TO DEB-PIE-IMPORTE.
           WRITE REG-DEB-PIE.
           IF ST-DEBITOS NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando debitos.sal " ST-DEBITOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           END-IF.

       IMPRIMO-TITULO.
           MOVE W-FECHA-DEBITO TO LIN-TIT-FECHA.
           MOVE W-FECHA-HOY    TO LIN-TIT-HOY.
           MOVE LIN-TITULO TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE LIN-CABECERA TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.

      * La observacion ya viene cargada (en blanco si se pidio).
       IMPRIMO-DETALLE.
           MOVE CLI_ID      TO LIN-DET-ID.
           MOVE CLI_NOMBRE  TO LIN-DET-NOMBRE.
           MOVE CLI_DA_CBU  TO LIN-DET-CBU.
           MOVE W-DEUDA     TO LIN-DET-IMPORTE.
           MOVE LIN-DETALLE TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-TOTALES.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "PEDIDOS ENVIADOS AL BANCO:" TO LIN-TOT-TEXTO.
           MOVE W-CANT-PEDIDOS TO LIN-TOT-CANT.
           MOVE W-TOTAL-PEDIDO TO LIN-TOT-IMPORTE.
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "NO PEDIDOS POR PENDIENTE ANTERIOR:" TO LIN-TOT-TEXTO.
           MOVE W-CANT-CON-PEND TO LIN-TOT-CANT.
           MOVE 0 TO LIN-TOT-IMPORTE.
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * un proceso corrio y como termino sin depender de la pantalla.
       ABRO-CORRIDA.
           ACCEPT W-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-HORA-HHMMSS TO W-RUN-HORA-INI.
           MOVE "C" TO RUN_TIPO.
           MOVE "GENERA-DEBITOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "debitos.sal" TO RUN_ARCHIVO.
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
           MOVE "GENERA-DEBITOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "debitos.sal" TO RUN_ARCHIVO.
           MOVE W-FECHA-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-PEDIDOS  TO RUN_CANT_1.
           MOVE W-CANT-CON-PEND TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

      * Fecha de debito generada: CONTROLO-FECHA no deja volver a
      * mandarla.
       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-DEBITOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-FECHA-DEBITO TO RUN_REFERENCIA(1:8).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "debitos.sal" TO RUN_ARCHIVO.
           MOVE W-FECHA-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-PEDIDOS  TO RUN_CANT_1.
           MOVE W-CANT-CON-PEND TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           DISPLAY "Clientes leidos        : " W-CANT-Z.
           MOVE W-CANT-ADHERIDOS TO W-CANT-Z.
           DISPLAY "Adheridos al debito    : " W-CANT-Z.
           MOVE W-CANT-SUSPENDIDOS TO W-CANT-Z.
           DISPLAY "Con adhesion suspendida: " W-CANT-Z.
           MOVE W-CANT-SIN-DEUDA TO W-CANT-Z.
           DISPLAY "Sin deuda              : " W-CANT-Z.
           MOVE W-CANT-CON-PEND TO W-CANT-Z.
           DISPLAY "Con pedido pendiente   : " W-CANT-Z.
           MOVE W-CANT-ERRORES TO W-CANT-Z.
           DISPLAY "Errores                : " W-CANT-Z.
           MOVE W-CANT-PEDIDOS TO W-CANT-Z.
           DISPLAY "Debitos pedidos        : " W-CANT-Z.
           MOVE W-TOTAL-PEDIDO TO W-IMPORTE-Z.
           DISPLAY "Importe pedido         : " W-IMPORTE-Z.

       END PROGRAM "GENERA-DEBITOS".
