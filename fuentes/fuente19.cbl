      *          (cabecera, detalle AJU-ID/AJU-IMPORTE/AJU-CONCEPTO y
      *          pie con cantidad y suma) que valida y aplica
      *          EXTRACTO-MENSUAL. Reemplaza la planilla manual.
      *          Un cliente con plan de pagos vigente (planes.dat,
      *          ABM-PLANES) no genera interes: su deuda quedo
      *          congelada en el plan y se cobra por cuotas, que
      *          GENERA-CUOTAS agrega despues a este mismo lote.
      *          Cada interes generado va a tener su nota de debito
      *          al aplicarse: los clientes con interes y sin CUIT
      *          valido (cero o digito verificador mal) se listan en
      *          ./cuitinv.txt para corregirlos por ABM-CLIENTES
      *          antes de correr EXTRACTO-MENSUAL.
      *          Deja su corrida y el periodo terminado en runctl.dat
      *          para el tablero de CIERRE-MENSUAL.
      * Tectonics: cobc
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL TASAS ASSIGN TO "./tasas.dat"
                  RECORD KEY IS TAS_CATEGORIA
                  STATUS ST-TASAS.

           SELECT OPTIONAL PLANES ASSIGN TO "./planes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLA_CLAVE
                  STATUS ST-PLANES.

           SELECT AJUSTES ASSIGN TO "./ajustes.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AJUSTES.

           SELECT CUIT-INVALIDOS ASSIGN TO "./cuitinv.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-CUITINV.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
           03  TAS_CATEGORIA        PIC X.
           03  TAS_TASA             PIC 9(2)V9(4).

      * Planes de pago: mismo layout que en ABM-PLANES.
       FD  PLANES.

       01  REG-PLANES.
           03  PLA_CLAVE.
               05  PLA_ID           PIC 9(7).
               05  PLA_NUMERO       PIC 9(3).
           03  PLA_ESTADO           PIC X.
               88  PLA-VIGENTE      VALUE "V".
               88  PLA-CUMPLIDO     VALUE "C".
               88  PLA-ROTO         VALUE "R".
               88  PLA-ANULADO      VALUE "A".
           03  PLA_FECHA_ALTA       PIC 9(8).
           03  PLA_OPERADOR         PIC X(10).
           03  PLA_DEUDA            PIC 9(7)V9(3).
           03  PLA_CANT_CUOTAS      PIC 9(3).
           03  PLA_IMPORTE_CUOTA    PIC 9(7)V9(3).
           03  PLA_PERIODO_INICIO   PIC 9(6).
           03  PLA_PER_REFIN        PIC 9(6).
           03  PLA_CUOTAS_EMITIDAS  PIC 9(3).
           03  PLA_IMPORTE_EMITIDO  PIC 9(7)V9(3).
           03  PLA_ULT_PERIODO      PIC 9(6).
           03  PLA_ULT_CUOTA        PIC 9(7)V9(3).
           03  PLA_PER_ROTURA       PIC 9(6).
           03  PLA_COBRADO_ROTURA   PIC 9(7)V9(3).
           03  PLA_FECHA_FIN        PIC 9(8).
           03  FILLER               PIC X(20).

      * Lote de ajustes con el mismo formato que espera
      * EXTRACTO-MENSUAL: cabecera tipo "H", un detalle por interes
      * generado y pie tipo "T" con cantidad y suma de importes.
           03  AJU-PIE-IMPORTE      PIC S9(9)V9(3).
           03  FILLER               PIC X(37).

      * Clientes con interes del periodo cuyo CUIT no sirve para la
      * nota de debito.
       FD  CUIT-INVALIDOS.

       01  LIN-CUITINV              PIC X(132).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo

       01  ST-FILE      PIC XX.
       01  ST-TASAS     PIC XX.
       01  ST-PLANES    PIC XX.
       01  ST-AJUSTES   PIC XX.
       01  ST-RUNCTL    PIC XX.
       01  ST-CUITINV   PIC XX.

       01  FIN          PIC X.
       01  FIN-PLAN     PIC X.
       01  W-EN-PLAN    PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).

       01  W-CANT-LEIDOS    PIC 9(7) VALUE 0.
       01  W-CANT-GENERADOS PIC 9(7) VALUE 0.
       01  W-CANT-SIN-TASA  PIC 9(7) VALUE 0.
       01  W-CANT-EN-PLAN   PIC 9(7) VALUE 0.
       01  W-CANT-CUIT-INV  PIC 9(7) VALUE 0.
       01  W-SUMA-IMPORTES  PIC S9(9)V9(3) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.

       01  W-RUN-RESULTADO  PIC X   VALUE "R".
       01  W-CORRIDA-ABIERTA PIC X  VALUE "N".

      * Digito verificador de CUIT: misma tabla y algoritmo que
      * VERIFICA-CLIENTES y ABM-CLIENTES.
       01  W-CUIT-PESOS.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
           03  FILLER PIC 9 VALUE 7.
           03  FILLER PIC 9 VALUE 6.
           03  FILLER PIC 9 VALUE 5.
           03  FILLER PIC 9 VALUE 4.
           03  FILLER PIC 9 VALUE 3.
           03  FILLER PIC 9 VALUE 2.
       01  W-CUIT-PESOS-TAB REDEFINES W-CUIT-PESOS.
           03  W-CUIT-PESO PIC 9 OCCURS 10.

       01  W-CUIT          PIC 9(11).
       01  W-CUIT-DIGITOS REDEFINES W-CUIT.
           03  W-CUIT-DIG  PIC 9 OCCURS 11.
       01  W-CUIT-SUMA     PIC 9(4).
       01  W-CUIT-COCIENTE PIC 9(4).
       01  W-CUIT-RESTO    PIC 99.
       01  W-CUIT-VERIF    PIC 99.
       01  W-CUIT-IDX      PIC 99.
       01  W-CUIT-OK       PIC X.

       01  LIN-CI-TITULO.
           03  FILLER          PIC X(40)
               VALUE "CLIENTES CON INTERES SIN CUIT VALIDO - ".
           03  FILLER          PIC X(8)  VALUE "PERIODO ".
           03  LIN-CI-PERIODO  PIC 9(6).

       01  LIN-CI-CABECERA.
           03  FILLER PIC X(11) VALUE "  CLIENTE".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(40) VALUE "NOMBRE".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(11) VALUE "CUIT".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(20) VALUE "OBSERVACION".

       01  LIN-CI-DETALLE.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  LIN-CI-ID       PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CI-NOMBRE   PIC X(40).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CI-CUIT     PIC 9(11).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CI-OBS      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM GRABO-CABECERA
               PERFORM TITULO-CUIT-INVALIDOS
               PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL FIN = "S"
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT TASAS.
           IF ST-TASAS > "07"
               STRING "Error al abrir tasas " ST-TASAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT PLANES.
           IF ST-PLANES > "07"
               STRING "Error al abrir planes " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT AJUSTES.
           IF ST-AJUSTES NOT = "00"
               STRING "Error al abrir ajustes " ST-AJUSTES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT CUIT-INVALIDOS.
           IF ST-CUITINV NOT = "00"
               STRING "Error al abrir cuitinv.txt " ST-CUITINV
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
           CLOSE TASAS.
           CLOSE PLANES.
           CLOSE AJUSTES.
           CLOSE CUIT-INVALIDOS.
           CLOSE RUNCTL.

       FINALIZAR.
      * deudor (negativo). El importe sale negativo: el interes
      * agranda la deuda al aplicarse por EXTRACTO-MENSUAL. Un
      * cliente cuya categoria no tiene tasa cargada queda contado
      * aparte para que el operador complete tasas.ent. Un cliente
      * con plan de pagos vigente tampoco genera interes.
       PROCESO-CLIENTE.
           IF CLI-BAJA OR CLI_SALDO NOT < 0
               GO TO SIGO-CLIENTE.
           PERFORM BUSCO-PLAN THRU F-BUSCO-PLAN.
           IF W-EN-PLAN = "S"
               ADD 1 TO W-CANT-EN-PLAN
               GO TO SIGO-CLIENTE.
           MOVE CLI_CATEGORIA TO TAS_CATEGORIA.
           READ TASAS
               INVALID KEY
       F-PROCESO-CLIENTE.
           EXIT.

      * Recorre los planes del cliente buscando uno vigente.
       BUSCO-PLAN.
           MOVE "N" TO W-EN-PLAN.
           MOVE "N" TO FIN-PLAN.
           MOVE CLI_ID TO PLA_ID.
           MOVE 0 TO PLA_NUMERO.
           START PLANES KEY IS NOT LESS THAN PLA_CLAVE
               INVALID KEY GO TO F-BUSCO-PLAN
           END-START.
           PERFORM LEO-PLAN THRU F-LEO-PLAN
               UNTIL FIN-PLAN = "S".

       F-BUSCO-PLAN.
           EXIT.

       LEO-PLAN.
           READ PLANES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLAN
                   GO TO F-LEO-PLAN
           END-READ.
           IF PLA_ID NOT = CLI_ID
               MOVE "S" TO FIN-PLAN
               GO TO F-LEO-PLAN.
           IF PLA-VIGENTE
               MOVE "S" TO W-EN-PLAN
               MOVE "S" TO FIN-PLAN.

       F-LEO-PLAN.
           EXIT.

       GRABO-AJUSTE.
           MOVE CLI_ID     TO AJU-ID.
           MOVE W-IMPORTE  TO AJU-IMPORTE.
           ELSE
               ADD 1 TO W-CANT-GENERADOS
               ADD W-IMPORTE TO W-SUMA-IMPORTES
               PERFORM CONTROLO-CUIT THRU F-CONTROLO-CUIT
           END-IF.

       TITULO-CUIT-INVALIDOS.
           MOVE W-PERIODO TO LIN-CI-PERIODO.
           MOVE LIN-CI-TITULO TO LIN-CUITINV.
           WRITE LIN-CUITINV.
           MOVE LIN-CI-CABECERA TO LIN-CUITINV.
           WRITE LIN-CUITINV.

      * El interes recien generado va a salir con nota de debito a
      * nombre del CUIT del cliente: si no hay CUIT o el digito
      * verificador no cierra se lista para corregirlo antes de que
      * EXTRACTO-MENSUAL emita la nota.
       CONTROLO-CUIT.
           IF CLI_CUIT = 0
               MOVE "SIN CUIT" TO LIN-CI-OBS
               GO TO LISTO-CUIT.
           MOVE CLI_CUIT TO W-CUIT.
           PERFORM VALIDO-CUIT THRU F-VALIDO-CUIT.
           IF W-CUIT-OK = "S"
               GO TO F-CONTROLO-CUIT.
           MOVE "DIGITO VERIFICADOR" TO LIN-CI-OBS.

       LISTO-CUIT.
           ADD 1 TO W-CANT-CUIT-INV.
           MOVE CLI_ID     TO LIN-CI-ID.
           MOVE CLI_NOMBRE TO LIN-CI-NOMBRE.
           MOVE CLI_CUIT   TO LIN-CI-CUIT.
           MOVE LIN-CI-DETALLE TO LIN-CUITINV.
           WRITE LIN-CUITINV.

       F-CONTROLO-CUIT.
           EXIT.

       VALIDO-CUIT.
           MOVE "S" TO W-CUIT-OK.
           MOVE 0 TO W-CUIT-SUMA.
           PERFORM SUMO-DIGITO-CUIT THRU F-SUMO-DIGITO-CUIT
               VARYING W-CUIT-IDX FROM 1 BY 1 UNTIL W-CUIT-IDX > 10.
           DIVIDE W-CUIT-SUMA BY 11 GIVING W-CUIT-COCIENTE
               REMAINDER W-CUIT-RESTO.
           COMPUTE W-CUIT-VERIF = 11 - W-CUIT-RESTO.
           IF W-CUIT-VERIF = 11
               MOVE 0 TO W-CUIT-VERIF.
           IF W-CUIT-VERIF = 10
               MOVE "N" TO W-CUIT-OK.
           IF W-CUIT-VERIF NOT = W-CUIT-DIG(11)
               MOVE "N" TO W-CUIT-OK.

       F-VALIDO-CUIT.
           EXIT.

       SUMO-DIGITO-CUIT.
           COMPUTE W-CUIT-SUMA = W-CUIT-SUMA
               + W-CUIT-DIG(W-CUIT-IDX) * W-CUIT-PESO(W-CUIT-IDX).

       F-SUMO-DIGITO-CUIT.
           EXIT.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * Registro de periodo terminado en runctl.dat: es el que
      * CIERRE-MENSUAL exige antes de dejar correr EXTRACTO-MENSUAL,
      * para que un lote de ajustes de una corrida abortada no se
      * aplique como si estuviera completo. Como el lote se vuelve a
      * grabar sin las cuotas de los planes, se borra el periodo
      * terminado de GENERA-CUOTAS y el tablero lo vuelve a pedir.
       GRABO-PERIODO.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-CUOTAS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PERIODO TO RUN_REFERENCIA(1:6).
           DELETE RUNCTL RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           DISPLAY "Intereses generados: " W-CANT-Z.
           MOVE W-CANT-SIN-TASA TO W-CANT-Z.
           DISPLAY "Sin tasa           : " W-CANT-Z.
           MOVE W-CANT-EN-PLAN TO W-CANT-Z.
           DISPLAY "En plan de pagos   : " W-CANT-Z.
           MOVE W-CANT-CUIT-INV TO W-CANT-Z.
           DISPLAY "Sin CUIT valido    : " W-CANT-Z.
           IF W-CANT-CUIT-INV > 0
               DISPLAY "Ver ./cuitinv.txt antes de EXTRACTO-MENSUAL"
           END-IF.

       END PROGRAM "GENERA-AJUSTES".
