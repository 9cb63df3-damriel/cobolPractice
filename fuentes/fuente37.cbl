      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Cuotas mensuales de los planes de pago
      *          (./planes.dat, mantenido por ABM-PLANES). Corre en
      *          el cierre despues de GENERA-AJUSTES y agrega al lote
      *          ./ajustes.dat del periodo, recalculando el pie, un
      *          renglon por cada cuota que vence: la primera vez que
      *          un plan emite, ademas, el credito de refinanciacion
      *          por la deuda congelada, asi EXTRACTO-MENSUAL saca la
      *          deuda del saldo y la vuelve a cobrar cuota a cuota.
      *          Antes de emitir controla la cuota anterior contra
      *          las cobranzas (APLICA-COBRANZAS y TRABAJA-SUSPENSO en
      *          movimientos.dat) de los periodos siguientes a su
      *          emision: si no la cubren el plan caduca, se debita lo
      *          que falta emitir del plan y el cliente sale en el
      *          listado ./planes.txt para cobranzas; si la cubren y
      *          era la ultima, el plan queda cumplido.
      *          Reprocesable para el mismo periodo: los renglones de
      *          planes de una corrida anterior se reemplazan, no se
      *          duplican. Deja su corrida y el periodo terminado en
      *          runctl.dat para el tablero de CIERRE-MENSUAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GENERA-CUOTAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PLANES ASSIGN TO "./planes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLA_CLAVE
                  STATUS ST-PLANES.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV_CLAVE
                  STATUS ST-MOVIM.

           SELECT OPTIONAL AJUSTES ASSIGN TO "./ajustes.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AJUSTES.

           SELECT AJUSTES-TMP ASSIGN TO "./ajustes.tmp"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AJUTMP.

           SELECT LISTADO ASSIGN TO "./planes.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

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

       FD  MOVIMIENTOS.

       01  REG-MOVIMIENTO.
           03  MOV_CLAVE.
               05  MOV_ID           PIC 9(7).
               05  MOV_FECHA        PIC 9(8).
               05  MOV_SECUENCIA    PIC 9(5).
           03  MOV_IMPORTE          PIC S9(7)V9(3).
           03  MOV_CONCEPTO         PIC X(40).
           03  MOV_PROGRAMA         PIC X(20).

      * Lote de ajustes del periodo, tal como lo dejo GENERA-AJUSTES:
      * cabecera "H", detalles y pie "T" con cantidad y suma.
       FD  AJUSTES.

       01  REG-AJUSTE.
           03  AJU-ID               PIC 9(7).
           03  AJU-IMPORTE          PIC S9(7)V9(3).
           03  AJU-CONCEPTO         PIC X(40).

       01  REG-AJU-CABECERA.
           03  AJU-CAB-TIPO         PIC X.
           03  AJU-CAB-FECHA        PIC 9(8).
           03  AJU-CAB-PERIODO      PIC 9(6).
           03  FILLER               PIC X(42).

       01  REG-AJU-PIE.
           03  AJU-PIE-TIPO         PIC X.
           03  AJU-PIE-CANTIDAD     PIC 9(7).
           03  AJU-PIE-IMPORTE      PIC S9(9)V9(3).
           03  FILLER               PIC X(37).

      * Copia de trabajo del lote: se arma completa (cabecera,
      * detalles de intereses, renglones de planes y pie nuevo) y
      * recien al final reemplaza a ajustes.dat.
       FD  AJUSTES-TMP.

       01  REG-TMP.
           03  TMP-ID               PIC 9(7).
           03  TMP-IMPORTE          PIC S9(7)V9(3).
           03  TMP-CONCEPTO         PIC X(40).

       01  REG-TMP-PIE.
           03  TMP-PIE-TIPO         PIC X.
           03  TMP-PIE-CANTIDAD     PIC 9(7).
           03  TMP-PIE-IMPORTE      PIC S9(9)V9(3).
           03  FILLER               PIC X(37).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo
      * terminado por programa (tipo "P") y la bitacora de corridas
      * (tipo "C"). Mismo layout en todos los batch y en
      * INFORME-CORRIDAS. El registro "P" de este programa es el que
      * CIERRE-MENSUAL controla antes de dejar correr el extracto.
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

       01  ST-PLANES    PIC XX.
       01  ST-FILE      PIC XX.
       01  ST-MOVIM     PIC XX.
       01  ST-AJUSTES   PIC XX.
       01  ST-AJUTMP    PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN          PIC X.
       01  FIN-LOTE     PIC X.
       01  FIN-MOV      PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-CANT-PLANES     PIC 9(7) VALUE 0.
       01  W-CANT-CUOTAS     PIC 9(7) VALUE 0.
       01  W-CANT-REFIN      PIC 9(7) VALUE 0.
       01  W-CANT-CADUCOS    PIC 9(7) VALUE 0.
       01  W-CANT-CUMPLIDOS  PIC 9(7) VALUE 0.
       01  W-CANT-REEMPLAZOS PIC 9(7) VALUE 0.
       01  W-SUMA-CUOTAS     PIC S9(9)V9(3) VALUE 0.
       01  W-SUMA-CADUCOS    PIC S9(9)V9(3) VALUE 0.
       01  W-CANT-Z          PIC Z(6)9.

      * Totales del lote: los detalles que ya traia (para controlar
      * el pie de GENERA-AJUSTES) y los del lote nuevo.
       01  W-LOTE-CANT       PIC 9(7) VALUE 0.
       01  W-LOTE-SUMA       PIC S9(9)V9(3) VALUE 0.
       01  W-NUEVO-CANT      PIC 9(7) VALUE 0.
       01  W-NUEVO-SUMA      PIC S9(9)V9(3) VALUE 0.
       01  W-COPIA-CANT      PIC 9(7) VALUE 0.
       01  W-TMP-ANTERIOR    PIC X   VALUE "N".
       01  W-TMP-PROPIO      PIC X   VALUE "N".
       01  W-LOTE-PARTIDO    PIC X   VALUE "N".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
       01  W-PERIODO        PIC 9(6).
       01  W-FECHA-MOV      PIC 9(8).
       01  W-FECHA-MOV-PARTES REDEFINES W-FECHA-MOV.
           03  W-MOV-PERIODO    PIC 9(6).
           03  FILLER           PIC 99.

       01  W-IMPORTE        PIC S9(7)V9(3).
       01  W-CONCEPTO       PIC X(40).
       01  W-COBRADO        PIC S9(9)V9(3).
       01  W-PENDIENTE      PIC S9(7)V9(3).

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
           03  FILLER          PIC X(40)
               VALUE "PLANES DE PAGO CADUCOS - PERIODO ".
           03  LIN-TIT-PERIODO PIC 9(6).

       01  LIN-CABECERA.
           03  FILLER PIC X(8)  VALUE "ID".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(30) VALUE "NOMBRE".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(5)  VALUE "PLAN".
           03  FILLER PIC X(9)  VALUE "CUOTAS".
           03  FILLER PIC X(12) VALUE " CUOTA IMPAG".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(12) VALUE "     COBRADO".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(12) VALUE "SALDO DEL PL".
           03  FILLER PIC X(2)  VALUE SPACES.
           03  FILLER PIC X(12) VALUE "SALDO CLIENT".

       01  LIN-DETALLE.
           03  LIN-ID          PIC Z(6)9.
           03  FILLER          PIC X(3)  VALUE SPACES.
           03  LIN-NOMBRE      PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-PLAN        PIC 9(3).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-EMITIDAS    PIC ZZ9.
           03  FILLER          PIC X     VALUE "/".
           03  LIN-CANT-CUOTAS PIC 999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CUOTA       PIC Z(7)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-COBRADO     PIC Z(7)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-PENDIENTE   PIC Z(7)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SALDO       PIC -(7)9,999.

       01  LIN-TOTAL.
           03  LIN-TOT-TEXTO   PIC X(30).
           03  LIN-TOT-CANT    PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-TOT-IMPORTE PIC -(9)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM COPIO-LOTE THRU F-COPIO-LOTE
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TITULO
               PERFORM LEO-PRIMER-PLAN THRU F-LEO-PRIMER-PLAN
               PERFORM PROCESO-PLAN THRU F-PROCESO-PLAN
                   UNTIL FIN = "S"
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM GRABO-PIE
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TOTAL
               PERFORM REEMPLAZO-LOTE THRU F-REEMPLAZO-LOTE
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM GRABO-PERIODO
               MOVE "T" TO W-RUN-RESULTADO
           END-IF.
           PERFORM MUESTRO-RESUMEN.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * Mismo periodo que el lote de GENERA-AJUSTES; si el operador
      * no informa uno (0), queda el mes de la fecha del dia.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo AAAAMM (0=mes actual): ".
           ACCEPT W-PERIODO.
           IF W-PERIODO = 0
               MOVE W-FECHA-PERIODO TO W-PERIODO.

       ABRO-ARCHIVOS.
           OPEN I-O PLANES.
           IF ST-PLANES > "07"
               STRING "Error al abrir planes " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIM > "07"
               STRING "Error al abrir movimientos " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT AJUSTES.
           IF ST-AJUSTES > "07"
               STRING "Error al abrir ajustes " ST-AJUSTES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           PERFORM ABRO-TMP THRU F-ABRO-TMP.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir planes.txt " ST-LISTADO
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
           CLOSE PLANES.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE AJUSTES.
           CLOSE AJUSTES-TMP.
           CLOSE LISTADO.
           CLOSE RUNCTL.
           IF W-TMP-PROPIO = "S" AND W-LOTE-PARTIDO = "N"
               OPEN OUTPUT AJUSTES-TMP
               CLOSE AJUSTES-TMP
           END-IF.

       FINALIZAR.
           EXIT PROGRAM.

      ******************************************************************
      * ajustes.tmp queda vacio al terminar, salvo que se haya cortado
      * la copia sobre ajustes.dat: ahi es la unica copia completa del
      * lote y no se pisa. Hasta que el operador la pase a ajustes.dat
      * no se corre.
      ******************************************************************
       ABRO-TMP.
           OPEN INPUT AJUSTES-TMP.
           IF ST-AJUTMP = "00"
               READ AJUSTES-TMP
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO W-TMP-ANTERIOR
               END-READ
               CLOSE AJUSTES-TMP
           END-IF.
           IF W-TMP-ANTERIOR = "S"
               DISPLAY "ajustes.tmp tiene el lote de una copia "
                       "cortada: pasarlo a ajustes.dat antes de correr"
               MOVE 1 TO HUBO-ERROR
               GO TO F-ABRO-TMP.
           OPEN OUTPUT AJUSTES-TMP.
           IF ST-AJUTMP NOT = "00"
               STRING "Error al abrir ajustes.tmp " ST-AJUTMP
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-ABRO-TMP.
           MOVE "S" TO W-TMP-PROPIO.

       F-ABRO-TMP.
           EXIT.

      ******************************************************************
      * Copia a ajustes.tmp la cabecera y los detalles del lote que
      * dejo GENERA-AJUSTES, controlando su pie. Los renglones de
      * planes ("PLAN " al comienzo del concepto) de una corrida
      * anterior del mismo periodo no se copian: se vuelven a generar
      * igual mas abajo. El lote tiene que ser del periodo pedido,
      * para no agregar cuotas a un lote viejo ya aplicado.
      ******************************************************************
       COPIO-LOTE.
           READ AJUSTES
               AT END
                   DISPLAY "No hay lote de ajustes: correr antes "
                           "GENERA-AJUSTES del periodo"
                   MOVE 1 TO HUBO-ERROR
                   GO TO F-COPIO-LOTE
           END-READ.
           IF AJU-CAB-TIPO NOT = "H"
               DISPLAY "ajustes.dat sin registro cabecera"
               MOVE 1 TO HUBO-ERROR
               GO TO F-COPIO-LOTE.
           IF AJU-CAB-PERIODO NOT = W-PERIODO
               STRING "ajustes.dat es del periodo " AJU-CAB-PERIODO
                          ": correr antes GENERA-AJUSTES del periodo"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-COPIO-LOTE.
           MOVE REG-AJU-CABECERA TO REG-TMP.
           WRITE REG-TMP.
           IF ST-AJUTMP NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando cabecera en ajustes.tmp "
                          ST-AJUTMP DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-COPIO-LOTE.
           MOVE "N" TO FIN-LOTE.
           PERFORM COPIO-DETALLE THRU F-COPIO-DETALLE
               UNTIL FIN-LOTE = "S".
           IF HUBO-ERROR = 1
               GO TO F-COPIO-LOTE.
           IF AJU-PIE-CANTIDAD NOT = W-LOTE-CANT
              OR AJU-PIE-IMPORTE NOT = W-LOTE-SUMA
               DISPLAY "ajustes.dat: el pie no coincide con los "
                       "detalles - lote no tocado"
               MOVE 1 TO HUBO-ERROR.

       F-COPIO-LOTE.
           EXIT.

      * Un detalle nunca empieza con "T": AJU-ID es numerico.
       COPIO-DETALLE.
           READ AJUSTES
               AT END
                   DISPLAY "ajustes.dat sin registro pie"
                   MOVE 1 TO HUBO-ERROR
                   MOVE "S" TO FIN-LOTE
                   GO TO F-COPIO-DETALLE
           END-READ.
           IF AJU-PIE-TIPO = "T"
               MOVE "S" TO FIN-LOTE
               GO TO F-COPIO-DETALLE.
           ADD 1 TO W-LOTE-CANT.
           ADD AJU-IMPORTE TO W-LOTE-SUMA.
           IF AJU-CONCEPTO(1:5) = "PLAN "
               ADD 1 TO W-CANT-REEMPLAZOS
               GO TO F-COPIO-DETALLE.
           MOVE REG-AJUSTE TO REG-TMP.
           WRITE REG-TMP.
           IF ST-AJUTMP NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando ajuste " AJU-ID
                          " en ajustes.tmp " ST-AJUTMP
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               MOVE "S" TO FIN-LOTE
               GO TO F-COPIO-DETALLE.
           ADD 1 TO W-NUEVO-CANT.
           ADD AJU-IMPORTE TO W-NUEVO-SUMA.

       F-COPIO-DETALLE.
           EXIT.

      * Pie nuevo con cantidad y suma de todo lo que quedo en la copia.
       GRABO-PIE.
           MOVE SPACES TO REG-TMP-PIE.
           MOVE "T" TO TMP-PIE-TIPO.
           MOVE W-NUEVO-CANT TO TMP-PIE-CANTIDAD.
           MOVE W-NUEVO-SUMA TO TMP-PIE-IMPORTE.
           WRITE REG-TMP-PIE.
           IF ST-AJUTMP NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando pie en ajustes.tmp " ST-AJUTMP
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

      * La copia completa pasa a ser ajustes.dat. Desde que se abre
      * ajustes.dat para regrabarlo hasta que se pasaron todos los
      * registros (cabecera, detalles y pie), el lote completo esta
      * solamente en ajustes.tmp: si la copia se corta, ajustes.tmp
      * no se vacia y el operador lo pasa a ajustes.dat a mano.
       REEMPLAZO-LOTE.
           CLOSE AJUSTES.
           CLOSE AJUSTES-TMP.
           OPEN INPUT AJUSTES-TMP.
           IF ST-AJUTMP NOT = "00"
               STRING "Error al reabrir ajustes.tmp " ST-AJUTMP
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-REEMPLAZO-LOTE.
           OPEN OUTPUT AJUSTES.
           IF ST-AJUSTES NOT = "00"
               STRING "Error al regrabar ajustes " ST-AJUSTES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-REEMPLAZO-LOTE.
           MOVE "S" TO W-LOTE-PARTIDO.
           MOVE 0 TO W-COPIA-CANT.
           MOVE "N" TO FIN-LOTE.
           PERFORM PASO-REGISTRO THRU F-PASO-REGISTRO
               UNTIL FIN-LOTE = "S".
           IF HUBO-ERROR = 0
              AND W-COPIA-CANT = W-NUEVO-CANT + 2
               MOVE "N" TO W-LOTE-PARTIDO
               GO TO F-REEMPLAZO-LOTE.
           MOVE 1 TO HUBO-ERROR.
           DISPLAY "ajustes.dat quedo incompleto: el lote completo "
                   "esta en ajustes.tmp, pasarlo a ajustes.dat".

       F-REEMPLAZO-LOTE.
           EXIT.

       PASO-REGISTRO.
           READ AJUSTES-TMP
               AT END
                   MOVE "S" TO FIN-LOTE
                   GO TO F-PASO-REGISTRO
           END-READ.
           MOVE REG-TMP TO REG-AJUSTE.
           WRITE REG-AJUSTE.
           IF ST-AJUSTES NOT = "00"
               STRING "Error grabando ajustes " ST-AJUSTES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               MOVE "S" TO FIN-LOTE
           ELSE
               ADD 1 TO W-COPIA-CANT
           END-IF.

       F-PASO-REGISTRO.
           EXIT.

       LEO-PRIMER-PLAN.
           MOVE LOW-VALUES TO PLA_CLAVE.
           START PLANES KEY IS NOT LESS THAN PLA_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN
                   GO TO F-LEO-PRIMER-PLAN
           END-START.
           PERFORM LEO-PLANES THRU F-LEO-PLANES.

       F-LEO-PRIMER-PLAN.
           EXIT.

       LEO-PLANES.
           READ PLANES NEXT RECORD
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-PLANES.

       F-LEO-PLANES.
           EXIT.

      ******************************************************************
      * Un plan por vuelta. Primero se repiten los renglones de un
      * plan ya trabajado en este mismo periodo (reproceso); despues,
      * para los vigentes, el control de la cuota anterior y la
      * emision de la cuota del periodo.
      ******************************************************************
       PROCESO-PLAN.
           IF PLA-ROTO AND PLA_PER_ROTURA = W-PERIODO
               PERFORM EMITO-CADUCIDAD THRU F-EMITO-CADUCIDAD
               GO TO SIGO-PLAN.
           IF NOT PLA-VIGENTE
               GO TO SIGO-PLAN.
           IF PLA_ULT_PERIODO = W-PERIODO
               PERFORM REEMITO-CUOTA THRU F-REEMITO-CUOTA
               GO TO SIGO-PLAN.
           IF PLA_ULT_PERIODO > 0 AND PLA_ULT_PERIODO < W-PERIODO
               PERFORM CONTROLO-CUOTA THRU F-CONTROLO-CUOTA.
           IF NOT PLA-VIGENTE
               GO TO SIGO-PLAN.
           IF W-PERIODO < PLA_PERIODO_INICIO
               GO TO SIGO-PLAN.
           IF PLA_CUOTAS_EMITIDAS NOT < PLA_CANT_CUOTAS
               GO TO SIGO-PLAN.
           PERFORM EMITO-CUOTA THRU F-EMITO-CUOTA.

       SIGO-PLAN.
           PERFORM LEO-PLANES THRU F-LEO-PLANES.

       F-PROCESO-PLAN.
           EXIT.

      * La cuota emitida en PLA_ULT_PERIODO tiene que estar cubierta
      * por las cobranzas de los periodos que siguen hasta el que se
      * procesa. Si no, el plan caduca; si esta cubierta y era la
      * ultima, queda cumplido.
       CONTROLO-CUOTA.
           PERFORM SUMO-COBRANZAS THRU F-SUMO-COBRANZAS.
           IF W-COBRADO < PLA_ULT_CUOTA
               PERFORM ROMPO-PLAN THRU F-ROMPO-PLAN
               GO TO F-CONTROLO-CUOTA.
           IF PLA_CUOTAS_EMITIDAS NOT < PLA_CANT_CUOTAS
               SET PLA-CUMPLIDO TO TRUE
               MOVE W-FECHA-HOY TO PLA_FECHA_FIN
               PERFORM REGRABO-PLAN THRU F-REGRABO-PLAN
               ADD 1 TO W-CANT-CUMPLIDOS.

       F-CONTROLO-CUOTA.
           EXIT.

      * Cobranzas acreditadas al cliente despues del periodo de la
      * ultima cuota y hasta el periodo que se procesa: los pagos del
      * banco, aplicados por APLICA-COBRANZAS o desde el suspenso.
       SUMO-COBRANZAS.
           MOVE 0 TO W-COBRADO.
           MOVE "N" TO FIN-MOV.
           MOVE PLA_ID TO MOV_ID.
           COMPUTE MOV_FECHA = PLA_ULT_PERIODO * 100 + 99.
           MOVE 99999 TO MOV_SECUENCIA.
           START MOVIMIENTOS KEY IS GREATER THAN MOV_CLAVE
               INVALID KEY GO TO F-SUMO-COBRANZAS
           END-START.
           PERFORM SUMO-MOVIMIENTO THRU F-SUMO-MOVIMIENTO
               UNTIL FIN-MOV = "S".

       F-SUMO-COBRANZAS.
           EXIT.

       SUMO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-MOV
                   GO TO F-SUMO-MOVIMIENTO
           END-READ.
           MOVE MOV_FECHA TO W-FECHA-MOV.
           IF MOV_ID NOT = PLA_ID OR W-MOV-PERIODO > W-PERIODO
               MOVE "S" TO FIN-MOV
               GO TO F-SUMO-MOVIMIENTO.
           IF MOV_IMPORTE > 0
              AND (MOV_PROGRAMA = "APLICA-COBRANZAS"
                   OR MOV_PROGRAMA = "TRABAJA-SUSPENSO")
               ADD MOV_IMPORTE TO W-COBRADO.

       F-SUMO-MOVIMIENTO.
           EXIT.

      * Caducidad: lo que el plan todavia no emitio vuelve al saldo
      * del cliente en el mismo lote, para que la deuda no quede
      * fuera de la cuenta, y el plan sale en el listado.
       ROMPO-PLAN.
           SET PLA-ROTO TO TRUE.
           MOVE W-PERIODO TO PLA_PER_ROTURA.
           IF W-COBRADO > 9999999
               MOVE 9999999 TO PLA_COBRADO_ROTURA
           ELSE
               MOVE W-COBRADO TO PLA_COBRADO_ROTURA
           END-IF.
           MOVE W-FECHA-HOY TO PLA_FECHA_FIN.
           PERFORM REGRABO-PLAN THRU F-REGRABO-PLAN.
           PERFORM EMITO-CADUCIDAD THRU F-EMITO-CADUCIDAD.

       F-ROMPO-PLAN.
           EXIT.

       EMITO-CADUCIDAD.
           ADD 1 TO W-CANT-CADUCOS.
           COMPUTE W-PENDIENTE = PLA_DEUDA - PLA_IMPORTE_EMITIDO.
           IF W-PENDIENTE > 0
               COMPUTE W-IMPORTE = 0 - W-PENDIENTE
               MOVE SPACES TO W-CONCEPTO
               STRING "PLAN " PLA_NUMERO " CADUCO - SALDO DEL PLAN"
                   DELIMITED BY SIZE INTO W-CONCEPTO
               PERFORM GRABO-RENGLON THRU F-GRABO-RENGLON
               ADD W-PENDIENTE TO W-SUMA-CADUCOS
           END-IF.
           PERFORM IMPRIMO-CADUCO THRU F-IMPRIMO-CADUCO.

       F-EMITO-CADUCIDAD.
           EXIT.

      * Emision de la cuota del periodo; la primera vez que el plan
      * emite va antes el credito por la deuda congelada. La ultima
      * cuota es lo que falta para completar la deuda.
       EMITO-CUOTA.
           IF PLA_PER_REFIN = 0
               MOVE W-PERIODO TO PLA_PER_REFIN.
           ADD 1 TO PLA_CUOTAS_EMITIDAS.
           IF PLA_CUOTAS_EMITIDAS NOT < PLA_CANT_CUOTAS
               COMPUTE PLA_ULT_CUOTA =
                   PLA_DEUDA - PLA_IMPORTE_EMITIDO
           ELSE
               MOVE PLA_IMPORTE_CUOTA TO PLA_ULT_CUOTA
           END-IF.
           ADD PLA_ULT_CUOTA TO PLA_IMPORTE_EMITIDO.
           MOVE W-PERIODO TO PLA_ULT_PERIODO.
           PERFORM REGRABO-PLAN THRU F-REGRABO-PLAN.
           IF HUBO-ERROR = 1
               GO TO F-EMITO-CUOTA.
           PERFORM REEMITO-CUOTA THRU F-REEMITO-CUOTA.

       F-EMITO-CUOTA.
           EXIT.

      * Renglones del plan para el periodo segun quedaron grabados:
      * la refinanciacion si se emitio en este periodo y la cuota.
       REEMITO-CUOTA.
           IF PLA_PER_REFIN = W-PERIODO
               MOVE PLA_DEUDA TO W-IMPORTE
               MOVE SPACES TO W-CONCEPTO
               STRING "PLAN " PLA_NUMERO " REFINANCIACION DE DEUDA"
                   DELIMITED BY SIZE INTO W-CONCEPTO
               PERFORM GRABO-RENGLON THRU F-GRABO-RENGLON
               ADD 1 TO W-CANT-REFIN
           END-IF.
           COMPUTE W-IMPORTE = 0 - PLA_ULT_CUOTA.
           MOVE SPACES TO W-CONCEPTO.
           STRING "PLAN " PLA_NUMERO " CUOTA " PLA_CUOTAS_EMITIDAS
                      "/" PLA_CANT_CUOTAS " PERIODO " W-PERIODO
               DELIMITED BY SIZE INTO W-CONCEPTO.
           PERFORM GRABO-RENGLON THRU F-GRABO-RENGLON.
           ADD 1 TO W-CANT-CUOTAS.
           ADD PLA_ULT_CUOTA TO W-SUMA-CUOTAS.

       F-REEMITO-CUOTA.
           EXIT.

       REGRABO-PLAN.
           REWRITE REG-PLANES.
           IF ST-PLANES > "07"
               STRING "Error grabando plan " PLA_ID "-" PLA_NUMERO
                          " status " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               MOVE "S" TO FIN
           END-IF.

       F-REGRABO-PLAN.
           EXIT.

       GRABO-RENGLON.
           MOVE PLA_ID     TO TMP-ID.
           MOVE W-IMPORTE  TO TMP-IMPORTE.
           MOVE W-CONCEPTO TO TMP-CONCEPTO.
           WRITE REG-TMP.
           IF ST-AJUTMP NOT = "00"
               STRING "Error grabando ajuste plan " PLA_ID
                          " status " ST-AJUTMP
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               MOVE "S" TO FIN
           ELSE
               ADD 1 TO W-NUEVO-CANT
               ADD W-IMPORTE TO W-NUEVO-SUMA
           END-IF.

       F-GRABO-RENGLON.
           EXIT.

       IMPRIMO-TITULO.
           MOVE W-PERIODO TO LIN-TIT-PERIODO.
           MOVE LIN-TITULO   TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES      TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE LIN-CABECERA TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-CADUCO.
           MOVE PLA_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "** CLIENTE INEXISTENTE **" TO CLI_NOMBRE
                   MOVE 0 TO CLI_SALDO
           END-READ.
           MOVE PLA_ID              TO LIN-ID
           MOVE CLI_NOMBRE(1:30)    TO LIN-NOMBRE
           MOVE PLA_NUMERO          TO LIN-PLAN
           MOVE PLA_CUOTAS_EMITIDAS TO LIN-EMITIDAS
           MOVE PLA_CANT_CUOTAS     TO LIN-CANT-CUOTAS
           MOVE PLA_ULT_CUOTA       TO LIN-CUOTA
           MOVE PLA_COBRADO_ROTURA  TO LIN-COBRADO
           MOVE W-PENDIENTE         TO LIN-PENDIENTE
           MOVE CLI_SALDO           TO LIN-SALDO
           MOVE LIN-DETALLE         TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-IMPRIMO-CADUCO.
           EXIT.

       IMPRIMO-TOTAL.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "PLANES CADUCOS / SALDO: " TO LIN-TOT-TEXTO
           MOVE W-CANT-CADUCOS  TO LIN-TOT-CANT
           MOVE W-SUMA-CADUCOS  TO LIN-TOT-IMPORTE
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "CUOTAS EMITIDAS / IMPORTE: " TO LIN-TOT-TEXTO
           MOVE W-CANT-CUOTAS   TO LIN-TOT-CANT
           MOVE W-SUMA-CUOTAS   TO LIN-TOT-IMPORTE
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "PLANES CUMPLIDOS: " TO LIN-TOT-TEXTO
           MOVE W-CANT-CUMPLIDOS TO LIN-TOT-CANT
           MOVE 0 TO LIN-TOT-IMPORTE
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
           MOVE "GENERA-CUOTAS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "ajustes.dat" TO RUN_ARCHIVO.
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
           MOVE "GENERA-CUOTAS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "ajustes.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-CUOTAS  TO RUN_CANT_1.
           MOVE W-CANT-CADUCOS TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

      * Registro de periodo terminado en runctl.dat: CIERRE-MENSUAL
      * lo exige antes de dejar correr EXTRACTO-MENSUAL, para que el
      * lote no se aplique sin las cuotas de los planes.
       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-CUOTAS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PERIODO TO RUN_REFERENCIA(1:6).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "ajustes.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-CUOTAS  TO RUN_CANT_1.
           MOVE W-CANT-CADUCOS TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-PLANES TO W-CANT-Z.
           DISPLAY "Planes leidos      : " W-CANT-Z.
           MOVE W-CANT-REFIN TO W-CANT-Z.
           DISPLAY "Refinanciaciones   : " W-CANT-Z.
           MOVE W-CANT-CUOTAS TO W-CANT-Z.
           DISPLAY "Cuotas emitidas    : " W-CANT-Z.
           MOVE W-CANT-CADUCOS TO W-CANT-Z.
           DISPLAY "Planes caducos     : " W-CANT-Z.
           MOVE W-CANT-CUMPLIDOS TO W-CANT-Z.
           DISPLAY "Planes cumplidos   : " W-CANT-Z.
           MOVE W-CANT-REEMPLAZOS TO W-CANT-Z.
           DISPLAY "Renglones reemplaz.: " W-CANT-Z.

       END PROGRAM "GENERA-CUOTAS".
