      *          CARGA-CLIENTES), marcandolos como reaplicados, o los
      *          anula a pedido del operador. Lo reaplicado pasa por
      *          el mismo circuito que un ajuste normal: saldo,
      *          extracto, movimientos y auditoria, y un interes
      *          reaplicado lleva su nota de debito numerada igual
      *          que en EXTRACTO-MENSUAL (origen: posicion del
      *          rechazo en ./rechazos.dat).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT RECHAZOS ASSIGN TO "./rechazos.dat"
                  RECORD KEY IS CAT_CODIGO
                  STATUS ST-CATEG.

           SELECT OPTIONAL NUMERACION ASSIGN TO "./numeracion.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NUM_TIPO
                  STATUS ST-NUMERA.

           SELECT OPTIONAL NOTASDEB ASSIGN TO "./notasdeb.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NDB_NUMERO
                  ALTERNATE KEY NDB_ORIGEN
                  STATUS ST-NOTAS.

       DATA DIVISION.
       FILE SECTION.

      * Ajustes rechazados por EXTRACTO-MENSUAL: mismo layout que
      * graba ese programa. Se abre I-O para poder marcar cada
      * registro como reaplicado o anulado sin regrabar el archivo.
      * RCH-SIN-NOTA: reaplicado, pero la nota de debito del interes
      * no se pudo grabar; la proxima reaplicacion la emite.
       FD  RECHAZOS.

       01  REG-RECHAZO.
               88  RCH-PENDIENTE    VALUE "P".
               88  RCH-REAPLICADO   VALUE "R".
               88  RCH-ANULADO      VALUE "X".
               88  RCH-SIN-NOTA     VALUE "N".
           03  RCH_FECHA_RESOL      PIC 9(8).

       FD  EXTRACTOS.
           03  CAT_DESCRIPCION      PIC X(20).
           03  CAT_LIMITE           PIC 9(7)V9(3).

      * Numeracion de comprobantes: un registro por tipo ("ND" notas
      * de debito) con el punto de venta, el ultimo numero emitido y
      * la alicuota de IVA. Si no existe se crea con el punto de
      * venta 1 y la alicuota general. Mismo layout en
      * EXTRACTO-MENSUAL.
       FD  NUMERACION.

       01  REG-NUMERACION.
           03  NUM_TIPO             PIC X(2).
           03  NUM_PUNTO_VENTA      PIC 9(4).
           03  NUM_ULTIMO           PIC 9(8).
           03  NUM_TASA_IVA         PIC 9(2)V99.
           03  NUM_FECHA_ULT        PIC 9(8).
           03  FILLER               PIC X(20).

      * Notas de debito emitidas, una por interes aplicado. NDB_ORIGEN
      * identifica el ajuste que la genero (E = renglon del lote de
      * ajustes.dat con su fecha de cabecera, R = registro de
      * rechazos.dat reaplicado), asi un reintento encuentra la nota
      * ya emitida en vez de sacar otro numero. Importes en positivo,
      * total con IVA incluido. Mismo layout en EXTRACTO-MENSUAL,
      * IMPRIME-NOTAS y LIBRO-VENTAS.
       FD  NOTASDEB.

       01  REG-NOTASDEB.
           03  NDB_NUMERO           PIC 9(8).
           03  NDB_ORIGEN.
               05  NDB_ORI_TIPO     PIC X.
               05  NDB_ORI_FECHA    PIC 9(8).
               05  NDB_ORI_POSICION PIC 9(7).
           03  NDB_PUNTO_VENTA      PIC 9(4).
           03  NDB_FECHA            PIC 9(8).
           03  NDB_PERIODO          PIC 9(6).
           03  NDB_ID               PIC 9(7).
           03  NDB_CUIT             PIC 9(11).
           03  NDB_CUIT_VALIDO      PIC X.
               88  NDB-CUIT-OK      VALUE "S".
           03  NDB_CONCEPTO         PIC X(40).
           03  NDB_TASA_IVA         PIC 9(2)V99.
           03  NDB_NETO             PIC 9(7)V9(3).
           03  NDB_IVA              PIC 9(7)V9(3).
           03  NDB_TOTAL            PIC 9(7)V9(3).
           03  FILLER               PIC X(20).

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX.
       01  ST-AUDIT      PIC XX.
       01  ST-RUNCTL     PIC XX.
       01  ST-CATEG      PIC XX.
       01  ST-NUMERA     PIC XX.
       01  ST-NOTAS      PIC XX.

       01  FIN           PIC X.
       01  HUBO-ERROR    PIC 9   VALUES 0.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SALDO       PIC -(7)9,999.

      * Emision de notas de debito por intereses.
       01  W-CANT-NOTAS      PIC 9(7) VALUE 0.
       01  W-CANT-NOTAS-SIN-CUIT PIC 9(7) VALUE 0.
       01  W-NOTA-GRABADA    PIC X.
       01  W-NOTA-ERROR      PIC X.
       01  W-CANT-NOTAS-FALTAN PIC 9(7) VALUE 0.
       01  W-NOTA-TOTAL      PIC 9(7)V9(3).
       01  W-POS-RECHAZO     PIC 9(7) VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF ST-RECHAZOS NOT = "00"
               STRING "Error al abrir rechazos " ST-RECHAZOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           IF W-MODO = "R"
               PERFORM ABRO-ARCHIVOS-REAPLICA.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN EXTEND EXTRACTOS.
           IF ST-EXTRACTOS = "35"
           IF ST-EXTRACTOS NOT = "00"
               STRING "Error al abrir extractos " ST-EXTRACTOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIM > "07"
               STRING "Error al abrir movimientos " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDIT = "35"
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
           OPEN INPUT CATEGORIAS.
           IF ST-CATEG > "07"
               STRING "Error al abrir categorias " ST-CATEG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O NUMERACION.
           IF ST-NUMERA > "07"
               STRING "Error al abrir numeracion " ST-NUMERA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O NOTASDEB.
           IF ST-NOTAS > "07"
               STRING "Error al abrir notasdeb " ST-NOTAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
               CLOSE AUDITORIA
               CLOSE RUNCTL
               CLOSE CATEGORIAS
               CLOSE NUMERACION
               CLOSE NOTASDEB
           END-IF.

       FINALIZAR.
       LEO-RECHAZO.
           READ RECHAZOS
               AT END MOVE "S" TO FIN
               NOT AT END ADD 1 TO W-POS-RECHAZO
           END-READ.

       F-LEO-RECHAZO.
           EXIT.

       PROCESO-RECHAZO.
           IF RCH-SIN-NOTA AND W-MODO = "R"
               PERFORM COMPLETO-NOTA THRU F-COMPLETO-NOTA
               GO TO SIGO-RECHAZO.
           IF NOT RCH-PENDIENTE
               GO TO SIGO-RECHAZO.
           IF W-MODO = "A"
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.
           PERFORM ESCRIBO-EXTRACTO THRU F-ESCRIBO-EXTRACTO.
           MOVE "N" TO W-NOTA-ERROR.
           PERFORM EMITO-NOTA THRU F-EMITO-NOTA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           IF W-NOTA-ERROR = "S"
               ADD 1 TO W-CANT-NOTAS-FALTAN
               SET RCH-SIN-NOTA TO TRUE
           ELSE
               SET RCH-REAPLICADO TO TRUE
           END-IF.
           MOVE W-FECHA-HOY TO RCH_FECHA_RESOL.
           REWRITE REG-RECHAZO.
           IF ST-RECHAZOS NOT = "00"
       F-REAPLICO-RECHAZO.
           EXIT.

      * Rechazo ya reaplicado al que le falta la nota de debito: el
      * saldo no se toca, solo se emite la nota y se marca reaplicado.
       COMPLETO-NOTA.
           MOVE RCH_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   ADD 1 TO W-CANT-NOTAS-FALTAN
                   GO TO F-COMPLETO-NOTA
           END-READ.
           MOVE "N" TO W-NOTA-ERROR.
           PERFORM EMITO-NOTA THRU F-EMITO-NOTA.
           IF W-NOTA-ERROR = "S"
               ADD 1 TO W-CANT-NOTAS-FALTAN
               GO TO F-COMPLETO-NOTA.
           SET RCH-REAPLICADO TO TRUE.
           REWRITE REG-RECHAZO.
           IF ST-RECHAZOS NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error marcando rechazo " RCH_ID " status "
                          ST-RECHAZOS DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.

       F-COMPLETO-NOTA.
           EXIT.

      * Limite de credito vigente del cliente recien reaplicado: el
      * propio (CLI_LIMITE) si esta cargado, si no el de su categoria
      * (CAT_LIMITE); 0 significa sin limite. Un saldo deudor que
       F-ESCRIBO-EXTRACTO.
           EXIT.

      * Nota de debito del interes recien reaplicado, igual que en
      * EXTRACTO-MENSUAL. Si el rechazo ya tiene nota (corrida
      * anterior cortada antes de marcarlo reaplicado) no se emite
      * otra. El
      * numero sale de NUM_ULTIMO + 1; si ese numero ya esta grabado
      * (corte entre la nota y la numeracion) se sigue con el
      * siguiente, asi no quedan saltos ni repetidos. Un cliente sin
      * CUIT valido igual lleva su nota, marcada como tal.
       EMITO-NOTA.
           IF RCH_CONCEPTO(1:18) NOT = "INTERESES PERIODO "
              OR RCH_IMPORTE NOT < 0
               GO TO F-EMITO-NOTA.
           MOVE "R"           TO NDB_ORI_TIPO.
           MOVE RCH_FECHA     TO NDB_ORI_FECHA.
           MOVE W-POS-RECHAZO TO NDB_ORI_POSICION.
           READ NOTASDEB KEY IS NDB_ORIGEN
               INVALID KEY GO TO SIGO-EMITO-NOTA
           END-READ.
           GO TO F-EMITO-NOTA.

       SIGO-EMITO-NOTA.
           MOVE "N" TO W-NOTA-ERROR.
           PERFORM LEO-NUMERACION THRU F-LEO-NUMERACION.
           IF W-NOTA-ERROR = "S"
               GO TO F-EMITO-NOTA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES          TO REG-NOTASDEB.
           MOVE "R"             TO NDB_ORI_TIPO.
           MOVE RCH_FECHA       TO NDB_ORI_FECHA.
           MOVE W-POS-RECHAZO   TO NDB_ORI_POSICION.
           MOVE NUM_PUNTO_VENTA TO NDB_PUNTO_VENTA.
           MOVE W-FECHA-HOY     TO NDB_FECHA.
           MOVE 0               TO NDB_PERIODO.
           IF RCH_CONCEPTO(19:6) IS NUMERIC
               MOVE RCH_CONCEPTO(19:6) TO NDB_PERIODO.
           MOVE CLI_ID          TO NDB_ID.
           MOVE CLI_CUIT        TO NDB_CUIT.
           MOVE "N"             TO NDB_CUIT_VALIDO.
           IF CLI_CUIT NOT = 0
               MOVE CLI_CUIT TO W-CUIT
               PERFORM VALIDO-CUIT THRU F-VALIDO-CUIT
               MOVE W-CUIT-OK TO NDB_CUIT_VALIDO
           END-IF.
           MOVE RCH_CONCEPTO    TO NDB_CONCEPTO.
           MOVE NUM_TASA_IVA    TO NDB_TASA_IVA.
           COMPUTE W-NOTA-TOTAL = 0 - RCH_IMPORTE.
           MOVE W-NOTA-TOTAL    TO NDB_TOTAL.
           COMPUTE NDB_NETO ROUNDED =
               W-NOTA-TOTAL * 100 / (100 + NUM_TASA_IVA).
           COMPUTE NDB_IVA = W-NOTA-TOTAL - NDB_NETO.
           MOVE "N" TO W-NOTA-GRABADA.
           PERFORM GRABO-NOTA THRU F-GRABO-NOTA
               UNTIL W-NOTA-GRABADA = "S" OR W-NOTA-ERROR = "S".
           IF W-NOTA-ERROR = "S"
               GO TO F-EMITO-NOTA.
           MOVE NDB_NUMERO  TO NUM_ULTIMO.
           MOVE W-FECHA-HOY TO NUM_FECHA_ULT.
           REWRITE REG-NUMERACION.
           IF ST-NUMERA > "07"
               STRING "Error grabando numeracion status " ST-NUMERA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.
           ADD 1 TO W-CANT-NOTAS.
           IF NOT NDB-CUIT-OK
               ADD 1 TO W-CANT-NOTAS-SIN-CUIT.

       F-EMITO-NOTA.
           EXIT.

       GRABO-NOTA.
           ADD 1 TO NUM_ULTIMO.
           MOVE NUM_ULTIMO TO NDB_NUMERO.
           WRITE REG-NOTASDEB.
           IF ST-NOTAS = "00"
               MOVE "S" TO W-NOTA-GRABADA
               GO TO F-GRABO-NOTA.
           IF ST-NOTAS NOT = "22"
               MOVE "S" TO W-NOTA-ERROR
               STRING "Error grabando nota de debito cliente " CLI_ID
                          " status " ST-NOTAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

       F-GRABO-NOTA.
           EXIT.

      * Registro de numeracion de notas de debito; la primera vez se
      * crea con el punto de venta 1, numero 0 y alicuota del 21%.
      * Si no se puede crear, la nota no se emite.
       LEO-NUMERACION.
           MOVE "ND" TO NUM_TIPO.
           READ NUMERACION
               INVALID KEY GO TO CREO-NUMERACION
           END-READ.
           IF NUM_TASA_IVA = 0
               MOVE 21 TO NUM_TASA_IVA.
           GO TO F-LEO-NUMERACION.

       CREO-NUMERACION.
           MOVE SPACES TO REG-NUMERACION.
           MOVE "ND" TO NUM_TIPO.
           MOVE 1    TO NUM_PUNTO_VENTA.
           MOVE 0    TO NUM_ULTIMO.
           MOVE 21   TO NUM_TASA_IVA.
           MOVE 0    TO NUM_FECHA_ULT.
           WRITE REG-NUMERACION.
           IF ST-NUMERA > "07"
               MOVE "S" TO W-NOTA-ERROR
               MOVE SPACES TO MENSAJE
               STRING "Error creando numeracion status " ST-NUMERA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.

       F-LEO-NUMERACION.
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

      * Sella en el registro la fecha y hora de esta grabacion, para
      * que EXTRAE-CLIENTES pueda extraer solo las novedades desde el
      * ultimo envio a Casa Central.
           DISPLAY "Anulados        : " W-CANT-Z.
           MOVE W-CANT-SOBRELIMITE TO W-CANT-Z.
           DISPLAY "Sobre limite    : " W-CANT-Z.
           IF W-MODO = "R"
               MOVE W-CANT-NOTAS TO W-CANT-Z
               DISPLAY "Notas de debito : " W-CANT-Z
               MOVE W-CANT-NOTAS-SIN-CUIT TO W-CANT-Z
               DISPLAY "Notas sin CUIT  : " W-CANT-Z
               MOVE W-CANT-NOTAS-FALTAN TO W-CANT-Z
               DISPLAY "Notas sin emitir: " W-CANT-Z
           END-IF.
           IF W-CANT-NOTAS-FALTAN NOT = 0
               DISPLAY "Quedaron notas de debito sin emitir: volver "
                       "a correr la reaplicacion"
           END-IF.

       END PROGRAM "REPROCESA-RECHAZOS".
