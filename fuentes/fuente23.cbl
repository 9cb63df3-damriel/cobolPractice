      *          proceso se corta, la proxima corrida retoma despues
      *          del ultimo pago procesado (punto de control
      *          ./cobranza.chk), sin acreditar dos veces.
      *          Las respuestas del banco a los pedidos de debito
      *          automatico de GENERA-DEBITOS vienen en el mismo lote,
      *          con la referencia del pedido: un debito cobrado cierra
      *          su pedido en ./debpend.dat y se acredita como
      *          cualquier pago; uno rechazado se lista con el codigo
      *          de motivo del banco en ./debrech.txt y, al tercer
      *          rechazo seguido, suspende la adhesion del cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT COBRANZAS ASSIGN TO "./cobranzas.ent"
                  RECORD KEY IS CAT_CODIGO
                  STATUS ST-CATEG.

           SELECT OPTIONAL PENDIENTES ASSIGN TO "./debpend.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PEN_CLAVE
                  ALTERNATE KEY PEN_ID WITH DUPLICATES
                  STATUS ST-PEND.

           SELECT RECHAZOS-DA ASSIGN TO "./debrech.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-RECHDA.

       DATA DIVISION.
       FILE SECTION.

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

      * Lote de cobranzas del banco: un renglon por pago. COB-ID en
      * cero significa identificar por CUIT. El lote viene con un
      * registro cabecera (tipo "H": fecha de generacion y periodo) y
      * un registro pie (tipo "T": cantidad de renglones de detalle y
      * suma de COB-IMPORTE); los tres formatos comparten la misma
      * longitud de registro. La respuesta a un pedido de debito
      * automatico trae en la referencia la que mando GENERA-DEBITOS
      * ("DA" + fecha de debito + ID_CLIENTE) y, si el banco lo
      * rechazo, el codigo de motivo en las ultimas tres posiciones
      * (el importe de un rechazo no se acredita).
       FD  COBRANZAS.

       01  REG-COBRANZA.
           03  COB-IMPORTE          PIC S9(7)V9(3).
           03  COB-FECHA            PIC 9(8).
           03  COB-REFERENCIA       PIC X(20).
           03  COB-REF-DEBITO REDEFINES COB-REFERENCIA.
               05  COB-DA-MARCA     PIC XX.
               05  COB-DA-FECHA     PIC 9(8).
               05  COB-DA-ID        PIC 9(7).
               05  COB-DA-RECHAZO   PIC X(3).

       01  REG-COB-CABECERA.
           03  COB-CAB-TIPO         PIC X.
           03  CAT_DESCRIPCION      PIC X(20).
           03  CAT_LIMITE           PIC 9(7)V9(3).

      * Pedidos de debito automatico: mismo layout que en
      * GENERA-DEBITOS, que los graba pendientes (P). Aca se cierran
      * con la respuesta del banco: cobrado (C) o rechazado (R, con
      * el codigo de motivo).
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

      * Listado de debitos rechazados por el banco en el lote.
       FD  RECHAZOS-DA.

       01  LIN-RECHAZO-DA          PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-FILE       PIC XX.
       01  ST-MOVIM      PIC XX.
       01  ST-AUDIT      PIC XX.
       01  ST-CATEG      PIC XX.
       01  ST-PEND       PIC XX.
       01  ST-RECHDA     PIC XX.

       01  FIN           PIC X.
       01  HUBO-ERROR    PIC 9   VALUES 0.
           03  W-ANT-PIE-IMPORTE  PIC S9(9)V9(3).
           03  FILLER             PIC X(36).

      * Cliente del pago cuando el banco no informa el ID: se busca
      * por la clave alternativa CLI_CUIT de clientes.dat. Entre
      * varios clientes con el mismo CUIT se prefiere el primero
      * activo; si ninguno lo esta, queda el primero (y el pago va al
      * suspenso como cliente dado de baja).
       01  W-ID-PAGO       PIC 9(7).
       01  W-ENCONTRE      PIC X.
       01  W-ENCONTRE-ACTIVO PIC X.
       01  W-FIN-CUIT      PIC X.

       01  W-MOTIVO-SUSPENSO PIC X(40).

      * Respuestas del banco a los pedidos de debito automatico.
       01  W-ES-DEBITO         PIC X.
       01  W-DA-SUSPENDE       PIC X.
       01  W-RECHDA-ABIERTO    PIC X   VALUE "N".
       01  W-CANT-DA-COBRADOS  PIC 9(7) VALUE 0.
       01  W-CANT-DA-RECHAZOS  PIC 9(7) VALUE 0.
       01  W-CANT-DA-SUSPENDIDOS PIC 9(7) VALUE 0.
       01  W-CANT-DA-SIN-PEDIDO PIC 9(7) VALUE 0.
       01  GUIONES             PIC X(132) VALUES ALL "-".

       01  LIN-RDA-TITULO.
           03  FILLER          PIC X(44)
               VALUE "DEBITOS AUTOMATICOS RECHAZADOS - LOTE DEL ".
           03  LIN-RDA-LOTE    PIC 9(8).

       01  LIN-RDA-CABECERA.
           03  FILLER          PIC X(9)  VALUE "ID".
           03  FILLER          PIC X(32) VALUE "NOMBRE".
           03  FILLER          PIC X(10) VALUE "F.DEBITO".
           03  FILLER          PIC X(15) VALUE "        IMPORTE".
           03  FILLER          PIC X(8)  VALUE "  MOTIVO".
           03  FILLER          PIC X(8)  VALUE "  SEGUID".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(30) VALUE "OBSERVACION".

       01  LIN-RDA-DETALLE.
           03  LIN-RDA-ID      PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RDA-NOMBRE  PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RDA-FECHA   PIC 9(8).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RDA-IMPORTE PIC Z(10)9,999.
           03  FILLER          PIC X(5)  VALUE SPACES.
           03  LIN-RDA-MOTIVO  PIC X(3).
           03  FILLER          PIC X(7)  VALUE SPACES.
           03  LIN-RDA-SEGUID  PIC 9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RDA-OBS     PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM REABRO-COBRANZAS
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM ABRO-RECHAZOS-DA
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM SALTEO-CABECERA
               PERFORM LEO-COBRANZA THRU F-LEO-COBRANZA
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT COBRANZAS.
           IF ST-COBRANZAS NOT = "00"
               STRING "Error al abrir cobranzas.ent " ST-COBRANZAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           PERFORM LEO-CONTROL.
      * El suspenso es acumulativo entre corridas - se abre siempre en
           IF ST-SUSPENSO NOT = "00"
               STRING "Error al abrir cobransus " ST-SUSPENSO
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
           OPEN I-O PENDIENTES.
           IF ST-PEND > "07"
               STRING "Error al abrir debpend " ST-PEND
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

      * El listado de rechazos de debito automatico es del lote: una
      * corrida que retoma desde el punto de control lo sigue en
      * EXTEND, para no perder lo que ya listo la corrida cortada.
       ABRO-RECHAZOS-DA.
           IF W-CANT-CHECKPOINT > 0
               OPEN EXTEND RECHAZOS-DA
               IF ST-RECHDA = "35"
                   OPEN OUTPUT RECHAZOS-DA
               END-IF
           ELSE
               OPEN OUTPUT RECHAZOS-DA
               IF ST-RECHDA = "00"
                   MOVE W-CAB-FECHA TO LIN-RDA-LOTE
                   MOVE LIN-RDA-TITULO TO LIN-RECHAZO-DA
                   WRITE LIN-RECHAZO-DA
                   MOVE GUIONES TO LIN-RECHAZO-DA
                   WRITE LIN-RECHAZO-DA
                   MOVE LIN-RDA-CABECERA TO LIN-RECHAZO-DA
                   WRITE LIN-RECHAZO-DA
                   MOVE GUIONES TO LIN-RECHAZO-DA
                   WRITE LIN-RECHAZO-DA
               END-IF
           END-IF.
           IF ST-RECHDA NOT = "00"
               STRING "Error al abrir debrech.txt " ST-RECHDA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           ELSE
               MOVE "S" TO W-RECHDA-ABIERTO
           END-IF.

       LEO-CONTROL.
           OPEN INPUT PUNTO-CONTROL.
           IF ST-CHK = "00"
           CLOSE AUDITORIA.
           CLOSE RUNCTL.
           CLOSE CATEGORIAS.
           CLOSE PENDIENTES.
           IF W-RECHDA-ABIERTO = "S"
               CLOSE RECHAZOS-DA
           END-IF.

       FINALIZAR.
           EXIT PROGRAM.
       F-CUENTO-DETALLE.
           EXIT.

       REABRO-COBRANZAS.
           CLOSE COBRANZAS.
           OPEN INPUT COBRANZAS.
           EXIT.

      * Identifica al cliente del pago (por ID si el banco lo informo,
      * si no por CUIT en el maestro) y lo acredita. Todo pago que
      * no se pueda aplicar pasa al suspenso con su motivo, nunca se
      * descarta.
       APLICO-COBRANZA.
           MOVE "N" TO W-ES-DEBITO.
           IF COB-DA-MARCA = "DA" AND COB-DA-FECHA NUMERIC
                                  AND COB-DA-ID NUMERIC
               PERFORM RESPUESTA-DEBITO THRU F-RESPUESTA-DEBITO
               IF W-ES-DEBITO = "N"
                   GO TO SIGO-COBRANZA
               END-IF
           END-IF.
           IF W-ES-DEBITO = "S"
               GO TO ACREDITO-COBRANZA.
           IF COB-ID NOT = 0
               MOVE COB-ID TO W-ID-PAGO
           ELSE
                   GO TO SIGO-COBRANZA
               END-IF
           END-IF.

       ACREDITO-COBRANZA.
           MOVE W-ID-PAGO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
               GO TO SIGO-COBRANZA.
           MOVE REG-CLIENTES TO W-IMG-ANTES.
           ADD COB-IMPORTE TO CLI_SALDO.
           IF W-ES-DEBITO = "S"
               ADD 1 TO W-CANT-DA-COBRADOS
               IF CLI-DA-ADHERIDO
                   MOVE 0 TO CLI_DA_RECHAZOS
               END-IF
           END-IF.
           PERFORM ESTAMPO-MODIFICACION.
           MOVE REG-CLIENTES TO W-IMG-DESPUES.
           REWRITE REG-CLIENTES.
       F-CONTROLO-LIMITE.
           EXIT.

      * Un CUIT 0 no identifica a nadie: hay muchos clientes sin CUIT
      * informado.
       BUSCO-POR-CUIT.
           MOVE "N" TO W-ENCONTRE.
           MOVE "N" TO W-ENCONTRE-ACTIVO.
           IF COB-CUIT = 0
               GO TO F-BUSCO-POR-CUIT.
           MOVE COB-CUIT TO CLI_CUIT.
           MOVE "N" TO W-FIN-CUIT.
           START CLIENTES KEY IS = CLI_CUIT
               INVALID KEY MOVE "S" TO W-FIN-CUIT
           END-START.
           PERFORM COMPARO-CUIT THRU F-COMPARO-CUIT
               UNTIL W-FIN-CUIT = "S" OR W-ENCONTRE-ACTIVO = "S".

       F-BUSCO-POR-CUIT.
           EXIT.

       COMPARO-CUIT.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO W-FIN-CUIT
                   GO TO F-COMPARO-CUIT
           END-READ.
           IF CLI_CUIT NOT = COB-CUIT
               MOVE "S" TO W-FIN-CUIT
               GO TO F-COMPARO-CUIT.
           IF W-ENCONTRE = "N"
               MOVE "S" TO W-ENCONTRE
               MOVE CLI_ID TO W-ID-PAGO.
           IF NOT CLI-BAJA
               MOVE "S" TO W-ENCONTRE-ACTIVO
               MOVE CLI_ID TO W-ID-PAGO.

       F-COMPARO-CUIT.
           EXIT.

      * Respuesta del banco a un pedido de debito automatico. El
      * pedido se cierra antes de tocar el saldo: si la corrida se
      * corta en el medio, al retomar el pedido ya figura respondido
      * y el renglon va al suspenso en vez de acreditarse dos veces.
      * Sin pedido pendiente (inexistente o ya respondido) un cobro
      * va al suspenso y un rechazo solo se lista. Un cobro sigue por
      * el camino normal de acreditacion con W-ES-DEBITO en "S".
      * Si el pedido no se puede cerrar no se acredita: el cobro va al
      * suspenso y el rechazo se lista sin contarlo en la adhesion.
       RESPUESTA-DEBITO.
           MOVE COB-DA-FECHA TO PEN_FECHA.
           MOVE COB-DA-ID    TO PEN_ID.
           READ PENDIENTES
               INVALID KEY
                   PERFORM DEBITO-SIN-PEDIDO THRU F-DEBITO-SIN-PEDIDO
                   GO TO F-RESPUESTA-DEBITO
           END-READ.
           IF NOT PEN-PENDIENTE
               PERFORM DEBITO-SIN-PEDIDO THRU F-DEBITO-SIN-PEDIDO
               GO TO F-RESPUESTA-DEBITO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO PEN_FECHA_RESP.
           IF COB-DA-RECHAZO NOT = SPACES
               SET PEN-RECHAZADO TO TRUE
               MOVE COB-DA-RECHAZO TO PEN_MOTIVO
           ELSE
               SET PEN-COBRADO TO TRUE
               MOVE COB-IMPORTE TO PEN_COBRADO
           END-IF.
           REWRITE REG-PENDIENTES.
           IF ST-PEND > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando debpend cliente " PEN_ID
                          " status " ST-PEND
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               PERFORM PEDIDO-NO-CERRADO THRU F-PEDIDO-NO-CERRADO
               GO TO F-RESPUESTA-DEBITO.
           MOVE PEN_ID TO W-ID-PAGO.
           IF PEN-RECHAZADO
               PERFORM RECHAZO-DEBITO THRU F-RECHAZO-DEBITO
           ELSE
               MOVE "S" TO W-ES-DEBITO
           END-IF.

       F-RESPUESTA-DEBITO.
           EXIT.

       PEDIDO-NO-CERRADO.
           IF COB-DA-RECHAZO NOT = SPACES
               MOVE SPACES TO REG-CLIENTES
               MOVE COB-DA-ID TO CLI_ID
               MOVE 0 TO LIN-RDA-SEGUID
               MOVE "PEDIDO DE DEBITO NO CERRADO" TO LIN-RDA-OBS
               PERFORM IMPRIMO-RECHAZO-DA
           ELSE
               MOVE "Pedido de debito no cerrado"
                   TO W-MOTIVO-SUSPENSO
               PERFORM ESCRIBO-SUSPENSO THRU F-ESCRIBO-SUSPENSO
           END-IF.

       F-PEDIDO-NO-CERRADO.
           EXIT.

       DEBITO-SIN-PEDIDO.
           ADD 1 TO W-CANT-DA-SIN-PEDIDO.
           IF COB-DA-RECHAZO NOT = SPACES
               MOVE SPACES TO REG-CLIENTES
               MOVE COB-DA-ID TO CLI_ID
               MOVE 0 TO PEN_IMPORTE
               MOVE 0 TO LIN-RDA-SEGUID
               MOVE "SIN PEDIDO PENDIENTE" TO LIN-RDA-OBS
               PERFORM IMPRIMO-RECHAZO-DA
           ELSE
               MOVE "Debito automatico sin pedido pendiente"
                   TO W-MOTIVO-SUSPENSO
               PERFORM ESCRIBO-SUSPENSO THRU F-ESCRIBO-SUSPENSO
           END-IF.

       F-DEBITO-SIN-PEDIDO.
           EXIT.

      * Rechazo del banco: se cuenta en la adhesion del cliente como
      * rechazo seguido (un cobro lo vuelve a cero) y al tercero la
      * adhesion activa pasa a suspendida, para que GENERA-DEBITOS no
      * lo vuelva a pedir hasta que se la reactive en ABM-CLIENTES.
       RECHAZO-DEBITO.
           ADD 1 TO W-CANT-DA-RECHAZOS.
           MOVE "N" TO W-DA-SUSPENDE.
           MOVE SPACES TO LIN-RDA-OBS.
           MOVE 0 TO LIN-RDA-SEGUID.
           MOVE W-ID-PAGO TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO REG-CLIENTES
                   MOVE W-ID-PAGO TO CLI_ID
                   MOVE "CLIENTE INEXISTENTE" TO LIN-RDA-OBS
                   PERFORM IMPRIMO-RECHAZO-DA
                   GO TO F-RECHAZO-DEBITO
           END-READ.
           IF NOT CLI-DA-ADHERIDO
               MOVE "CLIENTE SIN ADHESION" TO LIN-RDA-OBS
               PERFORM IMPRIMO-RECHAZO-DA
               GO TO F-RECHAZO-DEBITO.
           MOVE REG-CLIENTES TO W-IMG-ANTES.
           IF CLI_DA_RECHAZOS NOT NUMERIC
               MOVE 0 TO CLI_DA_RECHAZOS.
           IF CLI_DA_RECHAZOS < 9
               ADD 1 TO CLI_DA_RECHAZOS.
           IF CLI_DA_RECHAZOS NOT < 3 AND CLI-DA-ACTIVO
               SET CLI-DA-SUSPENDIDO TO TRUE
               ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD
               MOVE W-FECHA-HOY TO CLI_DA_FEC_SUSP
               MOVE "S" TO W-DA-SUSPENDE
           END-IF.
           PERFORM ESTAMPO-MODIFICACION.
           MOVE REG-CLIENTES TO W-IMG-DESPUES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE SPACES TO LIN-RDA-OBS
               STRING "ERROR GRABANDO CLIENTE STATUS " ST-FILE
                          DELIMITED BY SIZE INTO LIN-RDA-OBS
               PERFORM IMPRIMO-RECHAZO-DA
               GO TO F-RECHAZO-DEBITO.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           MOVE CLI_DA_RECHAZOS TO LIN-RDA-SEGUID.
           IF W-DA-SUSPENDE = "S"
               ADD 1 TO W-CANT-DA-SUSPENDIDOS
               MOVE "ADHESION SUSPENDIDA" TO LIN-RDA-OBS
           END-IF.
           PERFORM IMPRIMO-RECHAZO-DA.

       F-RECHAZO-DEBITO.
           EXIT.

      * Renglon del listado de rechazos; nombre, importe pedido,
      * rechazos seguidos y observacion ya vienen cargados.
       IMPRIMO-RECHAZO-DA.
           MOVE CLI_ID         TO LIN-RDA-ID.
           MOVE CLI_NOMBRE     TO LIN-RDA-NOMBRE.
           MOVE COB-DA-FECHA   TO LIN-RDA-FECHA.
           MOVE PEN_IMPORTE    TO LIN-RDA-IMPORTE.
           MOVE COB-DA-RECHAZO TO LIN-RDA-MOTIVO.
           MOVE LIN-RDA-DETALLE TO LIN-RECHAZO-DA.
           WRITE LIN-RECHAZO-DA.
           MOVE SPACES TO MENSAJE.
           STRING "Debito rechazado cliente " COB-DA-ID
                      " motivo " COB-DA-RECHAZO
                      DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.

      * Deja el pago completo en el suspenso, pendiente, con el
      * motivo y la fecha - para trabajarlo a mano y dejar rastro de
      * la resolucion.
           DISPLAY "Al suspenso     : " W-CANT-Z.
           MOVE W-CANT-SOBRELIMITE TO W-CANT-Z.
           DISPLAY "Sobre limite    : " W-CANT-Z.
           MOVE W-CANT-DA-COBRADOS TO W-CANT-Z.
           DISPLAY "Debitos cobrados: " W-CANT-Z.
           MOVE W-CANT-DA-RECHAZOS TO W-CANT-Z.
           DISPLAY "Debitos rechaz. : " W-CANT-Z.
           MOVE W-CANT-DA-SUSPENDIDOS TO W-CANT-Z.
           DISPLAY "Adhesiones susp.: " W-CANT-Z.
           MOVE W-CANT-DA-SIN-PEDIDO TO W-CANT-Z.
           DISPLAY "Debitos s/pedido: " W-CANT-Z.

       END PROGRAM "APLICA-COBRANZAS".
