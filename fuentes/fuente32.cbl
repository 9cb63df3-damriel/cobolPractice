      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Mesa de trabajo del suspenso de cobranzas
      *          (./cobransus.dat), donde APLICA-COBRANZAS deja los
      *          pagos que no pudo aplicar. Recorre en pantalla los
      *          pendientes y permite, para cada uno, acreditarlo a un
      *          ID_CLIENTE (con busqueda por nombre) por el mismo
      *          circuito que una cobranza normal - saldo, MOVIMIENTOS
      *          y AUDITORIA, conservando la referencia del banco - o
      *          marcarlo para devolver al banco cuando el pago no es
      *          nuestro. Los marcados para devolver salen en el
      *          archivo ./devoluciones.sal (cabecera "H" y pie "T",
      *          mismo formato que cobranzas.ent) para enviar al
      *          banco. Emite ademas el listado de antiguedad del
      *          suspenso para el cierre del mes (./suspenso.txt).
      *          Reemplaza el retipeo del importe por la opcion 06 de
      *          ABM-CLIENTES, que perdia la referencia y dejaba el
      *          pago pendiente para siempre.
      *          Acreditar o devolver pide perfil de saldo/limite en
      *          operadores.dat; el listado, cualquier operador
      *          habilitado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TRABAJA-SUSPENSO".
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

           SELECT OPTIONAL SUSPENSO ASSIGN TO "./cobransus.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-SUSPENSO.

           SELECT DEVOLUCIONES ASSIGN TO "./devoluciones.sal"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-DEVOL.

           SELECT LISTADO ASSIGN TO "./suspenso.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

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

      * Suspenso de cobranzas: mismo layout que graba
      * APLICA-COBRANZAS. Ademas de pendiente (P) y acreditado (R),
      * un pago puede quedar marcado para devolver al banco (D) y,
      * una vez incluido en devoluciones.sal, devuelto (V).
       FD  SUSPENSO.

       01  REG-SUSPENSO.
           03  SUS_ID               PIC 9(7).
           03  SUS_CUIT             PIC 9(11).
           03  SUS_IMPORTE          PIC S9(7)V9(3).
           03  SUS_FECHA_PAGO       PIC 9(8).
           03  SUS_REFERENCIA       PIC X(20).
           03  SUS_MOTIVO           PIC X(40).
           03  SUS_FECHA            PIC 9(8).
           03  SUS_ESTADO           PIC X.
               88  SUS-PENDIENTE    VALUE "P".
               88  SUS-RESUELTO     VALUE "R".
               88  SUS-A-DEVOLVER   VALUE "D".
               88  SUS-DEVUELTO     VALUE "V".
           03  SUS_FECHA_RESOL      PIC 9(8).

      * Devoluciones al banco: un renglon por pago devuelto con los
      * mismos datos con que vino en cobranzas.ent, entre un registro
      * cabecera (tipo "H": fecha de generacion y periodo) y un
      * registro pie (tipo "T": cantidad de renglones de detalle y
      * suma de importes), igual que el lote de cobranzas.
       FD  DEVOLUCIONES.

       01  REG-DEVOLUCION.
           03  DEV-ID               PIC 9(7).
           03  DEV-CUIT             PIC 9(11).
           03  DEV-IMPORTE          PIC S9(7)V9(3).
           03  DEV-FECHA            PIC 9(8).
           03  DEV-REFERENCIA       PIC X(20).

       01  REG-DEV-CABECERA.
           03  DEV-CAB-TIPO         PIC X.
           03  DEV-CAB-FECHA        PIC 9(8).
           03  DEV-CAB-PERIODO      PIC 9(6).
           03  FILLER               PIC X(41).

       01  REG-DEV-PIE.
           03  DEV-PIE-TIPO         PIC X.
           03  DEV-PIE-CANTIDAD     PIC 9(7).
           03  DEV-PIE-IMPORTE      PIC S9(9)V9(3).
           03  FILLER               PIC X(36).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Historial permanente de movimientos de saldo: mismo layout que
      * en ABM-CLIENTES, APLICA-COBRANZAS y EXTRACTO-MENSUAL.
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
      * ABM-CLIENTES, APLICA-COBRANZAS y EXTRACTO-MENSUAL.
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
       01  ST-SUSPENSO  PIC XX.
       01  ST-DEVOL     PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-MOVIM     PIC XX.
       01  ST-AUDIT     PIC XX.
       01  ST-OPERAD    PIC XX.
       01  X            PIC X.

       01  MENSAJE      PIC X(70).
       01  FIN          PIC X   VALUES "N".
       01  FIN-SUS      PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  GUIONES      PIC X(80) VALUES ALL "-".
       01  GUIONES-LIS  PIC X(132) VALUES ALL "-".
       01  OPCION       PIC X.
       01  W-ACCION     PIC X.

       01  W-CLI-ID       PIC 9(07).
       01  W-CLI-ID-Z     PIC Z(06)9.
       01  W-CLI-CMD      PIC X.
       01  W-NOMBRE-BUSCA PIC X(70).
       01  W-FIN-BUSQ     PIC X.
       01  W-SEL          PIC X.
       01  W-CONFIRMA     PIC X.
       01  W-CLIENTE-OK   PIC X.
       01  W-ESTADO-DESC  PIC X(6).

       01  W-IMPORTE-Z    PIC -(7)9,999.
       01  W-SALDO-Z      PIC -(7)9,999.
       01  W-CUIT-Z       PIC Z(10)9.
       01  W-FECHA-Z      PIC 9999/99/99.
       01  W-DIAS-Z       PIC Z(4)9.
       01  W-CANT-Z       PIC Z(6)9.

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
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

       01  W-CANT-ACREDITADOS PIC 9(7) VALUE 0.
       01  W-CANT-A-DEVOLVER  PIC 9(7) VALUE 0.
       01  W-CANT-DEVUELTOS   PIC 9(7).
       01  W-SUMA-DEVUELTOS   PIC S9(9)V9(3).
       01  W-DEV-ERROR        PIC X.
       01  W-DEV-ANTERIOR     PIC X.

      * Dias corridos entre dos fechas AAAAMMDD: cada fecha se pasa a
      * numero de dia (dia juliano) y se restan.
       01  W-DIA-FECHA      PIC 9(8).
       01  W-DIA-PARTES REDEFINES W-DIA-FECHA.
           03  W-DIA-ANIO       PIC 9(4).
           03  W-DIA-MES        PIC 99.
           03  W-DIA-DIA        PIC 99.
       01  W-DIA-A          PIC 9.
       01  W-DIA-Y          PIC 9(5).
       01  W-DIA-M          PIC 99.
       01  W-DIA-T1         PIC 9(5).
       01  W-DIA-T2         PIC 9(5).
       01  W-DIA-T3         PIC 9(5).
       01  W-DIA-T4         PIC 9(5).
       01  W-DIA-NUMERO     PIC 9(8).
       01  W-DIA-CORTE      PIC 9(8).
       01  W-FECHA-CORTE    PIC 9(8).
       01  W-DIAS           PIC S9(5).

      * Antiguedad del suspenso por tramos de dias desde el pago:
      * hasta 30, 31 a 60, 61 a 90 y mas de 90.
       01  W-TRAMO          PIC 9.
       01  W-TRAMO-I        PIC 9.
       01  TAB-TRAMOS.
           03  TRAMO-ENTRADA OCCURS 4.
               05  TRAMO-CANT       PIC 9(7).
               05  TRAMO-IMPORTE    PIC S9(9)V9(3).
       01  W-TOT-CANT       PIC 9(7).
       01  W-TOT-IMPORTE    PIC S9(9)V9(3).

       01  TAB-ROTULOS-TRAMO.
           03  FILLER PIC X(14) VALUE "0 A 30 DIAS".
           03  FILLER PIC X(14) VALUE "31 A 60 DIAS".
           03  FILLER PIC X(14) VALUE "61 A 90 DIAS".
           03  FILLER PIC X(14) VALUE "MAS DE 90 DIAS".
       01  TAB-ROTULOS-TRAMO-R REDEFINES TAB-ROTULOS-TRAMO.
           03  ROT-TRAMO PIC X(14) OCCURS 4.

       01  LIN-CABECERA.
           03  FILLER          PIC X(10) VALUE "FECHA PAGO".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(11) VALUE "CUIT".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(7)  VALUE "ID INF.".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(20) VALUE "REFERENCIA".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(12) VALUE "     IMPORTE".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(5)  VALUE " DIAS".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(14) VALUE "TRAMO".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(2)  VALUE "ES".
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  FILLER          PIC X(30) VALUE "MOTIVO".

       01  LIN-DETALLE.
           03  LIN-FECHA       PIC 9999/99/99.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CUIT        PIC Z(10)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-ID          PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-REFERENCIA  PIC X(20).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-IMPORTE     PIC -(7)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-DIAS        PIC Z(4)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-TRAMO       PIC X(14).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-ESTADO      PIC X(2).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-MOTIVO      PIC X(30).

       01  LIN-TOTAL.
           03  FILLER          PIC X(4)  VALUE SPACES.
           03  LIN-TOT-TRAMO   PIC X(20).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-TOT-CANT    PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-TOT-IMPORTE PIC -(9)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVO.
           IF FIN = "N"
               PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR
               IF NOT PERFIL-CONSULTA
                   MOVE "INGRESO A TRABAJA-SUSPENSO" TO W-INTENTO
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
      * puesto de trabajo y tiene que figurar en operadores.dat (ver
      * VALIDO-OPERADOR); sin operador no se entra al programa.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      * Clientes, movimientos y auditoria quedan abiertos toda la
      * sesion, como en ABM-CLIENTES; el suspenso se abre en cada
      * opcion segun lo que haga falta (I-O para resolver, INPUT para
      * el listado).
       ABRO-ARCHIVO.
           OPEN I-O CLIENTES.
           IF ST-FILE > "07"
              STRING "Error al abrir clientes " ST-FILE
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20.
              MOVE "S" TO FIN.
           OPEN I-O MOVIMIENTOS.
           IF ST-MOVIM > "07"
              STRING "Error al abrir movimientos " ST-MOVIM
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 11 COL 20.
              MOVE "S" TO FIN.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDIT = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDIT NOT = "00"
              STRING "Error al abrir auditoria " ST-AUDIT
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 12 COL 20.
              MOVE "S" TO FIN.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.

       FINALIZAR.
           EXIT PROGRAM.

       PROCESO.
           PERFORM MUESTRO-MENU.
           MOVE SPACES TO OPCION.
           ACCEPT OPCION LINE 16 COL 58.
           EVALUATE OPCION
               WHEN "1"
                   IF PERFIL-SALDO-LIMITE
                       PERFORM TRABAJO-PENDIENTES
                           THRU F-TRABAJO-PENDIENTES
                   ELSE
                       MOVE "TRABAJAR PAGOS EN SUSPENSO" TO W-INTENTO
                       MOVE 0 TO W-DENEGADO-ID
                       PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   END-IF
               WHEN "2"
                   IF PERFIL-SALDO-LIMITE
                       PERFORM GENERO-DEVOLUCIONES
                           THRU F-GENERO-DEVOLUCIONES
                   ELSE
                       MOVE "GENERAR DEVOLUCIONES" TO W-INTENTO
                       MOVE 0 TO W-DENEGADO-ID
                       PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   END-IF
               WHEN "3"
                   PERFORM LISTADO-ANTIGUEDAD THRU F-LISTADO-ANTIGUEDAD
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
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Suspenso de Cobranzas" LINE 3 COL 29
                   GUIONES               LINE 4 COL 1
                   "1. Trabajar pagos pendientes"    LINE 08 COL 10
                   "2. Generar archivo de devoluciones al banco"
                                         LINE 10 COL 10
                   "3. Listado de antiguedad del suspenso"
                                         LINE 12 COL 10
                   "Q. Salir"            LINE 14 COL 10
                   "Opcion [ ]"          LINE 16 COL 50
                   GUIONES               LINE 22 COL 1.
           IF MENSAJE NOT = SPACES
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE SPACES TO MENSAJE
           END-IF.

      ******************************************************************
      * Recorrido de los pagos pendientes, uno por pantalla. El
      * suspenso es secuencial: se abre I-O y cada pago resuelto se
      * marca con REWRITE sobre el registro recien leido, igual que
      * REPROCESA-RECHAZOS con rechazos.dat.
      ******************************************************************
       TRABAJO-PENDIENTES.
           MOVE SPACES TO MENSAJE.
           OPEN I-O SUSPENSO.
           IF ST-SUSPENSO > "07"
               STRING "Error al abrir cobransus " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               GO TO F-TRABAJO-PENDIENTES.
           MOVE "N" TO FIN-SUS.
           PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE.
           PERFORM MUESTRO-PENDIENTE THRU F-MUESTRO-PENDIENTE
               UNTIL FIN-SUS = "S".
           CLOSE SUSPENSO.
           MOVE W-CANT-ACREDITADOS TO W-CANT-Z.
           STRING "Fin del suspenso. Acreditados en la sesion: "
                      W-CANT-Z DELIMITED BY SIZE INTO MENSAJE.

       F-TRABAJO-PENDIENTES.
           EXIT.

      * Avanza hasta el proximo pago pendiente.
       LEO-PENDIENTE.
           READ SUSPENSO
               AT END
                   MOVE "S" TO FIN-SUS
                   GO TO F-LEO-PENDIENTE
           END-READ.
           IF NOT SUS-PENDIENTE
               GO TO LEO-PENDIENTE.

       F-LEO-PENDIENTE.
           EXIT.

       MUESTRO-PENDIENTE.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-FECHA-CORTE.
           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Suspenso de Cobranzas" LINE 3 COL 29
                   GUIONES               LINE 4 COL 1
                   "Fecha de pago : "    LINE 06 COL 10
                   "Importe       : "    LINE 07 COL 10
                   "Referencia    : "    LINE 08 COL 10
                   "CUIT informado: "    LINE 09 COL 10
                   "ID informado  : "    LINE 10 COL 10
                   "Motivo        : "    LINE 11 COL 10
                   "Dias en susp. : "    LINE 12 COL 10
                   "ID Cliente    : "    LINE 14 COL 10
                   "Nombre        : "    LINE 15 COL 10
                   "Estado        : "    LINE 16 COL 10
                   "Saldo         : "    LINE 17 COL 10
                   "A=Acreditar D=Devolver al banco S=Siguiente Q=Salir"
                                         LINE 20 COL 10
                   "Opcion [ ]"          LINE 20 COL 63
                   GUIONES               LINE 22 COL 1.
           MOVE SUS_FECHA_PAGO TO W-FECHA-Z.
           MOVE SUS_IMPORTE TO W-IMPORTE-Z.
           MOVE SUS_CUIT TO W-CUIT-Z.
           MOVE SUS_ID TO W-CLI-ID-Z.
           MOVE W-DIAS TO W-DIAS-Z.
           DISPLAY W-FECHA-Z      LINE 06 COL 26
                   W-IMPORTE-Z    LINE 07 COL 26
                   SUS_REFERENCIA LINE 08 COL 26
                   W-CUIT-Z       LINE 09 COL 26
                   W-CLI-ID-Z     LINE 10 COL 26
                   SUS_MOTIVO     LINE 11 COL 26
                   W-DIAS-Z       LINE 12 COL 26.
           MOVE SPACES TO W-ACCION.
           ACCEPT W-ACCION LINE 20 COL 71.
           EVALUATE W-ACCION
               WHEN "A"
               WHEN "a"
                   PERFORM ACREDITO-PAGO THRU F-ACREDITO-PAGO
               WHEN "D"
               WHEN "d"
                   PERFORM MARCO-DEVOLUCION THRU F-MARCO-DEVOLUCION
               WHEN "S"
               WHEN "s"
                   PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE
               WHEN "Q"
               WHEN "q"
                   MOVE "S" TO FIN-SUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       F-MUESTRO-PENDIENTE.
           EXIT.

      ******************************************************************
      * Acreditacion del pago a un cliente elegido por el operador:
      * mismo circuito que APLICO-COBRANZA de APLICA-COBRANZAS (saldo,
      * auditoria y movimiento con la referencia del banco). Con el
      * cliente grabado se marca el pago como resuelto; el suspenso
      * es secuencial y admite un solo REWRITE por lectura, asi que
      * si la marca falla se repone el cliente como estaba y el pago
      * sigue pendiente. Auditoria y movimiento salen recien con las
      * dos grabaciones hechas.
      ******************************************************************
       ACREDITO-PAGO.
           PERFORM INGRESO-CLIENTE THRU F-INGRESO-CLIENTE.
           IF W-CLIENTE-OK = "N"
               GO TO F-ACREDITO-PAGO.
           DISPLAY "Confirma acreditar el pago (S/N): " LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 36.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-ACREDITO-PAGO.
           MOVE REG-CLIENTES TO W-IMG-ANTES.
           ADD SUS_IMPORTE TO CLI_SALDO.
           PERFORM ESTAMPO-MODIFICACION.
           MOVE REG-CLIENTES TO W-IMG-DESPUES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando Clientes Status = " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-ACREDITO-PAGO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           SET SUS-RESUELTO TO TRUE.
           MOVE W-FECHA-HOY TO SUS_FECHA_RESOL.
           REWRITE REG-SUSPENSO.
           IF ST-SUSPENSO > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error marcando suspenso status " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               PERFORM REPONGO-CLIENTE THRU F-REPONGO-CLIENTE
               GO TO F-ACREDITO-PAGO.
           PERFORM GRABO-AUDITORIA THRU F-GRABO-AUDITORIA.
           PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO.
           ADD 1 TO W-CANT-ACREDITADOS.
           PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE.

       F-ACREDITO-PAGO.
           EXIT.

      * El pago no se pudo marcar: el cliente vuelve a la imagen
      * anterior al credito. Si tampoco se puede reponer, el saldo
      * quedo acreditado con el pago pendiente: se corta la sesion
      * para que no se vuelva a acreditar y se revise a mano.
       REPONGO-CLIENTE.
           MOVE W-IMG-ANTES TO REG-CLIENTES.
           REWRITE REG-CLIENTES.
           IF ST-FILE > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error reponiendo cliente " W-CLI-ID
                          " status " ST-FILE ": revisar saldo"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               MOVE "S" TO FIN-SUS.

       F-REPONGO-CLIENTE.
           EXIT.

      * ID del cliente a acreditar, o N para buscarlo por nombre como
      * en ABM-CLIENTES. Solo se acepta un cliente existente y activo.
       INGRESO-CLIENTE.
           MOVE "N" TO W-CLIENTE-OK.
           DISPLAY "ID de cliente o N para buscar por nombre: "
                   LINE 23 COL 1.
           MOVE SPACES TO W-CLI-CMD.
           ACCEPT W-CLI-CMD LINE 23 COL 44.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CLI-CMD = "N" OR W-CLI-CMD = "n"
               PERFORM BUSCO-POR-NOMBRE THRU F-BUSCO-POR-NOMBRE
           ELSE
               MOVE 0 TO W-CLI-ID
               ACCEPT W-CLI-ID LINE 14 COL 26 PROMPT
           END-IF.
           IF W-CLI-ID = 0
               GO TO F-INGRESO-CLIENTE.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z LINE 14 COL 26.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   DISPLAY "Cliente inexistente" LINE 23 COL 1
                   GO TO F-INGRESO-CLIENTE
           END-READ.
           IF CLI-BAJA
               MOVE "BAJA"   TO W-ESTADO-DESC
           ELSE
               MOVE "ACTIVO" TO W-ESTADO-DESC
           END-IF.
           MOVE CLI_SALDO TO W-SALDO-Z.
           DISPLAY CLI_NOMBRE    LINE 15 COL 26
                   W-ESTADO-DESC LINE 16 COL 26
                   W-SALDO-Z     LINE 17 COL 26.
           IF CLI-BAJA
               DISPLAY "Cliente dado de baja" LINE 23 COL 1
               GO TO F-INGRESO-CLIENTE.
           MOVE "S" TO W-CLIENTE-OK.

       F-INGRESO-CLIENTE.
           EXIT.

       BUSCO-POR-NOMBRE.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           MOVE SPACES TO W-NOMBRE-BUSCA.
           ACCEPT W-NOMBRE-BUSCA LINE 15 COL 26.
           MOVE W-NOMBRE-BUSCA TO CLI_NOMBRE.
           MOVE "N" TO W-FIN-BUSQ.
           START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE
               INVALID KEY MOVE "S" TO W-FIN-BUSQ
           END-START.
           IF W-FIN-BUSQ = "N"
               PERFORM LEO-SIG-BUSQUEDA
           END-IF.
           MOVE "N" TO W-SEL.
           PERFORM MUESTRO-CANDIDATO THRU F-MUESTRO-CANDIDATO
               UNTIL W-FIN-BUSQ = "S" OR W-SEL = "S".
           IF W-SEL = "S"
               MOVE CLI_ID TO W-CLI-ID
           ELSE
               DISPLAY "No hay clientes con ese nombre" LINE 23 COL 1
               MOVE 0 TO W-CLI-ID
           END-IF.

       F-BUSCO-POR-NOMBRE.
           EXIT.

       LEO-SIG-BUSQUEDA.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO W-FIN-BUSQ
           END-READ.
           IF W-FIN-BUSQ = "N" AND CLI_NOMBRE NOT = W-NOMBRE-BUSCA
               MOVE "S" TO W-FIN-BUSQ.

       MUESTRO-CANDIDATO.
           MOVE CLI_ID TO W-CLI-ID-Z.
           MOVE SPACES TO MENSAJE.
           STRING "Cliente " W-CLI-ID-Z " - " CLI_DIRECCION(1:30)
                      " Es este (S/N)? " DELIMITED BY SIZE INTO MENSAJE
           DISPLAY MENSAJE LINE 23 COL 1.
           ACCEPT W-SEL LINE 23 COL 67.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           MOVE SPACES TO MENSAJE.
           IF W-SEL = "S" OR W-SEL = "s"
               MOVE "S" TO W-SEL
           ELSE
               MOVE "N" TO W-SEL
               PERFORM LEO-SIG-BUSQUEDA
           END-IF.

       F-MUESTRO-CANDIDATO.
           EXIT.

      * El pago no es nuestro: queda marcado para devolver (D) con la
      * fecha de la decision. Sale al banco con la proxima generacion
      * de devoluciones.sal (opcion 2 del menu).
       MARCO-DEVOLUCION.
           DISPLAY "Confirma devolver el pago al banco (S/N): "
                   LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 44.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-MARCO-DEVOLUCION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           SET SUS-A-DEVOLVER TO TRUE.
           MOVE W-FECHA-HOY TO SUS_FECHA_RESOL.
           REWRITE REG-SUSPENSO.
           IF ST-SUSPENSO > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error marcando suspenso status " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
           ELSE
               ADD 1 TO W-CANT-A-DEVOLVER
           END-IF.
           PERFORM LEO-PENDIENTE THRU F-LEO-PENDIENTE.

       F-MARCO-DEVOLUCION.
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
      * pago recien acreditado, con operador, fecha/hora y programa.
       GRABO-AUDITORIA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY        TO AUD_FECHA.
           MOVE W-HORA-HHMMSS      TO AUD_HORA.
           MOVE "TRABAJA-SUSPENSO" TO AUD_PROGRAMA.
           MOVE W-OPERADOR         TO AUD_OPERADOR.
           MOVE "M"                TO AUD_OPERACION.
           MOVE W-CLI-ID           TO AUD_ID.
           MOVE W-IMG-ANTES        TO AUD_ANTES.
           MOVE W-IMG-DESPUES      TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           IF ST-AUDIT NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando auditoria Status = " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
           END-IF.

       F-GRABO-AUDITORIA.
           EXIT.

      * Movimiento del pago acreditado, con el mismo concepto que
      * graba APLICA-COBRANZAS ("COBRANZA BANCO " y la referencia),
      * para que el pago se identifique igual en el historial.
       GRABO-MOVIMIENTO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-CLI-ID    TO MOV_ID.
           MOVE W-FECHA-HOY TO MOV_FECHA.
           MOVE 0 TO MOV_SECUENCIA.
           MOVE "N" TO W-SEC-LIBRE.
           PERFORM BUSCO-SECUENCIA THRU F-BUSCO-SECUENCIA
               UNTIL W-SEC-LIBRE = "S".
           MOVE SUS_IMPORTE TO MOV_IMPORTE.
           MOVE SPACES TO MOV_CONCEPTO.
           STRING "COBRANZA BANCO " SUS_REFERENCIA
               DELIMITED BY SIZE INTO MOV_CONCEPTO.
           MOVE "TRABAJA-SUSPENSO" TO MOV_PROGRAMA.
           WRITE REG-MOVIMIENTO.
           IF ST-MOVIM > "07"
               MOVE SPACES TO MENSAJE
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

      ******************************************************************
      * Archivo de devoluciones al banco con todos los pagos marcados
      * para devolver (D); cada uno incluido queda como devuelto (V).
      * Si no hay nada para devolver no se toca devoluciones.sal, y
      * tampoco se genera mientras siga ahi un envio anterior con
      * datos que el banco todavia no retiro: el operador lo retira
      * (o lo borra) y vuelve a generar.
      * Un pago cuyo renglon no se pudo grabar sigue en D; ante
      * cualquier error de grabacion el archivo se informa incompleto.
      ******************************************************************
       GENERO-DEVOLUCIONES.
           MOVE SPACES TO MENSAJE.
           MOVE 0 TO W-CANT-DEVUELTOS.
           MOVE 0 TO W-SUMA-DEVUELTOS.
           OPEN INPUT SUSPENSO.
           IF ST-SUSPENSO > "07"
               STRING "Error al abrir cobransus " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               GO TO F-GENERO-DEVOLUCIONES.
           MOVE "N" TO FIN-SUS.
           PERFORM CUENTO-A-DEVOLVER THRU F-CUENTO-A-DEVOLVER
               UNTIL FIN-SUS = "S".
           CLOSE SUSPENSO.
           IF W-CANT-DEVUELTOS = 0
               MOVE "No hay pagos marcados para devolver" TO MENSAJE
               GO TO F-GENERO-DEVOLUCIONES.
           MOVE "N" TO W-DEV-ANTERIOR.
           OPEN INPUT DEVOLUCIONES.
           IF ST-DEVOL = "00"
               READ DEVOLUCIONES
                   AT END CONTINUE
                   NOT AT END MOVE "S" TO W-DEV-ANTERIOR
               END-READ
               CLOSE DEVOLUCIONES
           END-IF.
           IF W-DEV-ANTERIOR = "S"
               MOVE "Hay un devoluciones.sal anterior sin retirar"
                   TO MENSAJE
               GO TO F-GENERO-DEVOLUCIONES.
           OPEN I-O SUSPENSO.
           IF ST-SUSPENSO > "07"
               STRING "Error al abrir cobransus " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               GO TO F-GENERO-DEVOLUCIONES.
           OPEN OUTPUT DEVOLUCIONES.
           IF ST-DEVOL NOT = "00"
               STRING "Error al abrir devoluciones.sal " ST-DEVOL
                          DELIMITED BY SIZE INTO MENSAJE
               CLOSE SUSPENSO
               GO TO F-GENERO-DEVOLUCIONES.
           MOVE 0 TO W-CANT-DEVUELTOS.
           MOVE 0 TO W-SUMA-DEVUELTOS.
           MOVE "N" TO W-DEV-ERROR.
           PERFORM GRABO-DEV-CABECERA.
           MOVE "N" TO FIN-SUS.
           IF W-DEV-ERROR = "S"
               MOVE "S" TO FIN-SUS.
           PERFORM DEVUELVO-PAGO THRU F-DEVUELVO-PAGO
               UNTIL FIN-SUS = "S".
           IF W-DEV-ERROR = "N" OR W-CANT-DEVUELTOS > 0
               PERFORM GRABO-DEV-PIE.
           CLOSE DEVOLUCIONES.
           CLOSE SUSPENSO.
           MOVE W-CANT-DEVUELTOS TO W-CANT-Z.
           MOVE SPACES TO MENSAJE.
           IF W-DEV-ERROR = "S"
               STRING "Archivo de devoluciones incompleto, grabados: "
                      W-CANT-Z DELIMITED BY SIZE INTO MENSAJE
           ELSE
               STRING "Pagos devueltos en devoluciones.sal: " W-CANT-Z
                      DELIMITED BY SIZE INTO MENSAJE
           END-IF.

       F-GENERO-DEVOLUCIONES.
           EXIT.

       CUENTO-A-DEVOLVER.
           READ SUSPENSO
               AT END
                   MOVE "S" TO FIN-SUS
               NOT AT END
                   IF SUS-A-DEVOLVER
                       ADD 1 TO W-CANT-DEVUELTOS
                   END-IF
           END-READ.

       F-CUENTO-A-DEVOLVER.
           EXIT.

       DEVUELVO-PAGO.
           READ SUSPENSO
               AT END
                   MOVE "S" TO FIN-SUS
                   GO TO F-DEVUELVO-PAGO
           END-READ.
           IF NOT SUS-A-DEVOLVER
               GO TO F-DEVUELVO-PAGO.
           MOVE SUS_ID         TO DEV-ID.
           MOVE SUS_CUIT       TO DEV-CUIT.
           MOVE SUS_IMPORTE    TO DEV-IMPORTE.
           MOVE SUS_FECHA_PAGO TO DEV-FECHA.
           MOVE SUS_REFERENCIA TO DEV-REFERENCIA.
           WRITE REG-DEVOLUCION.
           IF ST-DEVOL NOT = "00"
               MOVE "S" TO W-DEV-ERROR
               MOVE SPACES TO MENSAJE
               STRING "Error grabando devolucion cliente " SUS_ID
                          " status " ST-DEVOL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
               GO TO F-DEVUELVO-PAGO.
           ADD 1 TO W-CANT-DEVUELTOS.
           ADD SUS_IMPORTE TO W-SUMA-DEVUELTOS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           SET SUS-DEVUELTO TO TRUE.
           MOVE W-FECHA-HOY TO SUS_FECHA_RESOL.
           REWRITE REG-SUSPENSO.
           IF ST-SUSPENSO > "07"
               MOVE "S" TO W-DEV-ERROR
               MOVE SPACES TO MENSAJE
               STRING "Error marcando devuelto cliente " SUS_ID
                          " status " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79.

       F-DEVUELVO-PAGO.
           EXIT.

       GRABO-DEV-CABECERA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACES TO REG-DEV-CABECERA.
           MOVE "H" TO DEV-CAB-TIPO.
           MOVE W-FECHA-HOY TO DEV-CAB-FECHA.
           MOVE W-FECHA-PERIODO TO DEV-CAB-PERIODO.
           WRITE REG-DEV-CABECERA.
           IF ST-DEVOL NOT = "00"
               MOVE "S" TO W-DEV-ERROR
               MOVE SPACES TO MENSAJE
               STRING "Error grabando cabecera devoluciones status "
                          ST-DEVOL DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
           END-IF.

       GRABO-DEV-PIE.
           MOVE SPACES TO REG-DEV-PIE.
           MOVE "T" TO DEV-PIE-TIPO.
           MOVE W-CANT-DEVUELTOS TO DEV-PIE-CANTIDAD.
           MOVE W-SUMA-DEVUELTOS TO DEV-PIE-IMPORTE.
           WRITE REG-DEV-PIE.
           IF ST-DEVOL NOT = "00"
               MOVE "S" TO W-DEV-ERROR
               MOVE SPACES TO MENSAJE
               STRING "Error grabando pie devoluciones status "
                          ST-DEVOL DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT X LINE 23 COL 79
           END-IF.

      ******************************************************************
      * Listado de antiguedad del suspenso al cierre del mes: todos los
      * pagos todavia en nuestro poder (pendientes y marcados para
      * devolver), con los dias transcurridos desde el pago a la fecha
      * de corte y el total por tramo.
      ******************************************************************
       LISTADO-ANTIGUEDAD.
           MOVE SPACES TO MENSAJE.
           DISPLAY "Fecha de corte AAAAMMDD (0=hoy): " LINE 23 COL 1.
           MOVE 0 TO W-FECHA-CORTE.
           ACCEPT W-FECHA-CORTE LINE 23 COL 35.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-FECHA-CORTE = 0
               ACCEPT W-FECHA-CORTE FROM DATE YYYYMMDD.
           OPEN INPUT SUSPENSO.
           IF ST-SUSPENSO > "07"
               STRING "Error al abrir cobransus " ST-SUSPENSO
                          DELIMITED BY SIZE INTO MENSAJE
               GO TO F-LISTADO-ANTIGUEDAD.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir suspenso.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               CLOSE SUSPENSO
               GO TO F-LISTADO-ANTIGUEDAD.
           INITIALIZE TAB-TRAMOS.
           MOVE W-FECHA-CORTE TO W-FECHA-Z.
           MOVE SPACES TO LIN-LISTADO.
           STRING "ANTIGUEDAD DEL SUSPENSO DE COBRANZAS AL " W-FECHA-Z
                      DELIMITED BY SIZE INTO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES-LIS TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE LIN-CABECERA TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES-LIS TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE "N" TO FIN-SUS.
           PERFORM LISTO-SUSPENSO THRU F-LISTO-SUSPENSO
               UNTIL FIN-SUS = "S".
           PERFORM IMPRIMO-TRAMOS THRU F-IMPRIMO-TRAMOS.
           CLOSE LISTADO.
           CLOSE SUSPENSO.
           MOVE W-TOT-CANT TO W-CANT-Z.
           STRING "Listado en suspenso.txt. Pagos en suspenso: "
                      W-CANT-Z DELIMITED BY SIZE INTO MENSAJE.

       F-LISTADO-ANTIGUEDAD.
           EXIT.

       LISTO-SUSPENSO.
           READ SUSPENSO
               AT END
                   MOVE "S" TO FIN-SUS
                   GO TO F-LISTO-SUSPENSO
           END-READ.
           IF NOT SUS-PENDIENTE AND NOT SUS-A-DEVOLVER
               GO TO F-LISTO-SUSPENSO.
           PERFORM CALCULO-ANTIGUEDAD THRU F-CALCULO-ANTIGUEDAD.
           IF W-DIAS > 90
               MOVE 4 TO W-TRAMO
           ELSE
               IF W-DIAS > 60
                   MOVE 3 TO W-TRAMO
               ELSE
                   IF W-DIAS > 30
                       MOVE 2 TO W-TRAMO
                   ELSE
                       MOVE 1 TO W-TRAMO
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO TRAMO-CANT(W-TRAMO).
           ADD SUS_IMPORTE TO TRAMO-IMPORTE(W-TRAMO).
           MOVE SUS_FECHA_PAGO  TO LIN-FECHA.
           MOVE SUS_CUIT        TO LIN-CUIT.
           MOVE SUS_ID          TO LIN-ID.
           MOVE SUS_REFERENCIA  TO LIN-REFERENCIA.
           MOVE SUS_IMPORTE     TO LIN-IMPORTE.
           MOVE W-DIAS          TO LIN-DIAS.
           MOVE ROT-TRAMO(W-TRAMO) TO LIN-TRAMO.
           MOVE SUS_ESTADO      TO LIN-ESTADO.
           MOVE SUS_MOTIVO      TO LIN-MOTIVO.
           MOVE LIN-DETALLE TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       F-LISTO-SUSPENSO.
           EXIT.

       IMPRIMO-TRAMOS.
           MOVE SPACES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE "TOTALES POR TRAMO" TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES-LIS TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE 0 TO W-TOT-CANT.
           MOVE 0 TO W-TOT-IMPORTE.
           PERFORM IMPRIMO-UN-TRAMO THRU F-IMPRIMO-UN-TRAMO
               VARYING W-TRAMO-I FROM 1 BY 1 UNTIL W-TRAMO-I > 4.
           MOVE "TOTAL SUSPENSO" TO LIN-TOT-TRAMO.
           MOVE W-TOT-CANT    TO LIN-TOT-CANT.
           MOVE W-TOT-IMPORTE TO LIN-TOT-IMPORTE.
           MOVE LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       F-IMPRIMO-TRAMOS.
           EXIT.

       IMPRIMO-UN-TRAMO.
           MOVE ROT-TRAMO(W-TRAMO-I)     TO LIN-TOT-TRAMO.
           MOVE TRAMO-CANT(W-TRAMO-I)    TO LIN-TOT-CANT.
           MOVE TRAMO-IMPORTE(W-TRAMO-I) TO LIN-TOT-IMPORTE.
           ADD TRAMO-CANT(W-TRAMO-I)    TO W-TOT-CANT.
           ADD TRAMO-IMPORTE(W-TRAMO-I) TO W-TOT-IMPORTE.
           MOVE LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       F-IMPRIMO-UN-TRAMO.
           EXIT.

      * Dias desde el pago (o desde que entro al suspenso, si el banco
      * no informo fecha de pago) hasta la fecha de corte.
       CALCULO-ANTIGUEDAD.
           MOVE W-FECHA-CORTE TO W-DIA-FECHA.
           PERFORM CALCULO-DIA THRU F-CALCULO-DIA.
           MOVE W-DIA-NUMERO TO W-DIA-CORTE.
           IF SUS_FECHA_PAGO NOT = 0
               MOVE SUS_FECHA_PAGO TO W-DIA-FECHA
           ELSE
               MOVE SUS_FECHA TO W-DIA-FECHA
           END-IF.
           PERFORM CALCULO-DIA THRU F-CALCULO-DIA.
           COMPUTE W-DIAS = W-DIA-CORTE - W-DIA-NUMERO.
           IF W-DIAS < 0
               MOVE 0 TO W-DIAS.

       F-CALCULO-ANTIGUEDAD.
           EXIT.

      * Numero de dia de W-DIA-FECHA: cada division se hace por
      * separado para que trunque como division entera.
       CALCULO-DIA.
           COMPUTE W-DIA-A = (14 - W-DIA-MES) / 12.
           COMPUTE W-DIA-Y = W-DIA-ANIO + 4800 - W-DIA-A.
           COMPUTE W-DIA-M = W-DIA-MES + 12 * W-DIA-A - 3.
           COMPUTE W-DIA-T1 = (153 * W-DIA-M + 2) / 5.
           COMPUTE W-DIA-T2 = W-DIA-Y / 4.
           COMPUTE W-DIA-T3 = W-DIA-Y / 100.
           COMPUTE W-DIA-T4 = W-DIA-Y / 400.
           COMPUTE W-DIA-NUMERO = W-DIA-DIA + W-DIA-T1
               + 365 * W-DIA-Y + W-DIA-T2 - W-DIA-T3 + W-DIA-T4
               - 32045.

       F-CALCULO-DIA.
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
           MOVE W-FECHA-HOY        TO AUD_FECHA.
           MOVE W-HORA-HHMMSS      TO AUD_HORA.
           MOVE "TRABAJA-SUSPENSO" TO AUD_PROGRAMA.
           MOVE W-OPERADOR         TO AUD_OPERADOR.
           MOVE "N"                TO AUD_OPERACION.
           MOVE W-DENEGADO-ID      TO AUD_ID.
           MOVE SPACES             TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES             TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "TRABAJA-SUSPENSO".
