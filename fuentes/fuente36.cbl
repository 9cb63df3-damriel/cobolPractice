      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Mantenimiento de los planes de pago (./planes.dat)
      *          de clientes deudores: para un ID_CLIENTE muestra su
      *          saldo y su ultimo plan, y permite firmar uno nuevo
      *          (deuda congelada, cantidad de cuotas, importe de la
      *          cuota y periodo de la primera) o anular uno que
      *          todavia no emitio cuotas. La firma no toca
      *          clientes.dat: la refinanciacion de la deuda y cada
      *          cuota entran por el lote de ajustes que arma
      *          GENERA-CUOTAS y aplica EXTRACTO-MENSUAL, y mientras
      *          el plan esta vigente GENERA-AJUSTES no le cobra
      *          intereses al cliente.
      *          Firmar o anular pide perfil de saldo/limite en
      *          operadores.dat; consultar, cualquier operador
      *          habilitado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABM-PLANES".
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

           SELECT OPTIONAL PLANES ASSIGN TO "./planes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLA_CLAVE
                  STATUS ST-PLANES.

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

      * Planes de pago, uno o mas por cliente numerados desde 001; a
      * lo sumo uno vigente por cliente. Mismo layout en
      * GENERA-CUOTAS y GENERA-AJUSTES. Los campos de emision los
      * mantiene GENERA-CUOTAS: periodo en que emitio la
      * refinanciacion, cuotas e importe emitidos, periodo e importe
      * de la ultima cuota (la que se controla contra las cobranzas
      * del periodo siguiente) y, si el plan caduco, el periodo y lo
      * cobrado en ese periodo.
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
       01  ST-PLANES    PIC XX.
       01  ST-AUDIT     PIC XX.
       01  ST-OPERAD    PIC XX.
       01  X            PIC X.

       01  MENSAJE      PIC X(70).
       01  FIN          PIC X   VALUES "N".
       01  FIN-CLIENTE  PIC X.
       01  FIN-PLANES   PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  GUIONES      PIC X(80) VALUES ALL "-".
       01  W-ACCION     PIC X.

       01  W-CLI-ID       PIC 9(07).
       01  W-CLI-ID-Z     PIC Z(06)9.
       01  W-CONFIRMA     PIC X.
       01  W-ESTADO-DESC  PIC X(6).
       01  W-DEUDA-CLI    PIC S9(7)V9(3).

       01  W-SALDO-Z      PIC -(7)9,999.
       01  W-IMPORTE-Z    PIC Z(6)9,999.
       01  W-FECHA-Z      PIC 9999/99/99.
       01  W-CUOTAS-Z     PIC ZZ9.

      * Ultimo plan del cliente (el de numero mas alto) y si hay uno
      * vigente, segun BUSCO-PLANES.
       01  W-HAY-PLAN     PIC X.
       01  W-HAY-VIGENTE  PIC X.
       01  W-ULT-NUMERO   PIC 9(3).
       01  W-PLAN-DESC    PIC X(10).

      * Datos del plan nuevo que se piden en pantalla.
       01  W-PLA-DEUDA    PIC 9(7)V9(3).
       01  W-PLA-CUOTAS   PIC 9(3).
       01  W-PLA-IMPORTE  PIC 9(7)V9(3).
       01  W-PLA-INICIO   PIC 9(6).
       01  W-INICIO-PARTES REDEFINES W-PLA-INICIO.
           03  W-INICIO-ANIO   PIC 9(4).
           03  W-INICIO-MES    PIC 99.
       01  W-PLA-ULTIMA   PIC S9(8)V9(3).
       01  W-PLA-DATOS-OK PIC X.

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVO.
           IF FIN = "N"
               PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR
               IF NOT PERFIL-CONSULTA
                   MOVE "INGRESO A ABM-PLANES" TO W-INTENTO
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
           MOVE SPACES TO MENSAJE.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      * Clientes se abre solo para consulta: el plan no cambia el
      * saldo hasta que sus ajustes pasan por EXTRACTO-MENSUAL.
       ABRO-ARCHIVO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
              STRING "Error al abrir clientes " ST-FILE
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 10 COL 20.
              MOVE "S" TO FIN.
           OPEN I-O PLANES.
           IF ST-PLANES > "07"
              STRING "Error al abrir planes " ST-PLANES
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
           MOVE SPACES TO MENSAJE.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE PLANES.
           CLOSE AUDITORIA.

       FINALIZAR.
           EXIT PROGRAM.

      * Un cliente por vuelta; ID 0 termina el programa.
       PROCESO.
           PERFORM MUESTRO-PANTALLA.
           MOVE 0 TO W-CLI-ID.
           ACCEPT W-CLI-ID LINE 06 COL 26 PROMPT.
           IF W-CLI-ID = 0
               MOVE "S" TO FIN
               GO TO F-PROCESO.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE "Cliente inexistente" TO MENSAJE
                   GO TO F-PROCESO
           END-READ.
           MOVE "N" TO FIN-CLIENTE.
           PERFORM TRABAJO-CLIENTE THRU F-TRABAJO-CLIENTE
               UNTIL FIN-CLIENTE = "S".

       F-PROCESO.
           EXIT.

       MUESTRO-PANTALLA.
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Planes de Pago"      LINE 3 COL 33
                   GUIONES               LINE 4 COL 1
                   "ID Cliente    : "    LINE 06 COL 10
                   "(0 = salir)"         LINE 06 COL 40
                   GUIONES               LINE 22 COL 1.
           IF MENSAJE NOT = SPACES
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE SPACES TO MENSAJE
           END-IF.

      ******************************************************************
      * Pantalla del cliente elegido con su ultimo plan; se vuelve a
      * armar despues de cada accion para mostrar el plan como quedo.
      ******************************************************************
       TRABAJO-CLIENTE.
           PERFORM BUSCO-PLANES THRU F-BUSCO-PLANES.
           PERFORM MUESTRO-CLIENTE THRU F-MUESTRO-CLIENTE.
           MOVE SPACES TO W-ACCION.
           ACCEPT W-ACCION LINE 20 COL 71.
           EVALUATE W-ACCION
               WHEN "N"
               WHEN "n"
                   IF PERFIL-SALDO-LIMITE
                       PERFORM ALTA-PLAN THRU F-ALTA-PLAN
                   ELSE
                       MOVE "ALTA DE PLAN DE PAGOS" TO W-INTENTO
                       MOVE W-CLI-ID TO W-DENEGADO-ID
                       PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   END-IF
               WHEN "A"
               WHEN "a"
                   IF PERFIL-SALDO-LIMITE
                       PERFORM ANULO-PLAN THRU F-ANULO-PLAN
                   ELSE
                       MOVE "ANULACION DE PLAN DE PAGOS" TO W-INTENTO
                       MOVE W-CLI-ID TO W-DENEGADO-ID
                       PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   END-IF
               WHEN "Q"
               WHEN "q"
                   MOVE "S" TO FIN-CLIENTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       F-TRABAJO-CLIENTE.
           EXIT.

       MUESTRO-CLIENTE.
           IF CLI-BAJA
               MOVE "BAJA"   TO W-ESTADO-DESC
           ELSE
               MOVE "ACTIVO" TO W-ESTADO-DESC
           END-IF.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           MOVE CLI_SALDO TO W-SALDO-Z.
           DISPLAY " "                   LINE 1 COL 1 ERASE EOS
                   "Planes de Pago"      LINE 3 COL 33
                   GUIONES               LINE 4 COL 1
                   "ID Cliente    : "    LINE 06 COL 10
                   W-CLI-ID-Z            LINE 06 COL 26
                   "Nombre        : "    LINE 07 COL 10
                   CLI_NOMBRE            LINE 07 COL 26
                   "Estado        : "    LINE 08 COL 10
                   W-ESTADO-DESC         LINE 08 COL 26
                   "Saldo         : "    LINE 09 COL 10
                   W-SALDO-Z             LINE 09 COL 26
                   "N=Nuevo plan A=Anular plan Q=Otro cliente"
                                         LINE 20 COL 10
                   "Opcion [ ]"          LINE 20 COL 63
                   GUIONES               LINE 22 COL 1.
           IF W-HAY-PLAN = "N"
               DISPLAY "El cliente no tiene planes de pago"
                       LINE 11 COL 10
           ELSE
               PERFORM MUESTRO-PLAN
           END-IF.
           IF MENSAJE NOT = SPACES
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE SPACES TO MENSAJE
           END-IF.

       F-MUESTRO-CLIENTE.
           EXIT.

      * Datos del plan que quedo en REG-PLANES.
       MUESTRO-PLAN.
           EVALUATE TRUE
               WHEN PLA-VIGENTE  MOVE "VIGENTE"  TO W-PLAN-DESC
               WHEN PLA-CUMPLIDO MOVE "CUMPLIDO" TO W-PLAN-DESC
               WHEN PLA-ROTO     MOVE "CADUCO"   TO W-PLAN-DESC
               WHEN PLA-ANULADO  MOVE "ANULADO"  TO W-PLAN-DESC
               WHEN OTHER        MOVE SPACES     TO W-PLAN-DESC
           END-EVALUATE.
           MOVE PLA_FECHA_ALTA TO W-FECHA-Z.
           DISPLAY "Plan numero   : "    LINE 11 COL 10
                   PLA_NUMERO            LINE 11 COL 26
                   W-PLAN-DESC           LINE 11 COL 31
                   "Firmado el    : "    LINE 12 COL 10
                   W-FECHA-Z             LINE 12 COL 26
                   PLA_OPERADOR          LINE 12 COL 38
                   "Deuda congel. : "    LINE 13 COL 10
                   "Cuotas        : "    LINE 14 COL 10
                   "Importe cuota : "    LINE 15 COL 10
                   "Periodo inicio: "    LINE 16 COL 10
                   PLA_PERIODO_INICIO    LINE 16 COL 26
                   "Emitidas      : "    LINE 17 COL 10
                   "Ultimo periodo: "    LINE 18 COL 10
                   PLA_ULT_PERIODO       LINE 18 COL 26.
           MOVE PLA_DEUDA TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 13 COL 26.
           MOVE PLA_CANT_CUOTAS TO W-CUOTAS-Z.
           DISPLAY W-CUOTAS-Z LINE 14 COL 26.
           MOVE PLA_IMPORTE_CUOTA TO W-IMPORTE-Z.
           DISPLAY W-IMPORTE-Z LINE 15 COL 26.
           MOVE PLA_CUOTAS_EMITIDAS TO W-CUOTAS-Z.
           DISPLAY W-CUOTAS-Z LINE 17 COL 26.
           MOVE PLA_IMPORTE_EMITIDO TO W-IMPORTE-Z.
           DISPLAY "por" LINE 17 COL 31
                   W-IMPORTE-Z LINE 17 COL 35.

      * Recorre los planes del cliente: deja el de numero mas alto en
      * REG-PLANES (o el vigente, si lo hay) y su numero en
      * W-ULT-NUMERO para numerar el proximo.
       BUSCO-PLANES.
           MOVE "N" TO W-HAY-PLAN.
           MOVE "N" TO W-HAY-VIGENTE.
           MOVE 0 TO W-ULT-NUMERO.
           MOVE "N" TO FIN-PLANES.
           MOVE W-CLI-ID TO PLA_ID.
           MOVE 0 TO PLA_NUMERO.
           START PLANES KEY IS NOT LESS THAN PLA_CLAVE
               INVALID KEY GO TO F-BUSCO-PLANES
           END-START.
           PERFORM LEO-PLAN THRU F-LEO-PLAN UNTIL FIN-PLANES = "S".
           IF W-HAY-PLAN = "N"
               GO TO F-BUSCO-PLANES.
           MOVE W-CLI-ID TO PLA_ID.
           MOVE W-ULT-NUMERO TO PLA_NUMERO.
           IF W-HAY-VIGENTE = "S"
               PERFORM BUSCO-VIGENTE THRU F-BUSCO-VIGENTE
           END-IF.
           READ PLANES
               INVALID KEY MOVE "N" TO W-HAY-PLAN
           END-READ.

       F-BUSCO-PLANES.
           EXIT.

       LEO-PLAN.
           READ PLANES NEXT RECORD
               AT END
                   MOVE "S" TO FIN-PLANES
                   GO TO F-LEO-PLAN
           END-READ.
           IF PLA_ID NOT = W-CLI-ID
               MOVE "S" TO FIN-PLANES
               GO TO F-LEO-PLAN.
           MOVE "S" TO W-HAY-PLAN.
           MOVE PLA_NUMERO TO W-ULT-NUMERO.
           IF PLA-VIGENTE
               MOVE "S" TO W-HAY-VIGENTE.

       F-LEO-PLAN.
           EXIT.

      * El vigente, si lo hay, es el que se muestra y el unico que se
      * puede anular; se busca de nuevo por numero descendente.
       BUSCO-VIGENTE.
           READ PLANES
               INVALID KEY GO TO F-BUSCO-VIGENTE
           END-READ.
           IF PLA-VIGENTE
               GO TO F-BUSCO-VIGENTE.
           IF PLA_NUMERO = 1
               GO TO F-BUSCO-VIGENTE.
           SUBTRACT 1 FROM PLA_NUMERO.
           GO TO BUSCO-VIGENTE.

       F-BUSCO-VIGENTE.
           EXIT.

      ******************************************************************
      * Firma de un plan nuevo. Solo para clientes activos con saldo
      * deudor y sin otro plan vigente. La deuda congelada no puede
      * superar la deuda actual; la ultima cuota absorbe la
      * diferencia de redondeo entre cuotas x importe y la deuda.
      * Las cuotas empiezan en el periodo en curso o uno posterior.
      ******************************************************************
       ALTA-PLAN.
           IF CLI-BAJA
               MOVE "Cliente dado de baja: no admite plan" TO MENSAJE
               GO TO F-ALTA-PLAN.
           IF W-HAY-VIGENTE = "S"
               MOVE "El cliente ya tiene un plan vigente" TO MENSAJE
               GO TO F-ALTA-PLAN.
           IF CLI_SALDO NOT < 0
               MOVE "El cliente no tiene saldo deudor" TO MENSAJE
               GO TO F-ALTA-PLAN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-DEUDA-CLI = 0 - CLI_SALDO.
           MOVE W-DEUDA-CLI TO W-PLA-DEUDA.
           MOVE 1 TO W-PLA-CUOTAS.
           MOVE W-FECHA-PERIODO TO W-PLA-INICIO.
           DISPLAY " "                   LINE 11 COL 1 ERASE EOS
                   "Nuevo plan de pagos" LINE 11 COL 10
                   "Deuda congel. : "    LINE 13 COL 10
                   "Cuotas        : "    LINE 14 COL 10
                   "Importe cuota : "    LINE 15 COL 10
                   "Periodo inicio: "    LINE 16 COL 10
                   "(AAAAMM)"            LINE 16 COL 40
                   GUIONES               LINE 22 COL 1.
           ACCEPT W-PLA-DEUDA  LINE 13 COL 26 UPDATE.
           ACCEPT W-PLA-CUOTAS LINE 14 COL 26 UPDATE.
           IF W-PLA-CUOTAS > 0
               COMPUTE W-PLA-IMPORTE ROUNDED =
                   W-PLA-DEUDA / W-PLA-CUOTAS
           ELSE
               MOVE 0 TO W-PLA-IMPORTE
           END-IF.
           ACCEPT W-PLA-IMPORTE LINE 15 COL 26 UPDATE.
           ACCEPT W-PLA-INICIO  LINE 16 COL 26 UPDATE.
           PERFORM VALIDO-PLAN THRU F-VALIDO-PLAN.
           IF W-PLA-DATOS-OK = "N"
               GO TO F-ALTA-PLAN.
           MOVE W-PLA-ULTIMA TO W-IMPORTE-Z.
           STRING "Ultima cuota: " W-IMPORTE-Z
                      " - Confirma el plan (S/N): "
                      DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE LINE 23 COL 1.
           MOVE SPACES TO MENSAJE.
           ACCEPT W-CONFIRMA LINE 23 COL 54.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-ALTA-PLAN.
           INITIALIZE REG-PLANES.
           MOVE W-CLI-ID        TO PLA_ID.
           COMPUTE PLA_NUMERO = W-ULT-NUMERO + 1.
           SET PLA-VIGENTE      TO TRUE.
           MOVE W-FECHA-HOY     TO PLA_FECHA_ALTA.
           MOVE W-OPERADOR      TO PLA_OPERADOR.
           MOVE W-PLA-DEUDA     TO PLA_DEUDA.
           MOVE W-PLA-CUOTAS    TO PLA_CANT_CUOTAS.
           MOVE W-PLA-IMPORTE   TO PLA_IMPORTE_CUOTA.
           MOVE W-PLA-INICIO    TO PLA_PERIODO_INICIO.
           WRITE REG-PLANES.
           IF ST-PLANES > "07"
               STRING "Error grabando plan Status = " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
           ELSE
               MOVE "Plan de pagos grabado" TO MENSAJE
           END-IF.

       F-ALTA-PLAN.
           EXIT.

       VALIDO-PLAN.
           MOVE "N" TO W-PLA-DATOS-OK.
           IF W-PLA-DEUDA = 0 OR W-PLA-DEUDA > W-DEUDA-CLI
               MOVE "Deuda a congelar entre 0 y la deuda actual"
                   TO MENSAJE
               GO TO F-VALIDO-PLAN.
           IF W-PLA-CUOTAS = 0 OR W-PLA-CUOTAS > 120
               MOVE "Cantidad de cuotas entre 1 y 120" TO MENSAJE
               GO TO F-VALIDO-PLAN.
           IF W-PLA-IMPORTE = 0
               MOVE "El importe de la cuota debe ser mayor que 0"
                   TO MENSAJE
               GO TO F-VALIDO-PLAN.
           COMPUTE W-PLA-ULTIMA = W-PLA-DEUDA
                   - (W-PLA-CUOTAS - 1) * W-PLA-IMPORTE.
           IF W-PLA-ULTIMA NOT > 0
               MOVE "Cuotas x importe supera la deuda congelada"
                   TO MENSAJE
               GO TO F-VALIDO-PLAN.
           IF W-INICIO-MES < 1 OR W-INICIO-MES > 12
               MOVE "Periodo de inicio invalido" TO MENSAJE
               GO TO F-VALIDO-PLAN.
           IF W-PLA-INICIO < W-FECHA-PERIODO
               MOVE "El periodo de inicio ya paso" TO MENSAJE
               GO TO F-VALIDO-PLAN.
           MOVE "S" TO W-PLA-DATOS-OK.

       F-VALIDO-PLAN.
           EXIT.

      * Anulacion: solo un plan vigente que todavia no emitio cuotas
      * (nada paso aun por el lote de ajustes). Uno ya en curso se
      * cierra por cumplimiento o por caducidad en GENERA-CUOTAS.
       ANULO-PLAN.
           IF W-HAY-VIGENTE = "N"
               MOVE "El cliente no tiene un plan vigente" TO MENSAJE
               GO TO F-ANULO-PLAN.
           IF PLA_CUOTAS_EMITIDAS > 0
               MOVE "El plan ya emitio cuotas: no se puede anular"
                   TO MENSAJE
               GO TO F-ANULO-PLAN.
           DISPLAY "Confirma anular el plan (S/N): " LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 33.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               GO TO F-ANULO-PLAN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           SET PLA-ANULADO TO TRUE.
           MOVE W-FECHA-HOY TO PLA_FECHA_FIN.
           REWRITE REG-PLANES.
           IF ST-PLANES > "07"
               STRING "Error grabando plan Status = " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
           ELSE
               MOVE "Plan de pagos anulado" TO MENSAJE
           END-IF.

       F-ANULO-PLAN.
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
           MOVE W-FECHA-HOY   TO AUD_FECHA.
           MOVE W-HORA-HHMMSS TO AUD_HORA.
           MOVE "ABM-PLANES"  TO AUD_PROGRAMA.
           MOVE W-OPERADOR    TO AUD_OPERADOR.
           MOVE "N"           TO AUD_OPERACION.
           MOVE W-DENEGADO-ID TO AUD_ID.
           MOVE SPACES        TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES        TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "ABM-PLANES".
