      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Interfaz diaria con la contabilidad general. Toma los
      *          movimientos de saldo de un dia de movimientos.dat, los
      *          imputa segun la tabla ./cuentas.dat (mantenida por
      *          CARGA-CUENTAS: programa y comienzo del concepto ->
      *          cuenta de deudores y cuenta de contrapartida) y los
      *          resume en asientos balanceados, uno por regla y
      *          sentido: lo que agranda la deuda va al debe de
      *          deudores y al haber de la contrapartida, lo que la
      *          achica al reves. Graba ./contable.dat con cabecera
      *          "H", renglones "D" y pie "T" con cantidades y totales
      *          de debe y haber, y el detalle en ./asientos.txt.
      *          Un movimiento sin regla traba la interfaz: se lista y
      *          no se graba contable.dat, para que nada se pierda sin
      *          aviso. El dia contabilizado queda registrado en
      *          runctl.dat y no se puede volver a contabilizar.
      *          Solo se contabiliza un dia ya cerrado (anterior a la
      *          fecha del dia; por omision el de ayer), para que no
      *          queden movimientos grabados despues de la interfaz.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GENERA-ASIENTOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV_CLAVE
                  STATUS ST-MOVIM.

           SELECT OPTIONAL CUENTAS ASSIGN TO "./cuentas.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CTA_CLAVE
                  STATUS ST-CUENTAS.

           SELECT CONTABLE ASSIGN TO "./contable.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-CONTABLE.

           SELECT LISTADO ASSIGN TO "./asientos.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

      * Historial permanente de movimientos de saldo: mismo layout que
      * en ABM-CLIENTES, CARGA-CLIENTES y EXTRACTO-MENSUAL.
       FD  MOVIMIENTOS.

       01  REG-MOVIMIENTO.
           03  MOV_CLAVE.
               05  MOV_ID           PIC 9(7).
               05  MOV_FECHA        PIC 9(8).
               05  MOV_SECUENCIA    PIC 9(5).
           03  MOV_IMPORTE          PIC S9(7)V9(3).
           03  MOV_CONCEPTO         PIC X(40).
           03  MOV_PROGRAMA         PIC X(20).

      * Tabla de imputacion contable: mismo layout que en
      * CARGA-CUENTAS.
       FD  CUENTAS.

       01  REG-CUENTAS.
           03  CTA_CLAVE.
               05  CTA_PROGRAMA     PIC X(20).
               05  CTA_CONCEPTO     PIC X(20).
           03  CTA_CLIENTES         PIC X(12).
           03  CTA_CONTRA           PIC X(12).
           03  CTA_DESCRIPCION      PIC X(30).
           03  CTA_ESTADO           PIC X.
               88  CTA-ACTIVA       VALUE "A".
               88  CTA-BAJA         VALUE "B".

      * Interfaz para la contabilidad general: cabecera "H" con el
      * dia contabilizado, un renglon "D" por cuenta de cada asiento
      * y pie "T" con cantidad de renglones y de asientos, totales
      * de debe y haber (iguales) y movimientos resumidos.
       FD  CONTABLE.

       01  REG-CONTABLE.
           03  CON-TIPO             PIC X.
           03  CON-ASIENTO          PIC 9(5).
           03  CON-RENGLON          PIC 9(2).
           03  CON-CUENTA           PIC X(12).
           03  CON-DEBE-HABER       PIC X.
           03  CON-IMPORTE          PIC 9(9)V9(3).
           03  CON-DESCRIPCION      PIC X(30).
           03  CON-CANT-MOVS        PIC 9(7).

       01  REG-CON-CABECERA.
           03  CON-CAB-TIPO         PIC X.
           03  CON-CAB-FECHA        PIC 9(8).
           03  CON-CAB-GENERADO     PIC 9(8).
           03  CON-CAB-HORA         PIC 9(6).
           03  FILLER               PIC X(47).

       01  REG-CON-PIE.
           03  CON-PIE-TIPO         PIC X.
           03  CON-PIE-RENGLONES    PIC 9(7).
           03  CON-PIE-ASIENTOS     PIC 9(5).
           03  CON-PIE-DEBE         PIC 9(11)V9(3).
           03  CON-PIE-HABER        PIC 9(11)V9(3).
           03  CON-PIE-MOVS         PIC 9(7).
           03  FILLER               PIC X(22).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo
      * terminado por programa (tipo "P") y la bitacora de corridas
      * (tipo "C"). Mismo layout en todos los batch y en
      * INFORME-CORRIDAS. Aca el registro "P" lleva el dia
      * contabilizado (AAAAMMDD) en RUN_REFERENCIA.
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

       01  ST-MOVIM     PIC XX.
       01  ST-CUENTAS   PIC XX.
       01  ST-CONTABLE  PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN          PIC X.
       01  FIN-CTA      PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-CONTABLE PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-CONTABLE.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.

      * Dia anterior a la fecha del dia, para el dia por omision.
       01  W-AYER           PIC 9(8).
       01  W-AYER-PARTES REDEFINES W-AYER.
           03  W-AYER-ANIO      PIC 9(4).
           03  W-AYER-MES       PIC 99.
           03  W-AYER-DIA       PIC 99.
       01  W-DIAS-MESES     PIC X(24)
           VALUE "312831303130313130313031".
       01  W-DIAS-TABLA REDEFINES W-DIAS-MESES.
           03  W-DIAS-MES       PIC 99 OCCURS 12.
       01  W-BIS-COCIENTE   PIC 9(4).
       01  W-BIS-RESTO-4    PIC 9(3).
       01  W-BIS-RESTO-100  PIC 9(3).
       01  W-BIS-RESTO-400  PIC 9(3).

       01  W-CANT-LEIDOS    PIC 9(7) VALUE 0.
       01  W-CANT-DEL-DIA   PIC 9(7) VALUE 0.
       01  W-CANT-EN-CERO   PIC 9(7) VALUE 0.
       01  W-CANT-SIN-REGLA PIC 9(7) VALUE 0.
       01  W-CANT-ASIENTOS  PIC 9(5) VALUE 0.
       01  W-CANT-RENGLONES PIC 9(7) VALUE 0.
       01  W-TOTAL-DEBE     PIC 9(11)V9(3) VALUE 0.
       01  W-TOTAL-HABER    PIC 9(11)V9(3) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-IMPORTE        PIC 9(9)V9(3).

      * Reglas activas de cuentas.dat en memoria, con el largo de su
      * concepto: a cada movimiento le toca la regla de su programa
      * cuyo concepto coincide con el comienzo de MOV_CONCEPTO; si
      * hay varias gana la mas larga (la mas especifica), y una
      * regla con concepto en blanco toma todo lo demas del programa.
      * Cada regla acumula por separado lo que agranda la deuda
      * (importe negativo) y lo que la achica.
       01  W-CANT-REGLAS    PIC 9(3) VALUE 0.
       01  W-REGLAS-LLENA   PIC X    VALUE "N".
       01  W-REG-I          PIC 9(3).
       01  W-REG-ELEGIDA    PIC 9(3).
       01  W-LARGO-ELEGIDO  PIC 99.
       01  W-LARGO          PIC 99.
       01  W-LARGO-FIN      PIC X.
       01  TAB-REGLAS.
           03  REG-ENTRADA OCCURS 500.
               05  REG-PROGRAMA     PIC X(20).
               05  REG-CONCEPTO     PIC X(20).
               05  REG-LARGO        PIC 99.
               05  REG-CLIENTES     PIC X(12).
               05  REG-CONTRA       PIC X(12).
               05  REG-DESCRIPCION  PIC X(30).
               05  REG-CANT-DEUDA   PIC 9(7).
               05  REG-IMP-DEUDA    PIC 9(9)V9(3).
               05  REG-CANT-PAGO    PIC 9(7).
               05  REG-IMP-PAGO     PIC 9(9)V9(3).

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
               VALUE "ASIENTOS CONTABLES DEL DIA ".
           03  LIN-TIT-FECHA   PIC 9(8).

       01  LIN-SUBTITULO       PIC X(60).

       01  LIN-SIN-REGLA.
           03  LIN-SR-ID       PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SR-SEC      PIC Z(4)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SR-PROGRAMA PIC X(20).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SR-CONCEPTO PIC X(40).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-SR-IMPORTE  PIC -(7)9,999.

       01  LIN-ASIENTO.
           03  FILLER          PIC X(9)  VALUE "ASIENTO ".
           03  LIN-AS-NUMERO   PIC Z(4)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-AS-DESC     PIC X(30).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-AS-CANT     PIC Z(6)9.
           03  FILLER          PIC X(7)  VALUE " MOVS.".

       01  LIN-RENGLON.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-RE-CUENTA   PIC X(12).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RE-DEBE     PIC Z(8)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-RE-HABER    PIC Z(8)9,999.

       01  LIN-TOTAL.
           03  LIN-TOT-TEXTO   PIC X(24).
           03  LIN-TOT-DEBE    PIC Z(10)9,999.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-TOT-HABER   PIC Z(10)9,999.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           IF HUBO-ERROR = 1
               GO TO FINALIZAR.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM CONTROLO-DIA THRU F-CONTROLO-DIA
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM CARGO-REGLAS THRU F-CARGO-REGLAS
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TITULO
               PERFORM LEO-PRIMER-MOV THRU F-LEO-PRIMER-MOV
               PERFORM PROCESO-MOVIMIENTO THRU F-PROCESO-MOVIMIENTO
                   UNTIL FIN = "S"
               PERFORM CONTROLO-SIN-REGLA
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM GRABO-INTERFAZ THRU F-GRABO-INTERFAZ
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

      * Si el operador no informa el dia (0), se contabiliza el de
      * ayer. Ni hoy ni un dia futuro se aceptan: quedarian cerrados
      * mientras los batch todavia pueden grabarles movimientos.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Dia a contabilizar AAAAMMDD (0=ayer): ".
           ACCEPT W-FECHA-CONTABLE.
           IF W-FECHA-CONTABLE = 0
               PERFORM CALCULO-AYER THRU F-CALCULO-AYER
               MOVE W-AYER TO W-FECHA-CONTABLE.
           IF W-FECHA-CONTABLE NOT < W-FECHA-HOY
               DISPLAY "Solo se contabiliza un dia anterior a hoy"
               MOVE 1 TO HUBO-ERROR.

      * Un dia menos a la fecha del dia; al pasar de mes toma el
      * ultimo dia del mes anterior (29 de febrero en bisiesto).
       CALCULO-AYER.
           MOVE W-FECHA-HOY TO W-AYER.
           IF W-AYER-DIA > 1
               SUBTRACT 1 FROM W-AYER-DIA
               GO TO F-CALCULO-AYER.
           IF W-AYER-MES = 1
               MOVE 12 TO W-AYER-MES
               SUBTRACT 1 FROM W-AYER-ANIO
           ELSE
               SUBTRACT 1 FROM W-AYER-MES
           END-IF.
           MOVE W-DIAS-MES(W-AYER-MES) TO W-AYER-DIA.
           IF W-AYER-MES NOT = 2
               GO TO F-CALCULO-AYER.
           DIVIDE W-AYER-ANIO BY 4 GIVING W-BIS-COCIENTE
               REMAINDER W-BIS-RESTO-4.
           DIVIDE W-AYER-ANIO BY 100 GIVING W-BIS-COCIENTE
               REMAINDER W-BIS-RESTO-100.
           DIVIDE W-AYER-ANIO BY 400 GIVING W-BIS-COCIENTE
               REMAINDER W-BIS-RESTO-400.
           IF W-BIS-RESTO-4 = 0
              AND (W-BIS-RESTO-100 NOT = 0 OR W-BIS-RESTO-400 = 0)
               MOVE 29 TO W-AYER-DIA.

       F-CALCULO-AYER.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIM > "07"
               STRING "Error al abrir movimientos " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CUENTAS.
           IF ST-CUENTAS > "07"
               STRING "Error al abrir cuentas " ST-CUENTAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir asientos.txt " ST-LISTADO
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
           CLOSE MOVIMIENTOS.
           CLOSE CUENTAS.
           CLOSE LISTADO.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Un dia ya contabilizado no se vuelve a mandar: la
      * contabilidad lo tomaria dos veces.
       CONTROLO-DIA.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-ASIENTOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-FECHA-CONTABLE TO RUN_REFERENCIA(1:8).
           READ RUNCTL
               INVALID KEY GO TO F-CONTROLO-DIA
           END-READ.
           STRING "Dia " W-FECHA-CONTABLE " ya contabilizado el "
                      RUN_FECHA_FIN DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           MOVE 1 TO HUBO-ERROR.

       F-CONTROLO-DIA.
           EXIT.

       CARGO-REGLAS.
           MOVE "N" TO FIN-CTA.
           MOVE LOW-VALUES TO CTA_CLAVE.
           START CUENTAS KEY IS NOT LESS THAN CTA_CLAVE
               INVALID KEY MOVE "S" TO FIN-CTA
           END-START.
           PERFORM CARGO-UNA-REGLA THRU F-CARGO-UNA-REGLA
               UNTIL FIN-CTA = "S".
           IF W-CANT-REGLAS = 0
               DISPLAY "cuentas.dat sin reglas activas: correr "
                       "CARGA-CUENTAS"
               MOVE 1 TO HUBO-ERROR.

       F-CARGO-REGLAS.
           EXIT.

       CARGO-UNA-REGLA.
           READ CUENTAS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-CTA
                   GO TO F-CARGO-UNA-REGLA
           END-READ.
           IF NOT CTA-ACTIVA
               GO TO F-CARGO-UNA-REGLA.
           IF W-CANT-REGLAS NOT < 500
               IF W-REGLAS-LLENA = "N"
                   MOVE "S" TO W-REGLAS-LLENA
                   DISPLAY "Tabla de reglas llena: se toman 500"
               END-IF
               GO TO F-CARGO-UNA-REGLA.
           ADD 1 TO W-CANT-REGLAS.
           MOVE W-CANT-REGLAS   TO W-REG-I.
           MOVE CTA_PROGRAMA    TO REG-PROGRAMA(W-REG-I).
           MOVE CTA_CONCEPTO    TO REG-CONCEPTO(W-REG-I).
           MOVE CTA_CLIENTES    TO REG-CLIENTES(W-REG-I).
           MOVE CTA_CONTRA      TO REG-CONTRA(W-REG-I).
           MOVE CTA_DESCRIPCION TO REG-DESCRIPCION(W-REG-I).
           MOVE 0 TO REG-CANT-DEUDA(W-REG-I).
           MOVE 0 TO REG-IMP-DEUDA(W-REG-I).
           MOVE 0 TO REG-CANT-PAGO(W-REG-I).
           MOVE 0 TO REG-IMP-PAGO(W-REG-I).
           MOVE "N" TO W-LARGO-FIN.
           PERFORM MIDO-CONCEPTO THRU F-MIDO-CONCEPTO
               VARYING W-LARGO FROM 20 BY -1
               UNTIL W-LARGO = 0 OR W-LARGO-FIN = "S".
           IF W-LARGO-FIN = "S"
               ADD 1 TO W-LARGO.
           MOVE W-LARGO TO REG-LARGO(W-REG-I).

       F-CARGO-UNA-REGLA.
           EXIT.

      * Largo del concepto sin los blancos del final.
       MIDO-CONCEPTO.
           IF CTA_CONCEPTO(W-LARGO:1) NOT = SPACE
               MOVE "S" TO W-LARGO-FIN.

       F-MIDO-CONCEPTO.
           EXIT.

       LEO-PRIMER-MOV.
           MOVE 0 TO MOV_ID.
           MOVE 0 TO MOV_FECHA.
           MOVE 0 TO MOV_SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN
                   GO TO F-LEO-PRIMER-MOV
           END-START.
           PERFORM LEO-MOVIMIENTOS.

       F-LEO-PRIMER-MOV.
           EXIT.

       LEO-MOVIMIENTOS.
           READ MOVIMIENTOS NEXT RECORD
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDOS.

      * La clave empieza por cliente, asi que el dia se filtra
      * recorriendo el historial completo. Un movimiento en cero
      * (la constancia de una fusion con historial completo) no
      * genera asiento.
       PROCESO-MOVIMIENTO.
           IF MOV_FECHA NOT = W-FECHA-CONTABLE
               GO TO SIGO-MOVIMIENTO.
           ADD 1 TO W-CANT-DEL-DIA.
           IF MOV_IMPORTE = 0
               ADD 1 TO W-CANT-EN-CERO
               GO TO SIGO-MOVIMIENTO.
           PERFORM BUSCO-REGLA THRU F-BUSCO-REGLA.
           IF W-REG-ELEGIDA = 0
               PERFORM IMPRIMO-SIN-REGLA
               GO TO SIGO-MOVIMIENTO.
           IF MOV_IMPORTE < 0
               ADD 1 TO REG-CANT-DEUDA(W-REG-ELEGIDA)
               SUBTRACT MOV_IMPORTE FROM REG-IMP-DEUDA(W-REG-ELEGIDA)
           ELSE
               ADD 1 TO REG-CANT-PAGO(W-REG-ELEGIDA)
               ADD MOV_IMPORTE TO REG-IMP-PAGO(W-REG-ELEGIDA)
           END-IF.

       SIGO-MOVIMIENTO.
           PERFORM LEO-MOVIMIENTOS.

       F-PROCESO-MOVIMIENTO.
           EXIT.

       BUSCO-REGLA.
           MOVE 0 TO W-REG-ELEGIDA.
           MOVE 0 TO W-LARGO-ELEGIDO.
           PERFORM COMPARO-REGLA THRU F-COMPARO-REGLA
               VARYING W-REG-I FROM 1 BY 1
               UNTIL W-REG-I > W-CANT-REGLAS.

       F-BUSCO-REGLA.
           EXIT.

       COMPARO-REGLA.
           IF REG-PROGRAMA(W-REG-I) NOT = MOV_PROGRAMA
               GO TO F-COMPARO-REGLA.
           IF W-REG-ELEGIDA NOT = 0
              AND REG-LARGO(W-REG-I) NOT > W-LARGO-ELEGIDO
               GO TO F-COMPARO-REGLA.
           IF REG-LARGO(W-REG-I) > 0
               MOVE REG-LARGO(W-REG-I) TO W-LARGO
               IF MOV_CONCEPTO(1:W-LARGO) NOT =
                  REG-CONCEPTO(W-REG-I)(1:W-LARGO)
                   GO TO F-COMPARO-REGLA
               END-IF
           END-IF.
           MOVE W-REG-I TO W-REG-ELEGIDA.
           MOVE REG-LARGO(W-REG-I) TO W-LARGO-ELEGIDO.

       F-COMPARO-REGLA.
           EXIT.

       CONTROLO-SIN-REGLA.
           IF W-CANT-SIN-REGLA > 0
               MOVE GUIONES TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE "INTERFAZ NO GENERADA: movimientos sin regla en "
                   TO LIN-SUBTITULO
               MOVE LIN-SUBTITULO TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE "cuentas.dat - completar con CARGA-CUENTAS y "
                   TO LIN-SUBTITULO
               MOVE LIN-SUBTITULO TO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE "volver a correr el dia." TO LIN-SUBTITULO
               MOVE LIN-SUBTITULO TO LIN-LISTADO
               WRITE LIN-LISTADO
               DISPLAY "Movimientos sin regla contable: interfaz "
                       "no generada (ver asientos.txt)"
               MOVE 1 TO HUBO-ERROR
           END-IF.

       GRABO-INTERFAZ.
           OPEN OUTPUT CONTABLE.
           IF ST-CONTABLE NOT = "00"
               STRING "Error al abrir contable.dat " ST-CONTABLE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-GRABO-INTERFAZ.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REG-CON-CABECERA.
           MOVE "H" TO CON-CAB-TIPO.
           MOVE W-FECHA-CONTABLE TO CON-CAB-FECHA.
           MOVE W-FECHA-HOY      TO CON-CAB-GENERADO.
           MOVE W-HORA-HHMMSS    TO CON-CAB-HORA.
           WRITE REG-CON-CABECERA.
           IF ST-CONTABLE NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando contable.dat " ST-CONTABLE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               CLOSE CONTABLE
               GO TO F-GRABO-INTERFAZ.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           PERFORM GRABO-ASIENTOS-REGLA THRU F-GRABO-ASIENTOS-REGLA
               VARYING W-REG-I FROM 1 BY 1
               UNTIL W-REG-I > W-CANT-REGLAS OR HUBO-ERROR = 1.
      * Un renglon sin grabar deja la interfaz incompleta: sin pie
      * y sin cerrar el dia, que se vuelve a correr.
           IF HUBO-ERROR = 1
               CLOSE CONTABLE
               DISPLAY "contable.dat incompleto: no enviar"
               GO TO F-GRABO-INTERFAZ.
           MOVE SPACES TO REG-CON-PIE.
           MOVE "T" TO CON-PIE-TIPO.
           MOVE W-CANT-RENGLONES TO CON-PIE-RENGLONES.
           MOVE W-CANT-ASIENTOS  TO CON-PIE-ASIENTOS.
           MOVE W-TOTAL-DEBE     TO CON-PIE-DEBE.
           MOVE W-TOTAL-HABER    TO CON-PIE-HABER.
           COMPUTE CON-PIE-MOVS = W-CANT-DEL-DIA - W-CANT-EN-CERO.
           WRITE REG-CON-PIE.
           IF ST-CONTABLE NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando contable.dat " ST-CONTABLE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           CLOSE CONTABLE.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "TOTALES DEBE / HABER:" TO LIN-TOT-TEXTO.
           MOVE W-TOTAL-DEBE  TO LIN-TOT-DEBE.
           MOVE W-TOTAL-HABER TO LIN-TOT-HABER.
           MOVE LIN-TOTAL TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-GRABO-INTERFAZ.
           EXIT.

      * Hasta dos asientos por regla: lo que agranda la deuda (debe
      * deudores, haber contrapartida) y lo que la achica (debe
      * contrapartida, haber deudores).
       GRABO-ASIENTOS-REGLA.
           IF REG-CANT-DEUDA(W-REG-I) > 0
               MOVE REG-IMP-DEUDA(W-REG-I) TO W-IMPORTE
               PERFORM IMPRIMO-ASIENTO-DEUDA
               PERFORM GRABO-DEBE-CLIENTES
           END-IF.
           IF REG-CANT-PAGO(W-REG-I) > 0
               MOVE REG-IMP-PAGO(W-REG-I) TO W-IMPORTE
               PERFORM IMPRIMO-ASIENTO-PAGO
               PERFORM GRABO-DEBE-CONTRA
           END-IF.

       F-GRABO-ASIENTOS-REGLA.
           EXIT.

       IMPRIMO-ASIENTO-DEUDA.
           ADD 1 TO W-CANT-ASIENTOS.
           MOVE W-CANT-ASIENTOS         TO LIN-AS-NUMERO.
           MOVE REG-DESCRIPCION(W-REG-I) TO LIN-AS-DESC.
           MOVE REG-CANT-DEUDA(W-REG-I) TO LIN-AS-CANT.
           MOVE LIN-ASIENTO TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-ASIENTO-PAGO.
           ADD 1 TO W-CANT-ASIENTOS.
           MOVE W-CANT-ASIENTOS         TO LIN-AS-NUMERO.
           MOVE REG-DESCRIPCION(W-REG-I) TO LIN-AS-DESC.
           MOVE REG-CANT-PAGO(W-REG-I)  TO LIN-AS-CANT.
           MOVE LIN-ASIENTO TO LIN-LISTADO
           WRITE LIN-LISTADO.

       GRABO-DEBE-CLIENTES.
           MOVE REG-CANT-DEUDA(W-REG-I) TO CON-CANT-MOVS.
           MOVE 1 TO CON-RENGLON.
           MOVE REG-CLIENTES(W-REG-I) TO CON-CUENTA.
           MOVE "D" TO CON-DEBE-HABER.
           PERFORM GRABO-RENGLON.
           MOVE 2 TO CON-RENGLON.
           MOVE REG-CONTRA(W-REG-I) TO CON-CUENTA.
           MOVE "H" TO CON-DEBE-HABER.
           PERFORM GRABO-RENGLON.

       GRABO-DEBE-CONTRA.
           MOVE REG-CANT-PAGO(W-REG-I) TO CON-CANT-MOVS.
           MOVE 1 TO CON-RENGLON.
           MOVE REG-CONTRA(W-REG-I) TO CON-CUENTA.
           MOVE "D" TO CON-DEBE-HABER.
           PERFORM GRABO-RENGLON.
           MOVE 2 TO CON-RENGLON.
           MOVE REG-CLIENTES(W-REG-I) TO CON-CUENTA.
           MOVE "H" TO CON-DEBE-HABER.
           PERFORM GRABO-RENGLON.

      * Completa y graba un renglon "D" con el importe del asiento
      * en curso; CON-CANT-MOVS, renglon, cuenta y lado ya vienen
      * cargados (el MOVE del tipo no los toca).
       GRABO-RENGLON.
           MOVE "D" TO CON-TIPO.
           MOVE W-CANT-ASIENTOS TO CON-ASIENTO.
           MOVE W-IMPORTE TO CON-IMPORTE.
           MOVE REG-DESCRIPCION(W-REG-I) TO CON-DESCRIPCION.
           WRITE REG-CONTABLE.
           IF ST-CONTABLE NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando contable.dat " ST-CONTABLE
                          " asiento " W-CANT-ASIENTOS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           END-IF.
           ADD 1 TO W-CANT-RENGLONES.
           MOVE CON-CUENTA TO LIN-RE-CUENTA.
           IF CON-DEBE-HABER = "D"
               ADD W-IMPORTE TO W-TOTAL-DEBE
               MOVE W-IMPORTE TO LIN-RE-DEBE
               MOVE 0 TO LIN-RE-HABER
           ELSE
               ADD W-IMPORTE TO W-TOTAL-HABER
               MOVE 0 TO LIN-RE-DEBE
               MOVE W-IMPORTE TO LIN-RE-HABER
           END-IF.
           MOVE LIN-RENGLON TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-TITULO.
           MOVE W-FECHA-CONTABLE TO LIN-TIT-FECHA.
           MOVE LIN-TITULO TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-SIN-REGLA.
           ADD 1 TO W-CANT-SIN-REGLA.
           IF W-CANT-SIN-REGLA = 1
               MOVE "MOVIMIENTOS SIN REGLA CONTABLE:" TO LIN-SUBTITULO
               MOVE LIN-SUBTITULO TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.
           MOVE MOV_ID        TO LIN-SR-ID.
           MOVE MOV_SECUENCIA TO LIN-SR-SEC.
           MOVE MOV_PROGRAMA  TO LIN-SR-PROGRAMA.
           MOVE MOV_CONCEPTO  TO LIN-SR-CONCEPTO.
           MOVE MOV_IMPORTE   TO LIN-SR-IMPORTE.
           MOVE LIN-SIN-REGLA TO LIN-LISTADO
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
           MOVE "GENERA-ASIENTOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "contable.dat" TO RUN_ARCHIVO.
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
           MOVE "GENERA-ASIENTOS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "contable.dat" TO RUN_ARCHIVO.
           MOVE W-FECHA-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-DEL-DIA   TO RUN_CANT_1.
           MOVE W-CANT-SIN-REGLA TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

      * Dia contabilizado: CONTROLO-DIA no deja volver a mandarlo.
       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "GENERA-ASIENTOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-FECHA-CONTABLE TO RUN_REFERENCIA(1:8).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "contable.dat" TO RUN_ARCHIVO.
           MOVE W-FECHA-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-DEL-DIA  TO RUN_CANT_1.
           MOVE W-CANT-ASIENTOS TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           DISPLAY "Movimientos leidos : " W-CANT-Z.
           MOVE W-CANT-DEL-DIA TO W-CANT-Z.
           DISPLAY "Del dia            : " W-CANT-Z.
           MOVE W-CANT-EN-CERO TO W-CANT-Z.
           DISPLAY "En cero            : " W-CANT-Z.
           MOVE W-CANT-SIN-REGLA TO W-CANT-Z.
           DISPLAY "Sin regla contable : " W-CANT-Z.
           MOVE W-CANT-ASIENTOS TO W-CANT-Z.
           DISPLAY "Asientos generados : " W-CANT-Z.

       END PROGRAM "GENERA-ASIENTOS".
