      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Intimaciones de pago escalonadas. Recorre clientes.dat
      *          y, para cada cliente activo con saldo deudor, busca
      *          el ultimo movimiento de credito (importe positivo) en
      *          movimientos.dat y en los anuales ./movarch.AAAA del
      *          rango de ./archivo.ctl; si nunca tuvo un credito se
      *          cuenta desde su primer movimiento. Segun los dias
      *          corridos a la fecha de proceso le corresponde una
      *          carta: recordatorio a los 30 dias, intimacion formal
      *          a los 60 y aviso previo a acciones legales a los 90.
      *          Las cartas salen en ./intimaciones.imp, una hoja por
      *          cliente con nombre, direccion y localidad (via
      *          cpostal.dat), listas para ensobrar como el
      *          extracto.imp de IMPRIME-EXTRACTOS.
      *          ./intimaciones.dat guarda por cliente el nivel ya
      *          enviado, la fecha de cada nivel y el ultimo pago que
      *          se tuvo en cuenta: no se repite una carta de un nivel
      *          ya recibido, y un cliente que paga (credito posterior
      *          a la ultima carta) o que deja de ser deudor vuelve a
      *          nivel cero. Los clientes con plan de pagos vigente
      *          (planes.dat) no se intiman: los sigue GENERA-CUOTAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "EMITE-INTIMACIONES".
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

           SELECT OPTIONAL CPOSTAL ASSIGN TO "./cpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CP_CODIGO
                  STATUS ST-CPOSTAL.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimientos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV_CLAVE
                  STATUS ST-MOVIM.

           SELECT OPTIONAL PLANES ASSIGN TO "./planes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS PLA_CLAVE
                  STATUS ST-PLANES.

           SELECT OPTIONAL INTIMACIONES ASSIGN TO "./intimaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS INT_ID
                  STATUS ST-INTIMA.

           SELECT IMPRESO ASSIGN TO "./intimaciones.imp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMPRESO.

      * Anuales generados por ARCHIVA-HISTORIAL: el nombre se arma
      * con cada anio del rango que informa ./archivo.ctl.
           SELECT OPTIONAL ARCH-MOV ASSIGN TO W-ARCH-NOMBRE
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-ARCH.

           SELECT OPTIONAL ARCHIVO-CTL ASSIGN TO "./archivo.ctl"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-CTL.

      * Trabajo de la corrida: referencias archivadas por cliente.
           SELECT REFERENCIAS ASSIGN TO "./intref.tmp"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REF-ID
                  STATUS ST-REF.

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

       FD  CPOSTAL.

       01  REG-CPOSTAL.
           03  CP_CODIGO            PIC X(10).
           03  CP_LOCALIDAD         PIC X(30).

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

      * Historial de intimaciones: un registro por cliente intimado.
      * INT_NIVEL es el ultimo nivel enviado (0 = ninguno o ya
      * reiniciado por pago); INT_FECHA_NIVEL guarda cuando se mando
      * cada nivel del ciclo en curso e INT_REF_PAGO el ultimo credito
      * que habia cuando salio la ultima carta, para detectar el pago.
       FD  INTIMACIONES.

       01  REG-INTIMACION.
           03  INT_ID               PIC 9(7).
           03  INT_NIVEL            PIC 9.
           03  INT_FECHA            PIC 9(8).
           03  INT_REF_PAGO         PIC 9(8).
           03  INT_FECHA_NIVEL      PIC 9(8) OCCURS 3.
           03  INT_SALDO            PIC S9(7)V9(3).
           03  INT_CANT_CARTAS      PIC 9(5).
           03  INT_FECHA_REINICIO   PIC 9(8).
           03  FILLER               PIC X(20).

       FD  IMPRESO.

       01  LIN-IMPRESO             PIC X(80).

       FD  ARCH-MOV.

       01  REG-ARCH-MOV            PIC X(90).

       FD  ARCHIVO-CTL.

       01  REG-ARCHIVO-CTL.
           03  CTL-ANIO-DESDE       PIC 9(4).
           03  CTL-ANIO-HASTA       PIC 9(4).

       FD  REFERENCIAS.

       01  REG-REFERENCIA.
           03  REF-ID               PIC 9(7).
           03  REF-CREDITO          PIC 9(8).
           03  REF-PRIMERO          PIC 9(8).

       WORKING-STORAGE SECTION.

       01  ST-FILE      PIC XX.
       01  ST-CPOSTAL   PIC XX.
       01  ST-MOVIM     PIC XX.
       01  ST-PLANES    PIC XX.
       01  ST-INTIMA    PIC XX.
       01  ST-IMPRESO   PIC XX.
       01  ST-ARCH      PIC XX.
       01  ST-CTL       PIC XX.
       01  ST-REF       PIC XX.

       01  FIN          PIC X.
       01  FIN-PLAN     PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(80) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-PRIMERA-HOJA   PIC X   VALUE "S".
       01  W-EN-PLAN        PIC X.
       01  W-EXISTE-INT     PIC X.
       01  W-NIVEL          PIC 9.

       01  W-CANT-LEIDOS    PIC 9(7) VALUE 0.
       01  W-CANT-DEUDORES  PIC 9(7) VALUE 0.
       01  W-CANT-EN-PLAN   PIC 9(7) VALUE 0.
       01  W-CANT-SIN-MOVS  PIC 9(7) VALUE 0.
       01  W-CANT-YA-ENVIADA PIC 9(7) VALUE 0.
       01  W-CANT-REINICIOS PIC 9(7) VALUE 0.
       01  W-CANT-NIVEL     PIC 9(7) OCCURS 3.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-NIVEL-I        PIC 9.

      * Referencia de cada cliente: el ultimo credito y, si no tuvo
      * ninguno, el primer movimiento. Se arma con lo archivado
      * (./intref.tmp, indexado por cliente, una pasada previa) y se
      * completa con el historial vivo del cliente.
       01  W-ULT-CREDITO    PIC 9(8).
       01  W-PRIMER-MOV     PIC 9(8).
       01  W-FECHA-REF      PIC 9(8).
       01  W-FIN-GRUPO      PIC X.

       01  W-ARCH-NOMBRE    PIC X(20).
       01  W-ANIO           PIC 9(4).
       01  W-ANIO-DESDE     PIC 9(4).
       01  W-ANIO-HASTA     PIC 9(4).
       01  EXISTE-CTL       PIC X   VALUE "N".
       01  FIN-ARCH         PIC X.
       01  W-REF-ENCONTRE   PIC X.

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

      * Texto de cada nivel de carta: titulo y cinco renglones.
       01  TAB-CARTAS-VAL.
           03  FILLER PIC X(40) VALUE "RECORDATORIO DE PAGO".
           03  FILLER PIC X(56) VALUE
               "Le recordamos que su cuenta registra un saldo".
           03  FILLER PIC X(56) VALUE
               "pendiente de pago desde hace mas de 30 dias.".
           03  FILLER PIC X(56) VALUE
               "Si ya lo abono, por favor desestime este aviso;".
           03  FILLER PIC X(56) VALUE
               "de lo contrario le pedimos regularizarlo a la".
           03  FILLER PIC X(56) VALUE
               "brevedad.".
           03  FILLER PIC X(40) VALUE "INTIMACION DE PAGO".
           03  FILLER PIC X(56) VALUE
               "Su cuenta registra deuda sin pagos desde hace mas".
           03  FILLER PIC X(56) VALUE
               "de 60 dias. Lo intimamos a cancelarla dentro de los".
           03  FILLER PIC X(56) VALUE
               "10 dias de recibida la presente, o a comunicarse".
           03  FILLER PIC X(56) VALUE
               "con nosotros para acordar un plan de pagos.".
           03  FILLER PIC X(56) VALUE SPACES.
           03  FILLER PIC X(40) VALUE
               "AVISO PREVIO A ACCIONES LEGALES".
           03  FILLER PIC X(56) VALUE
               "Su cuenta registra deuda sin pagos desde hace mas".
           03  FILLER PIC X(56) VALUE
               "de 90 dias. De no regularizarse dentro de los 5".
           03  FILLER PIC X(56) VALUE
               "dias habiles de recibida la presente, el caso".
           03  FILLER PIC X(56) VALUE
               "pasara a nuestro estudio juridico para iniciar las".
           03  FILLER PIC X(56) VALUE
               "acciones legales correspondientes.".
       01  TAB-CARTAS REDEFINES TAB-CARTAS-VAL.
           03  CARTA-ENTRADA OCCURS 3.
               05  CARTA-TITULO     PIC X(40).
               05  CARTA-RENGLON    PIC X(56) OCCURS 5.

       01  W-REN-I          PIC 9.

       01  LIN-TITULO.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-TIT-TEXTO   PIC X(40).
           03  FILLER          PIC X(8)  VALUE "FECHA: ".
           03  LIN-TIT-FECHA   PIC 9(8).

       01  LIN-CLIENTE.
           03  FILLER          PIC X(10) VALUE "CLIENTE ".
           03  LIN-CLI-ID      PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CLI-NOMBRE  PIC X(61).

       01  LIN-DIRECCION.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-DIR-CALLE   PIC X(70).

       01  LIN-LOCALIDAD.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-LOC-CP      PIC X(10).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-LOC-NOMBRE  PIC X(30).

       01  LIN-TEXTO.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-TEXTO-REN   PIC X(56).

       01  LIN-DEUDA.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  FILLER          PIC X(26)
               VALUE "SALDO ADEUDADO AL DIA    :".
           03  LIN-DEU-IMPORTE PIC -(8)9,999.

       01  LIN-ULT-PAGO.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-ULT-ROTULO  PIC X(26).
           03  LIN-ULT-FECHA   PIC 9(8).
           03  FILLER          PIC X(3)  VALUE " - ".
           03  LIN-ULT-DIAS    PIC Z(4)9.
           03  FILLER          PIC X(5)  VALUE " DIAS".

       01  LIN-FIRMA.
           03  FILLER          PIC X(40) VALUE SPACES.
           03  FILLER          PIC X(30) VALUE "GERENCIA DE COBRANZAS".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM CARGO-ARCH-REFERENCIAS
                   THRU F-CARGO-ARCH-REFERENCIAS
           END-IF.
      * Sin las referencias completas no sale ninguna carta.
           IF HUBO-ERROR = 0
               PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES
               PERFORM PROCESO-CLIENTE THRU F-PROCESO-CLIENTE
                   UNTIL FIN = "S"
               PERFORM MUESTRO-RESUMEN
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * Los dias se cuentan hasta la fecha de proceso; si el operador
      * no informa una (0), queda la fecha del dia.
       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE 0 TO W-CANT-NIVEL(1).
           MOVE 0 TO W-CANT-NIVEL(2).
           MOVE 0 TO W-CANT-NIVEL(3).
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Fecha de proceso AAAAMMDD (0=hoy): ".
           ACCEPT W-FECHA-CORTE.
           IF W-FECHA-CORTE = 0
               MOVE W-FECHA-HOY TO W-FECHA-CORTE.
           MOVE W-FECHA-CORTE TO W-DIA-FECHA.
           PERFORM CALCULO-DIA THRU F-CALCULO-DIA.
           MOVE W-DIA-NUMERO TO W-DIA-CORTE.

       ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CPOSTAL.
           IF ST-CPOSTAL > "07"
               STRING "Error al abrir cpostal " ST-CPOSTAL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT MOVIMIENTOS.
           IF ST-MOVIM > "07"
               STRING "Error al abrir movimientos " ST-MOVIM
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT PLANES.
           IF ST-PLANES > "07"
               STRING "Error al abrir planes " ST-PLANES
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN I-O INTIMACIONES.
           IF ST-INTIMA > "07"
               STRING "Error al abrir intimaciones " ST-INTIMA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT IMPRESO.
           IF ST-IMPRESO NOT = "00"
               STRING "Error al abrir intimaciones.imp " ST-IMPRESO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
      * El trabajo se crea vacio en cada corrida.
           OPEN OUTPUT REFERENCIAS.
           CLOSE REFERENCIAS.
           OPEN I-O REFERENCIAS.
           IF ST-REF NOT = "00"
               STRING "Error al abrir intref.tmp " ST-REF
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
           CLOSE CLIENTES.
           CLOSE CPOSTAL.
           CLOSE MOVIMIENTOS.
           CLOSE PLANES.
           CLOSE INTIMACIONES.
           CLOSE IMPRESO.
           CLOSE REFERENCIAS.

       FINALIZAR.
           EXIT PROGRAM.

      * Carga en ./intref.tmp, por cliente, el ultimo credito y el
      * primer movimiento de lo archivado, recorriendo los anuales del
      * rango de ./archivo.ctl - igual que IMPRIME-EXTRACTOS las
      * aperturas. Un error de grabacion corta la corrida.
       CARGO-ARCH-REFERENCIAS.
           PERFORM LEO-ARCHIVO-CTL.
           IF EXISTE-CTL = "N"
               GO TO F-CARGO-ARCH-REFERENCIAS.
           PERFORM CARGO-UN-ANUAL THRU F-CARGO-UN-ANUAL
               VARYING W-ANIO FROM W-ANIO-DESDE BY 1
               UNTIL W-ANIO > W-ANIO-HASTA OR HUBO-ERROR = 1.

       F-CARGO-ARCH-REFERENCIAS.
           EXIT.

       LEO-ARCHIVO-CTL.
           OPEN INPUT ARCHIVO-CTL.
           IF ST-CTL = "00"
               READ ARCHIVO-CTL
                   AT END CONTINUE
                   NOT AT END
                       MOVE "S" TO EXISTE-CTL
                       MOVE CTL-ANIO-DESDE TO W-ANIO-DESDE
                       MOVE CTL-ANIO-HASTA TO W-ANIO-HASTA
               END-READ
           END-IF.
           CLOSE ARCHIVO-CTL.

      * Un anual que falta (anio sin registros archivados) da fin de
      * archivo enseguida por ser OPTIONAL y no molesta.
       CARGO-UN-ANUAL.
           MOVE SPACES TO W-ARCH-NOMBRE.
           STRING "./movarch." W-ANIO
               DELIMITED BY SIZE INTO W-ARCH-NOMBRE.
           MOVE "N" TO FIN-ARCH.
           OPEN INPUT ARCH-MOV.
           PERFORM LEO-ANUAL.
           PERFORM TOMO-REG-ANUAL THRU F-TOMO-REG-ANUAL
               UNTIL FIN-ARCH = "S" OR HUBO-ERROR = 1.
           CLOSE ARCH-MOV.

       F-CARGO-UN-ANUAL.
           EXIT.

       LEO-ANUAL.
           READ ARCH-MOV
               AT END MOVE "S" TO FIN-ARCH
           END-READ.

       TOMO-REG-ANUAL.
           MOVE REG-ARCH-MOV TO REG-MOVIMIENTO.
           IF MOV_FECHA > W-FECHA-CORTE
               GO TO SIGO-REG-ANUAL.
           MOVE MOV_ID TO REF-ID.
           PERFORM BUSCO-REFERENCIA THRU F-BUSCO-REFERENCIA.
           IF W-REF-ENCONTRE = "N"
               MOVE MOV_ID    TO REF-ID
               MOVE 0         TO REF-CREDITO
               MOVE MOV_FECHA TO REF-PRIMERO
           END-IF.
           IF MOV_FECHA < REF-PRIMERO
               MOVE MOV_FECHA TO REF-PRIMERO.
           IF MOV_IMPORTE > 0 AND MOV_FECHA > REF-CREDITO
               MOVE MOV_FECHA TO REF-CREDITO.
           IF W-REF-ENCONTRE = "S"
               REWRITE REG-REFERENCIA
           ELSE
               WRITE REG-REFERENCIA
           END-IF.
           IF ST-REF NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error grabando intref.tmp " REF-ID
                          " status " ST-REF
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-TOMO-REG-ANUAL.

       SIGO-REG-ANUAL.
           PERFORM LEO-ANUAL.

       F-TOMO-REG-ANUAL.
           EXIT.

      * Lectura por clave del cliente cargado en REF-ID.
       BUSCO-REFERENCIA.
           MOVE "S" TO W-REF-ENCONTRE.
           READ REFERENCIAS
               INVALID KEY MOVE "N" TO W-REF-ENCONTRE
           END-READ.

       F-BUSCO-REFERENCIA.
           EXIT.

       LEO-CLIENTES.
           READ CLIENTES
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDOS.

       F-LEO-CLIENTES.
           EXIT.

      ******************************************************************
      * Un cliente por vuelta. El que ya no es deudor (o esta de baja)
      * y tenia cartas vuelve a nivel cero. Al deudor se le calcula la
      * antiguedad desde su ultimo pago y, si le corresponde un nivel
      * mas alto que el ultimo enviado, sale la carta de ese nivel.
      ******************************************************************
       PROCESO-CLIENTE.
           PERFORM LEO-INTIMACION THRU F-LEO-INTIMACION.
           IF CLI-BAJA OR CLI_SALDO NOT < 0
               PERFORM REINICIO-NIVEL THRU F-REINICIO-NIVEL
               GO TO SIGO-CLIENTE.
           ADD 1 TO W-CANT-DEUDORES.
           PERFORM BUSCO-PLAN THRU F-BUSCO-PLAN.
           IF W-EN-PLAN = "S"
               ADD 1 TO W-CANT-EN-PLAN
               GO TO SIGO-CLIENTE.
           PERFORM BUSCO-ULTIMO-PAGO THRU F-BUSCO-ULTIMO-PAGO.
           IF W-ULT-CREDITO NOT = 0
               MOVE W-ULT-CREDITO TO W-FECHA-REF
           ELSE
               MOVE W-PRIMER-MOV TO W-FECHA-REF
           END-IF.
           IF W-FECHA-REF = 0
               ADD 1 TO W-CANT-SIN-MOVS
               GO TO SIGO-CLIENTE.
      * Un credito posterior a la ultima carta es un pago: el ciclo
      * de intimaciones empieza de nuevo.
           IF INT_NIVEL > 0 AND W-ULT-CREDITO > INT_REF_PAGO
               PERFORM REINICIO-NIVEL THRU F-REINICIO-NIVEL.
           MOVE W-FECHA-REF TO W-DIA-FECHA.
           PERFORM CALCULO-DIA THRU F-CALCULO-DIA.
           COMPUTE W-DIAS = W-DIA-CORTE - W-DIA-NUMERO.
           IF W-DIAS < 0
               MOVE 0 TO W-DIAS.
           MOVE 0 TO W-NIVEL.
           IF W-DIAS NOT < 30
               MOVE 1 TO W-NIVEL.
           IF W-DIAS NOT < 60
               MOVE 2 TO W-NIVEL.
           IF W-DIAS NOT < 90
               MOVE 3 TO W-NIVEL.
           IF W-NIVEL = 0
               GO TO SIGO-CLIENTE.
           IF W-NIVEL NOT > INT_NIVEL
               ADD 1 TO W-CANT-YA-ENVIADA
               GO TO SIGO-CLIENTE.
           PERFORM IMPRIMO-CARTA THRU F-IMPRIMO-CARTA.
           PERFORM GRABO-INTIMACION THRU F-GRABO-INTIMACION.
           ADD 1 TO W-CANT-NIVEL(W-NIVEL).

       SIGO-CLIENTE.
           PERFORM LEO-CLIENTES THRU F-LEO-CLIENTES.

       F-PROCESO-CLIENTE.
           EXIT.

       LEO-INTIMACION.
           MOVE "S" TO W-EXISTE-INT.
           MOVE CLI_ID TO INT_ID.
           READ INTIMACIONES
               INVALID KEY
                   MOVE "N" TO W-EXISTE-INT
                   INITIALIZE REG-INTIMACION
                   MOVE CLI_ID TO INT_ID
           END-READ.

       F-LEO-INTIMACION.
           EXIT.

      * Vuelta a nivel cero: se conserva la cantidad de cartas y se
      * deja la fecha del reinicio.
       REINICIO-NIVEL.
           IF W-EXISTE-INT = "N" OR INT_NIVEL = 0
               GO TO F-REINICIO-NIVEL.
           MOVE 0 TO INT_NIVEL.
           MOVE 0 TO INT_FECHA_NIVEL(1).
           MOVE 0 TO INT_FECHA_NIVEL(2).
           MOVE 0 TO INT_FECHA_NIVEL(3).
           MOVE W-FECHA-CORTE TO INT_FECHA_REINICIO.
           REWRITE REG-INTIMACION.
           IF ST-INTIMA > "07"
               STRING "Error grabando intimacion " INT_ID
                          " status " ST-INTIMA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               ADD 1 TO W-CANT-REINICIOS
           END-IF.

       F-REINICIO-NIVEL.
           EXIT.

      * Un cliente con plan de pagos vigente no se intima.
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

      * Parte de lo archivado y recorre el historial vivo del cliente
      * hasta la fecha de proceso.
       BUSCO-ULTIMO-PAGO.
           MOVE 0 TO W-ULT-CREDITO.
           MOVE 0 TO W-PRIMER-MOV.
           MOVE CLI_ID TO REF-ID.
           PERFORM BUSCO-REFERENCIA THRU F-BUSCO-REFERENCIA.
           IF W-REF-ENCONTRE = "S"
               MOVE REF-CREDITO TO W-ULT-CREDITO
               MOVE REF-PRIMERO TO W-PRIMER-MOV
           END-IF.
           MOVE "N" TO W-FIN-GRUPO.
           MOVE CLI_ID TO MOV_ID.
           MOVE 0 TO MOV_FECHA.
           MOVE 0 TO MOV_SECUENCIA.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV_CLAVE
               INVALID KEY GO TO F-BUSCO-ULTIMO-PAGO
           END-START.
           PERFORM TOMO-MOVIMIENTO THRU F-TOMO-MOVIMIENTO
               UNTIL W-FIN-GRUPO = "S".

       F-BUSCO-ULTIMO-PAGO.
           EXIT.

       TOMO-MOVIMIENTO.
           READ MOVIMIENTOS NEXT RECORD
               AT END
                   MOVE "S" TO W-FIN-GRUPO
                   GO TO F-TOMO-MOVIMIENTO
           END-READ.
           IF MOV_ID NOT = CLI_ID OR MOV_FECHA > W-FECHA-CORTE
               MOVE "S" TO W-FIN-GRUPO
               GO TO F-TOMO-MOVIMIENTO.
           IF W-PRIMER-MOV = 0 OR MOV_FECHA < W-PRIMER-MOV
               MOVE MOV_FECHA TO W-PRIMER-MOV.
           IF MOV_IMPORTE > 0 AND MOV_FECHA > W-ULT-CREDITO
               MOVE MOV_FECHA TO W-ULT-CREDITO.

       F-TOMO-MOVIMIENTO.
           EXIT.

       GRABO-INTIMACION.
           MOVE W-NIVEL        TO INT_NIVEL.
           MOVE W-FECHA-CORTE  TO INT_FECHA.
           MOVE W-FECHA-CORTE  TO INT_FECHA_NIVEL(W-NIVEL).
           MOVE W-ULT-CREDITO  TO INT_REF_PAGO.
           MOVE CLI_SALDO      TO INT_SALDO.
           ADD 1 TO INT_CANT_CARTAS.
           IF W-EXISTE-INT = "S"
               REWRITE REG-INTIMACION
           ELSE
               WRITE REG-INTIMACION
           END-IF.
           IF ST-INTIMA > "07"
               STRING "Error grabando intimacion " INT_ID
                          " status " ST-INTIMA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

       F-GRABO-INTIMACION.
           EXIT.

      * Una hoja por carta: entre hoja y hoja va el salto de pagina,
      * para que cada carta salga en una hoja propia al imprimir.
       IMPRIMO-CARTA.
           MOVE CARTA-TITULO(W-NIVEL) TO LIN-TIT-TEXTO.
           MOVE W-FECHA-CORTE TO LIN-TIT-FECHA.
           MOVE LIN-TITULO TO LIN-IMPRESO.
           IF W-PRIMERA-HOJA = "S"
               MOVE "N" TO W-PRIMERA-HOJA
               WRITE LIN-IMPRESO
           ELSE
               WRITE LIN-IMPRESO AFTER ADVANCING PAGE
           END-IF.
           MOVE GUIONES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE CLI_ID      TO LIN-CLI-ID.
           MOVE CLI_NOMBRE  TO LIN-CLI-NOMBRE.
           MOVE LIN-CLIENTE TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE CLI_DIRECCION TO LIN-DIR-CALLE.
           MOVE LIN-DIRECCION TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE CLI_CODPOST TO LIN-LOC-CP.
           MOVE CLI_CODPOST TO CP_CODIGO.
           READ CPOSTAL
               INVALID KEY MOVE SPACES TO LIN-LOC-NOMBRE
               NOT INVALID KEY MOVE CP_LOCALIDAD TO LIN-LOC-NOMBRE
           END-READ.
           MOVE LIN-LOCALIDAD TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE SPACES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           PERFORM IMPRIMO-RENGLON THRU F-IMPRIMO-RENGLON
               VARYING W-REN-I FROM 1 BY 1 UNTIL W-REN-I > 5.
           MOVE SPACES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE CLI_SALDO TO LIN-DEU-IMPORTE.
           MOVE LIN-DEUDA TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           IF W-ULT-CREDITO NOT = 0
               MOVE "ULTIMO PAGO REGISTRADO   :" TO LIN-ULT-ROTULO
           ELSE
               MOVE "DEUDA REGISTRADA DESDE   :" TO LIN-ULT-ROTULO
           END-IF.
           MOVE W-FECHA-REF TO LIN-ULT-FECHA.
           MOVE W-DIAS      TO LIN-ULT-DIAS.
           MOVE LIN-ULT-PAGO TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE SPACES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE LIN-FIRMA TO LIN-IMPRESO
           WRITE LIN-IMPRESO.

       F-IMPRIMO-CARTA.
           EXIT.

       IMPRIMO-RENGLON.
           IF CARTA-RENGLON(W-NIVEL, W-REN-I) = SPACES
               GO TO F-IMPRIMO-RENGLON.
           MOVE CARTA-RENGLON(W-NIVEL, W-REN-I) TO LIN-TEXTO-REN.
           MOVE LIN-TEXTO TO LIN-IMPRESO
           WRITE LIN-IMPRESO.

       F-IMPRIMO-RENGLON.
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

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDOS TO W-CANT-Z.
           DISPLAY "Clientes leidos     : " W-CANT-Z.
           MOVE W-CANT-DEUDORES TO W-CANT-Z.
           DISPLAY "Deudores activos    : " W-CANT-Z.
           MOVE W-CANT-EN-PLAN TO W-CANT-Z.
           DISPLAY "En plan de pagos    : " W-CANT-Z.
           MOVE W-CANT-SIN-MOVS TO W-CANT-Z.
           DISPLAY "Sin movimientos     : " W-CANT-Z.
           PERFORM MUESTRO-NIVEL
               VARYING W-NIVEL-I FROM 1 BY 1 UNTIL W-NIVEL-I > 3.
           MOVE W-CANT-YA-ENVIADA TO W-CANT-Z.
           DISPLAY "Nivel ya enviado    : " W-CANT-Z.
           MOVE W-CANT-REINICIOS TO W-CANT-Z.
           DISPLAY "Vueltos a nivel 0   : " W-CANT-Z.

       MUESTRO-NIVEL.
           MOVE W-CANT-NIVEL(W-NIVEL-I) TO W-CANT-Z.
           DISPLAY "Cartas de nivel " W-NIVEL-I "   : " W-CANT-Z.

       END PROGRAM "EMITE-INTIMACIONES".
