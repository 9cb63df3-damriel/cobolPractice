      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Comparacion de la cartera entre dos periodos sobre
      *          las fotos de fin de mes de FOTO-SALDOS (fotos.dat):
      *          saldo y deuda por categoria y por localidad (via
      *          cpostal.dat) en cada periodo con su variacion, los
      *          20 clientes que mas aumentaron su deuda, los que
      *          pasaron de acreedores a deudores, los deudores nuevos
      *          y los que dejaron de ser deudores, y la evolucion de
      *          la deuda total en los 12 meses que terminan en el
      *          periodo a comparar. Complementa a RESUMEN-SALDOS,
      *          que solo muestra la cartera del dia. Listado en
      *          ./comparacion.txt. Solo se toma una foto terminada
      *          (periodo "P" de FOTO-SALDOS en runctl.dat): una foto
      *          con clientes sin grabar no se compara.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "COMPARA-PERIODOS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Las fotos de los dos periodos se recorren a la par, cada una
      * con su propio SELECT sobre el mismo fotos.dat, para cruzarlas
      * por cliente sin cargar ningun periodo en memoria.
           SELECT OPTIONAL FOTOS-A ASSIGN TO "./fotos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FTA_CLAVE
                  STATUS ST-FOTOS-A.

           SELECT OPTIONAL FOTOS-B ASSIGN TO "./fotos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS FTB_CLAVE
                  STATUS ST-FOTOS-B.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
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

           SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categorias.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CAT_CODIGO
                  STATUS ST-CATEG.

           SELECT LISTADO ASSIGN TO "./comparacion.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

      * Fotos de saldos de fin de mes, mismo layout que graba
      * FOTO-SALDOS; FOTOS-A es el periodo base y FOTOS-B el periodo
      * a comparar.
       FD  FOTOS-A.

       01  REG-FOTOS-A.
           03  FTA_CLAVE.
               05  FTA_PERIODO      PIC 9(6).
               05  FTA_ID           PIC 9(7).
           03  FTA_SALDO            PIC S9(7)V9(3).
           03  FTA_CATEGORIA        PIC X.
           03  FTA_CODPOST          PIC X(10).
           03  FTA_LIMITE           PIC 9(7)V9(3).
           03  FTA_ESTADO           PIC X.
           03  FTA_FECHA            PIC 9(8).
           03  FILLER               PIC X(20).

       FD  FOTOS-B.

       01  REG-FOTOS-B.
           03  FTB_CLAVE.
               05  FTB_PERIODO      PIC 9(6).
               05  FTB_ID           PIC 9(7).
           03  FTB_SALDO            PIC S9(7)V9(3).
           03  FTB_CATEGORIA        PIC X.
           03  FTB_CODPOST          PIC X(10).
           03  FTB_LIMITE           PIC 9(7)V9(3).
           03  FTB_ESTADO           PIC X.
           03  FTB_FECHA            PIC 9(8).
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

       FD  CPOSTAL.

       01  REG-CPOSTAL.
           03  CP_CODIGO            PIC X(10).
           03  CP_LOCALIDAD         PIC X(30).

       FD  CATEGORIAS.

       01  REG-CATEGORIAS.
           03  CAT_CODIGO           PIC X.
           03  CAT_DESCRIPCION      PIC X(20).
           03  CAT_LIMITE           PIC 9(7)V9(3).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Bitacora de corridas, mismo layout que en FOTO-SALDOS.
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

       01  ST-FOTOS-A   PIC XX.
       01  ST-FOTOS-B   PIC XX.
       01  ST-FILE      PIC XX.
       01  ST-CPOSTAL   PIC XX.
       01  ST-CATEG     PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN-A        PIC X.
       01  FIN-B        PIC X.
       01  FIN-TEND     PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.

      * Periodo base (A) y periodo a comparar (B). Si no se informa
      * el base, se toma el mes anterior al comparado.
       01  W-PER-A          PIC 9(6).
       01  W-PER-B          PIC 9(6).
       01  W-PER-BUSCADO    PIC 9(6).
       01  W-HAY-FOTO       PIC X.
       01  W-FOTO-CERRADA   PIC X.
       01  W-PER-CALC       PIC 9(6).
       01  W-PER-CALC-R REDEFINES W-PER-CALC.
           03  W-PER-CALC-ANIO  PIC 9(4).
           03  W-PER-CALC-MES   PIC 99.

      * Pasada en curso sobre las dos fotos: 1 acumula totales y
      * ranking, 2 lista acreedores que pasaron a deudores, 3 los
      * deudores nuevos y 4 los que dejaron de ser deudores.
       01  W-PASADA         PIC 9.

      * Cliente en curso del cruce: clave de cada lado (99999999 al
      * agotarse el periodo), si aparece en cada foto, y sus saldos
      * y deudas (la deuda es el saldo deudor en positivo, 0 si no
      * debe).
       01  W-ID-A           PIC 9(8).
       01  W-ID-B           PIC 9(8).
       01  W-ID-CLIENTE     PIC 9(7).
       01  W-EN-A           PIC X.
       01  W-EN-B           PIC X.
       01  W-SALDO-A        PIC S9(7)V9(3).
       01  W-SALDO-B        PIC S9(7)V9(3).
       01  W-DEUDA-A        PIC 9(7)V9(3).
       01  W-DEUDA-B        PIC 9(7)V9(3).
       01  W-AUMENTO        PIC S9(8)V9(3).
       01  W-VARIACION      PIC S9(11)V9(3).
       01  W-CATEG-CLI      PIC X.
       01  W-MOTIVO         PIC X(20).
       01  W-NOMBRE         PIC X(70).

       01  W-CANT-A         PIC 9(7) VALUE 0.
       01  W-CANT-B         PIC 9(7) VALUE 0.
       01  W-CANT-LISTA     PIC 9(7).
       01  W-VAR-LISTA      PIC S9(11)V9(3).
       01  W-CANT-Z         PIC Z(6)9.

       01  W-LOC-IDX        PIC 9(3).
       01  W-CAT-IDX        PIC 9(3).
       01  W-IDX            PIC 9(3).
       01  W-IDX-2          PIC 9(3).
       01  W-ENCONTRE       PIC X.
       01  W-LOC-BUSCADA    PIC X(30).
       01  W-CAT-BUSCADA    PIC X.
       01  W-CODPOST        PIC X(10).

      * Acumuladores por grupo: saldo neto y deuda de cada periodo.
      * La ultima entrada de cada tabla queda reservada como bolsa de
      * desborde, igual que en RESUMEN-SALDOS.
       01  W-CANT-LOCALIDADES PIC 9(3) VALUE 0.
       01  TAB-LOCALIDADES.
           03  LOC-ENTRADA OCCURS 500.
               05  LOC-NOMBRE       PIC X(30).
               05  LOC-SALDO-A      PIC S9(11)V9(3).
               05  LOC-SALDO-B      PIC S9(11)V9(3).
               05  LOC-DEUDA-A      PIC 9(11)V9(3).
               05  LOC-DEUDA-B      PIC 9(11)V9(3).

      * Entrada auxiliar para el intercambio del ordenamiento.
       01  W-LOC-AUX.
           03  AUX-NOMBRE           PIC X(30).
           03  AUX-SALDO-A          PIC S9(11)V9(3).
           03  AUX-SALDO-B          PIC S9(11)V9(3).
           03  AUX-DEUDA-A          PIC 9(11)V9(3).
           03  AUX-DEUDA-B          PIC 9(11)V9(3).

       01  W-CANT-CATEGORIAS PIC 9(3) VALUE 0.
       01  TAB-CATEGORIAS.
           03  CAT-ENTRADA OCCURS 100.
               05  CAT-ENT-CODIGO   PIC X.
               05  CAT-ENT-DESC     PIC X(20).
               05  CAT-SALDO-A      PIC S9(11)V9(3).
               05  CAT-SALDO-B      PIC S9(11)V9(3).
               05  CAT-DEUDA-A      PIC 9(11)V9(3).
               05  CAT-DEUDA-B      PIC 9(11)V9(3).

       01  W-GEN-SALDO-A    PIC S9(11)V9(3) VALUE 0.
       01  W-GEN-SALDO-B    PIC S9(11)V9(3) VALUE 0.
       01  W-GEN-DEUDA-A    PIC 9(11)V9(3) VALUE 0.
       01  W-GEN-DEUDA-B    PIC 9(11)V9(3) VALUE 0.

      * Los 20 clientes con mayor aumento de deuda, ordenados de
      * mayor a menor a medida que se acumulan.
       01  W-CANT-TOP       PIC 99 VALUE 0.
       01  W-TOP-POS        PIC 99.
       01  TAB-TOP.
           03  TOP-ENTRADA OCCURS 20.
               05  TOP-ID           PIC 9(7).
               05  TOP-DEUDA-A      PIC 9(7)V9(3).
               05  TOP-DEUDA-B      PIC 9(7)V9(3).
               05  TOP-AUMENTO      PIC S9(8)V9(3).
       01  W-TOP-AUX.
           03  AUX-TOP-ID           PIC 9(7).
           03  AUX-TOP-DEUDA-A      PIC 9(7)V9(3).
           03  AUX-TOP-DEUDA-B      PIC 9(7)V9(3).
           03  AUX-TOP-AUMENTO      PIC S9(8)V9(3).

      * Evolucion de la deuda total: los 12 periodos que terminan en
      * el periodo a comparar, del mas viejo al mas nuevo.
       01  W-TEN-IDX        PIC 99.
       01  W-MAX-DEUDA      PIC 9(11)V9(3).
       01  W-LARGO-BARRA    PIC 99.
       01  TAB-TENDENCIA.
           03  TEN-ENTRADA OCCURS 12.
               05  TEN-PERIODO      PIC 9(6).
               05  TEN-HAY-FOTO     PIC X.
               05  TEN-DEUDORES     PIC 9(7).
               05  TEN-DEUDA        PIC 9(11)V9(3).
               05  TEN-SALDO        PIC S9(11)V9(3).

       01  LIN-TITULO.
           03  FILLER           PIC X(38)
               VALUE "COMPARACION DE CARTERA ENTRE PERIODOS".
           03  LIN-TIT-PER-A    PIC 9(6).
           03  FILLER           PIC X(3)  VALUE " Y ".
           03  LIN-TIT-PER-B    PIC 9(6).

       01  LIN-CAB-GRUPO.
           03  LIN-CAB-GRUPO-TIT PIC X(30).
           03  FILLER           PIC X(10) VALUE "    SALDO ".
           03  LIN-CAB-SAL-A    PIC 9(6).
           03  FILLER           PIC X(10) VALUE "    SALDO ".
           03  LIN-CAB-SAL-B    PIC 9(6).
           03  FILLER           PIC X(16) VALUE "     VAR. SALDO".
           03  FILLER           PIC X(10) VALUE "    DEUDA ".
           03  LIN-CAB-DEU-A    PIC 9(6).
           03  FILLER           PIC X(10) VALUE "    DEUDA ".
           03  LIN-CAB-DEU-B    PIC 9(6).
           03  FILLER           PIC X(16) VALUE "     VAR. DEUDA".

       01  LIN-DET-GRUPO.
           03  LIN-GRU-NOMBRE   PIC X(30).
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-SALDO-A  PIC -(10)9,999.
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-SALDO-B  PIC -(10)9,999.
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-VAR-SAL  PIC -(10)9,999.
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-DEUDA-A  PIC Z(10)9,999.
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-DEUDA-B  PIC Z(10)9,999.
           03  FILLER           PIC X     VALUE SPACE.
           03  LIN-GRU-VAR-DEU  PIC -(10)9,999.

       01  LIN-CAB-TOP.
           03  FILLER PIC X(4)  VALUE "Nro".
           03  FILLER PIC X(9)  VALUE "ID".
           03  FILLER PIC X(42) VALUE "NOMBRE".
           03  FILLER PIC X(17) VALUE "    DEUDA ANTES".
           03  FILLER PIC X(17) VALUE "    DEUDA AHORA".
           03  FILLER PIC X(17) VALUE "        AUMENTO".

       01  LIN-DET-TOP.
           03  LIN-TOP-NRO      PIC Z9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TOP-ID       PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TOP-NOMBRE   PIC X(40).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TOP-DEUDA-A  PIC Z(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TOP-DEUDA-B  PIC Z(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TOP-AUMENTO  PIC Z(10)9,999.

       01  LIN-CAB-CLIENTE.
           03  FILLER PIC X(9)  VALUE "ID".
           03  FILLER PIC X(42) VALUE "NOMBRE".
           03  FILLER PIC X(3)  VALUE "CAT".
           03  FILLER PIC X(17) VALUE "    SALDO ANTES".
           03  FILLER PIC X(17) VALUE "    SALDO AHORA".
           03  FILLER PIC X(17) VALUE "      VARIACION".
           03  FILLER PIC X(20) VALUE "  MOTIVO".

       01  LIN-DET-CLIENTE.
           03  LIN-CLI-ID       PIC 9(7).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-NOMBRE   PIC X(40).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-CATEG    PIC X.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-SALDO-A  PIC -(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-SALDO-B  PIC -(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-VARIAC   PIC -(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-CLI-MOTIVO   PIC X(20).

       01  LIN-TOT-LISTA.
           03  FILLER           PIC X(10) VALUE "  TOTAL   ".
           03  LIN-TOT-CANT     PIC Z(6)9.
           03  FILLER           PIC X(10) VALUE " CLIENTES".
           03  FILLER           PIC X(61) VALUE SPACES.
           03  LIN-TOT-VARIAC   PIC -(10)9,999.

       01  LIN-CAB-TENDENCIA.
           03  FILLER PIC X(8)  VALUE "PERIODO".
           03  FILLER PIC X(9)  VALUE " DEUDORES".
           03  FILLER PIC X(17) VALUE "    DEUDA TOTAL".
           03  FILLER PIC X(17) VALUE "      VARIACION".
           03  FILLER PIC X(50) VALUE "  EVOLUCION".

       01  LIN-DET-TENDENCIA.
           03  LIN-TEN-PERIODO  PIC 9(6).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TEN-DEUDORES PIC Z(6)9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TEN-DEUDA    PIC Z(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TEN-VARIAC   PIC -(10)9,999.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-TEN-BARRA    PIC X(50).
       01  LIN-DET-TENDENCIA-R REDEFINES LIN-DET-TENDENCIA.
           03  FILLER           PIC X(8).
           03  LIN-TEN-SIN-FOTO PIC X(30).
           03  FILLER           PIC X(63).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM CONTROLO-PERIODOS THRU F-CONTROLO-PERIODOS
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM IMPRIMO-TITULO
               MOVE 1 TO W-PASADA
               PERFORM RECORRO-FOTOS THRU F-RECORRO-FOTOS
               PERFORM ORDENO-LOCALIDADES THRU F-ORDENO-LOCALIDADES
               PERFORM IMPRIMO-CATEGORIAS THRU F-IMPRIMO-CATEGORIAS
               PERFORM IMPRIMO-LOCALIDADES THRU F-IMPRIMO-LOCALIDADES
               PERFORM IMPRIMO-TOP THRU F-IMPRIMO-TOP
               PERFORM LISTO-PASADA THRU F-LISTO-PASADA
                   VARYING W-PASADA FROM 2 BY 1 UNTIL W-PASADA > 4
               PERFORM ARMO-TENDENCIA THRU F-ARMO-TENDENCIA
               PERFORM IMPRIMO-TENDENCIA THRU F-IMPRIMO-TENDENCIA
               PERFORM MUESTRO-RESUMEN
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           INITIALIZE TAB-LOCALIDADES.
           INITIALIZE TAB-CATEGORIAS.
           INITIALIZE TAB-TOP.
           INITIALIZE TAB-TENDENCIA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo a comparar AAAAMM (0=mes actual): ".
           ACCEPT W-PER-B.
           IF W-PER-B = 0
               MOVE W-FECHA-PERIODO TO W-PER-B.
           DISPLAY "Periodo base AAAAMM (0=mes anterior): ".
           ACCEPT W-PER-A.
           IF W-PER-A = 0
               MOVE W-PER-B TO W-PER-CALC
               PERFORM MES-ANTERIOR
               MOVE W-PER-CALC TO W-PER-A.

       ABRO-ARCHIVOS.
           OPEN INPUT FOTOS-A.
           IF ST-FOTOS-A > "07"
               STRING "Error al abrir fotos " ST-FOTOS-A
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT FOTOS-B.
           IF ST-FOTOS-B > "07"
               STRING "Error al abrir fotos " ST-FOTOS-B
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
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
           OPEN INPUT CATEGORIAS.
           IF ST-CATEG > "07"
               STRING "Error al abrir categorias " ST-CATEG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir comparacion.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT RUNCTL.
           IF ST-RUNCTL > "07"
               MOVE SPACES TO MENSAJE
               STRING "Error al abrir runctl " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
           CLOSE FOTOS-A.
           CLOSE FOTOS-B.
           CLOSE CLIENTES.
           CLOSE CPOSTAL.
           CLOSE CATEGORIAS.
           CLOSE LISTADO.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Retrocede W-PER-CALC un mes.
       MES-ANTERIOR.
           IF W-PER-CALC-MES > 1
               SUBTRACT 1 FROM W-PER-CALC-MES
           ELSE
               MOVE 12 TO W-PER-CALC-MES
               SUBTRACT 1 FROM W-PER-CALC-ANIO
           END-IF.

      * Los dos periodos tienen que ser distintos y tener su foto
      * sacada y terminada por FOTO-SALDOS.
       CONTROLO-PERIODOS.
           IF W-PER-A = W-PER-B
               DISPLAY "Los dos periodos son el mismo"
               MOVE 1 TO HUBO-ERROR
               GO TO F-CONTROLO-PERIODOS.
           MOVE W-PER-A TO W-PER-BUSCADO.
           PERFORM CONTROLO-UN-PERIODO THRU F-CONTROLO-UN-PERIODO.
           MOVE W-PER-B TO W-PER-BUSCADO.
           PERFORM CONTROLO-UN-PERIODO THRU F-CONTROLO-UN-PERIODO.

       F-CONTROLO-PERIODOS.
           EXIT.

       CONTROLO-UN-PERIODO.
           PERFORM BUSCO-FOTO THRU F-BUSCO-FOTO.
           IF W-HAY-FOTO = "N"
               MOVE SPACES TO MENSAJE
               STRING "No hay foto de saldos del periodo "
                          W-PER-BUSCADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-CONTROLO-UN-PERIODO.
           PERFORM BUSCO-CIERRE-FOTO THRU F-BUSCO-CIERRE-FOTO.
           IF W-FOTO-CERRADA = "N"
               MOVE SPACES TO MENSAJE
               STRING "Foto incompleta del periodo " W-PER-BUSCADO
                          ": volver a correr FOTO-SALDOS"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       F-CONTROLO-UN-PERIODO.
           EXIT.

      * Una foto esta completa si FOTO-SALDOS dejo el periodo
      * terminado ("P") en runctl.dat.
       BUSCO-CIERRE-FOTO.
           MOVE "S" TO W-FOTO-CERRADA.
           MOVE "P" TO RUN_TIPO.
           MOVE "FOTO-SALDOS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PER-BUSCADO TO RUN_REFERENCIA(1:6).
           READ RUNCTL
               INVALID KEY MOVE "N" TO W-FOTO-CERRADA
           END-READ.

       F-BUSCO-CIERRE-FOTO.
           EXIT.

      * Posiciona FOTOS-A en el primer registro de W-PER-BUSCADO y
      * deja W-HAY-FOTO en "S" si el periodo tiene foto.
       BUSCO-FOTO.
           MOVE "N" TO W-HAY-FOTO.
           MOVE W-PER-BUSCADO TO FTA_PERIODO.
           MOVE 0 TO FTA_ID.
           START FOTOS-A KEY IS NOT LESS THAN FTA_CLAVE
               INVALID KEY GO TO F-BUSCO-FOTO
           END-START.
           READ FOTOS-A NEXT RECORD
               AT END GO TO F-BUSCO-FOTO
           END-READ.
           IF FTA_PERIODO = W-PER-BUSCADO
               MOVE "S" TO W-HAY-FOTO.

       F-BUSCO-FOTO.
           EXIT.

       IMPRIMO-TITULO.
           MOVE W-PER-A TO LIN-TIT-PER-A.
           MOVE W-PER-B TO LIN-TIT-PER-B.
           MOVE LIN-TITULO TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE W-PER-A TO LIN-CAB-SAL-A.
           MOVE W-PER-B TO LIN-CAB-SAL-B.
           MOVE W-PER-A TO LIN-CAB-DEU-A.
           MOVE W-PER-B TO LIN-CAB-DEU-B.

      * Cruce por cliente de las fotos de los dos periodos, ambas
      * en orden de ID_CLIENTE dentro del periodo.
       RECORRO-FOTOS.
           MOVE "N" TO FIN-A.
           MOVE "N" TO FIN-B.
           MOVE W-PER-A TO FTA_PERIODO.
           MOVE 0 TO FTA_ID.
           START FOTOS-A KEY IS NOT LESS THAN FTA_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-A
                   MOVE 99999999 TO W-ID-A
           END-START.
           PERFORM LEO-FOTO-A THRU F-LEO-FOTO-A.
           MOVE W-PER-B TO FTB_PERIODO.
           MOVE 0 TO FTB_ID.
           START FOTOS-B KEY IS NOT LESS THAN FTB_CLAVE
               INVALID KEY
                   MOVE "S" TO FIN-B
                   MOVE 99999999 TO W-ID-B
           END-START.
           PERFORM LEO-FOTO-B THRU F-LEO-FOTO-B.
           PERFORM CRUZO-CLIENTE THRU F-CRUZO-CLIENTE
               UNTIL FIN-A = "S" AND FIN-B = "S".

       F-RECORRO-FOTOS.
           EXIT.

       LEO-FOTO-A.
           IF FIN-A = "S"
               GO TO F-LEO-FOTO-A.
           READ FOTOS-A NEXT RECORD
               AT END MOVE "S" TO FIN-A
           END-READ.
           IF FIN-A = "N" AND FTA_PERIODO NOT = W-PER-A
               MOVE "S" TO FIN-A.
           IF FIN-A = "S"
               MOVE 99999999 TO W-ID-A
           ELSE
               MOVE FTA_ID TO W-ID-A
           END-IF.

       F-LEO-FOTO-A.
           EXIT.

       LEO-FOTO-B.
           IF FIN-B = "S"
               GO TO F-LEO-FOTO-B.
           READ FOTOS-B NEXT RECORD
               AT END MOVE "S" TO FIN-B
           END-READ.
           IF FIN-B = "N" AND FTB_PERIODO NOT = W-PER-B
               MOVE "S" TO FIN-B.
           IF FIN-B = "S"
               MOVE 99999999 TO W-ID-B
           ELSE
               MOVE FTB_ID TO W-ID-B
           END-IF.

       F-LEO-FOTO-B.
           EXIT.

      * Arma el cliente en curso con lo que tenga de cada periodo
      * (un cliente que falta en una foto cuenta con saldo cero), lo
      * procesa segun la pasada y avanza el lado o los lados usados.
       CRUZO-CLIENTE.
           MOVE "N" TO W-EN-A.
           MOVE "N" TO W-EN-B.
           MOVE 0 TO W-SALDO-A.
           MOVE 0 TO W-SALDO-B.
           IF W-ID-A NOT > W-ID-B
               MOVE "S" TO W-EN-A
               MOVE FTA_ID TO W-ID-CLIENTE
               MOVE FTA_SALDO TO W-SALDO-A
               MOVE FTA_CATEGORIA TO W-CATEG-CLI
           END-IF.
           IF W-ID-B NOT > W-ID-A
               MOVE "S" TO W-EN-B
               MOVE FTB_ID TO W-ID-CLIENTE
               MOVE FTB_SALDO TO W-SALDO-B
               MOVE FTB_CATEGORIA TO W-CATEG-CLI
           END-IF.
           MOVE 0 TO W-DEUDA-A.
           MOVE 0 TO W-DEUDA-B.
           IF W-SALDO-A < 0
               COMPUTE W-DEUDA-A = 0 - W-SALDO-A.
           IF W-SALDO-B < 0
               COMPUTE W-DEUDA-B = 0 - W-SALDO-B.
           EVALUATE W-PASADA
               WHEN 1
                   PERFORM ACUMULO-CLIENTE THRU F-ACUMULO-CLIENTE
               WHEN 2
                   PERFORM CONTROLO-ACREEDOR THRU F-CONTROLO-ACREEDOR
               WHEN 3
                   PERFORM CONTROLO-NUEVO THRU F-CONTROLO-NUEVO
               WHEN 4
                   PERFORM CONTROLO-SALIDO THRU F-CONTROLO-SALIDO
           END-EVALUATE.
           IF W-EN-A = "S"
               PERFORM LEO-FOTO-A THRU F-LEO-FOTO-A.
           IF W-EN-B = "S"
               PERFORM LEO-FOTO-B THRU F-LEO-FOTO-B.

       F-CRUZO-CLIENTE.
           EXIT.

      * Cada periodo se suma en la categoria y la localidad que el
      * cliente tenia en ese periodo, de modo que un cambio de
      * categoria o de domicilio se ve como traspaso entre grupos.
       ACUMULO-CLIENTE.
           IF W-EN-A = "S"
               ADD 1 TO W-CANT-A
               MOVE FTA_CATEGORIA TO W-CAT-BUSCADA
               PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA
               ADD W-SALDO-A TO CAT-SALDO-A(W-CAT-IDX)
               ADD W-DEUDA-A TO CAT-DEUDA-A(W-CAT-IDX)
               MOVE FTA_CODPOST TO W-CODPOST
               PERFORM BUSCO-LOCALIDAD THRU F-BUSCO-LOCALIDAD
               ADD W-SALDO-A TO LOC-SALDO-A(W-LOC-IDX)
               ADD W-DEUDA-A TO LOC-DEUDA-A(W-LOC-IDX)
               ADD W-SALDO-A TO W-GEN-SALDO-A
               ADD W-DEUDA-A TO W-GEN-DEUDA-A
           END-IF.
           IF W-EN-B = "S"
               ADD 1 TO W-CANT-B
               MOVE FTB_CATEGORIA TO W-CAT-BUSCADA
               PERFORM BUSCO-CATEGORIA THRU F-BUSCO-CATEGORIA
               ADD W-SALDO-B TO CAT-SALDO-B(W-CAT-IDX)
               ADD W-DEUDA-B TO CAT-DEUDA-B(W-CAT-IDX)
               MOVE FTB_CODPOST TO W-CODPOST
               PERFORM BUSCO-LOCALIDAD THRU F-BUSCO-LOCALIDAD
               ADD W-SALDO-B TO LOC-SALDO-B(W-LOC-IDX)
               ADD W-DEUDA-B TO LOC-DEUDA-B(W-LOC-IDX)
               ADD W-SALDO-B TO W-GEN-SALDO-B
               ADD W-DEUDA-B TO W-GEN-DEUDA-B
           END-IF.
           COMPUTE W-AUMENTO = W-DEUDA-B - W-DEUDA-A.
           IF W-AUMENTO > 0
               PERFORM ANOTO-TOP THRU F-ANOTO-TOP.

       F-ACUMULO-CLIENTE.
           EXIT.

      * Ubica (o da de alta) la entrada de la localidad de W-CODPOST,
      * con el mismo criterio que RESUMEN-SALDOS.
       BUSCO-LOCALIDAD.
           MOVE W-CODPOST TO CP_CODIGO.
           READ CPOSTAL
               INVALID KEY MOVE "(SIN LOCALIDAD)" TO W-LOC-BUSCADA
               NOT INVALID KEY MOVE CP_LOCALIDAD TO W-LOC-BUSCADA
           END-READ.
           MOVE "N" TO W-ENCONTRE.
           MOVE 0 TO W-LOC-IDX.
           PERFORM COMPARO-LOCALIDAD THRU F-COMPARO-LOCALIDAD
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-CANT-LOCALIDADES OR W-ENCONTRE = "S".
           IF W-ENCONTRE = "S"
               GO TO F-BUSCO-LOCALIDAD.
           IF W-CANT-LOCALIDADES < 499
               ADD 1 TO W-CANT-LOCALIDADES
               MOVE W-CANT-LOCALIDADES TO W-LOC-IDX
               MOVE W-LOC-BUSCADA TO LOC-NOMBRE(W-LOC-IDX)
           ELSE
               MOVE 500 TO W-LOC-IDX
               MOVE "(DEMAS LOCALIDADES)" TO LOC-NOMBRE(500)
               MOVE 500 TO W-CANT-LOCALIDADES
           END-IF.

       F-BUSCO-LOCALIDAD.
           EXIT.

       COMPARO-LOCALIDAD.
           IF LOC-NOMBRE(W-IDX) = W-LOC-BUSCADA
               MOVE "S" TO W-ENCONTRE
               MOVE W-IDX TO W-LOC-IDX.

       F-COMPARO-LOCALIDAD.
           EXIT.

      * Ubica (o da de alta) la entrada de la categoria W-CAT-BUSCADA,
      * con la descripcion de categorias.dat si existe.
       BUSCO-CATEGORIA.
           MOVE "N" TO W-ENCONTRE.
           MOVE 0 TO W-CAT-IDX.
           PERFORM COMPARO-CATEGORIA THRU F-COMPARO-CATEGORIA
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX > W-CANT-CATEGORIAS OR W-ENCONTRE = "S".
           IF W-ENCONTRE = "S"
               GO TO F-BUSCO-CATEGORIA.
           IF W-CANT-CATEGORIAS < 99
               ADD 1 TO W-CANT-CATEGORIAS
               MOVE W-CANT-CATEGORIAS TO W-CAT-IDX
               MOVE W-CAT-BUSCADA TO CAT-ENT-CODIGO(W-CAT-IDX)
               MOVE W-CAT-BUSCADA TO CAT_CODIGO
               READ CATEGORIAS
                   INVALID KEY
                       MOVE "(SIN DESCRIPCION)"
                           TO CAT-ENT-DESC(W-CAT-IDX)
                   NOT INVALID KEY
                       MOVE CAT_DESCRIPCION TO CAT-ENT-DESC(W-CAT-IDX)
               END-READ
           ELSE
               MOVE 100 TO W-CAT-IDX
               MOVE "*" TO CAT-ENT-CODIGO(100)
               MOVE "(DEMAS CATEGORIAS)" TO CAT-ENT-DESC(100)
               MOVE 100 TO W-CANT-CATEGORIAS
           END-IF.

       F-BUSCO-CATEGORIA.
           EXIT.

       COMPARO-CATEGORIA.
           IF CAT-ENT-CODIGO(W-IDX) = W-CAT-BUSCADA
               MOVE "S" TO W-ENCONTRE
               MOVE W-IDX TO W-CAT-IDX.

       F-COMPARO-CATEGORIA.
           EXIT.

      * Ingresa el cliente al ranking si entra entre los 20 mayores
      * aumentos: se pone al final (o en lugar del ultimo) y se lo
      * hace subir mientras supere al de arriba.
       ANOTO-TOP.
           IF W-CANT-TOP = 20
               IF W-AUMENTO NOT > TOP-AUMENTO(20)
                   GO TO F-ANOTO-TOP
               END-IF
           ELSE
               ADD 1 TO W-CANT-TOP
           END-IF.
           MOVE W-CANT-TOP   TO W-TOP-POS.
           MOVE W-ID-CLIENTE TO TOP-ID(W-TOP-POS).
           MOVE W-DEUDA-A    TO TOP-DEUDA-A(W-TOP-POS).
           MOVE W-DEUDA-B    TO TOP-DEUDA-B(W-TOP-POS).
           MOVE W-AUMENTO    TO TOP-AUMENTO(W-TOP-POS).
           PERFORM SUBO-TOP THRU F-SUBO-TOP
               UNTIL W-TOP-POS = 1.

       F-ANOTO-TOP.
           EXIT.

       SUBO-TOP.
           IF TOP-AUMENTO(W-TOP-POS - 1) NOT < TOP-AUMENTO(W-TOP-POS)
               MOVE 1 TO W-TOP-POS
               GO TO F-SUBO-TOP.
           MOVE TOP-ENTRADA(W-TOP-POS) TO W-TOP-AUX.
           MOVE TOP-ENTRADA(W-TOP-POS - 1) TO TOP-ENTRADA(W-TOP-POS).
           MOVE W-TOP-AUX TO TOP-ENTRADA(W-TOP-POS - 1).
           SUBTRACT 1 FROM W-TOP-POS.

       F-SUBO-TOP.
           EXIT.

      * Ordena las localidades alfabeticamente por intercambio simple
      * antes de imprimir, como RESUMEN-SALDOS.
       ORDENO-LOCALIDADES.
           IF W-CANT-LOCALIDADES < 2
               GO TO F-ORDENO-LOCALIDADES.
           PERFORM PASADA-ORDEN THRU F-PASADA-ORDEN
               VARYING W-IDX FROM 1 BY 1
               UNTIL W-IDX NOT < W-CANT-LOCALIDADES.

       F-ORDENO-LOCALIDADES.
           EXIT.

       PASADA-ORDEN.
           PERFORM COMPARO-ORDEN THRU F-COMPARO-ORDEN
               VARYING W-IDX-2 FROM 1 BY 1
               UNTIL W-IDX-2 NOT < W-CANT-LOCALIDADES.

       F-PASADA-ORDEN.
           EXIT.

       COMPARO-ORDEN.
           IF LOC-NOMBRE(W-IDX-2) > LOC-NOMBRE(W-IDX-2 + 1)
               MOVE LOC-ENTRADA(W-IDX-2) TO W-LOC-AUX
               MOVE LOC-ENTRADA(W-IDX-2 + 1) TO LOC-ENTRADA(W-IDX-2)
               MOVE W-LOC-AUX TO LOC-ENTRADA(W-IDX-2 + 1).

       F-COMPARO-ORDEN.
           EXIT.

       IMPRIMO-CATEGORIAS.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "TOTALES POR CATEGORIA" TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "CATEGORIA" TO LIN-CAB-GRUPO-TIT.
           MOVE LIN-CAB-GRUPO TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           PERFORM IMPRIMO-UNA-CATEGORIA THRU F-IMPRIMO-UNA-CATEGORIA
               VARYING W-CAT-IDX FROM 1 BY 1
               UNTIL W-CAT-IDX > W-CANT-CATEGORIAS.
           PERFORM IMPRIMO-TOTAL-CARTERA.

       F-IMPRIMO-CATEGORIAS.
           EXIT.

       IMPRIMO-UNA-CATEGORIA.
           MOVE SPACES TO LIN-GRU-NOMBRE.
           STRING CAT-ENT-CODIGO(W-CAT-IDX) " - "
                      CAT-ENT-DESC(W-CAT-IDX)
                      DELIMITED BY SIZE INTO LIN-GRU-NOMBRE.
           MOVE CAT-SALDO-A(W-CAT-IDX) TO LIN-GRU-SALDO-A.
           MOVE CAT-SALDO-B(W-CAT-IDX) TO LIN-GRU-SALDO-B.
           COMPUTE W-VARIACION =
               CAT-SALDO-B(W-CAT-IDX) - CAT-SALDO-A(W-CAT-IDX).
           MOVE W-VARIACION TO LIN-GRU-VAR-SAL.
           MOVE CAT-DEUDA-A(W-CAT-IDX) TO LIN-GRU-DEUDA-A.
           MOVE CAT-DEUDA-B(W-CAT-IDX) TO LIN-GRU-DEUDA-B.
           COMPUTE W-VARIACION =
               CAT-DEUDA-B(W-CAT-IDX) - CAT-DEUDA-A(W-CAT-IDX).
           MOVE W-VARIACION TO LIN-GRU-VAR-DEU.
           MOVE LIN-DET-GRUPO TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-IMPRIMO-UNA-CATEGORIA.
           EXIT.

       IMPRIMO-LOCALIDADES.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "TOTALES POR LOCALIDAD" TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "LOCALIDAD" TO LIN-CAB-GRUPO-TIT.
           MOVE LIN-CAB-GRUPO TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           PERFORM IMPRIMO-UNA-LOCALIDAD THRU F-IMPRIMO-UNA-LOCALIDAD
               VARYING W-LOC-IDX FROM 1 BY 1
               UNTIL W-LOC-IDX > W-CANT-LOCALIDADES.
           PERFORM IMPRIMO-TOTAL-CARTERA.

       F-IMPRIMO-LOCALIDADES.
           EXIT.

       IMPRIMO-UNA-LOCALIDAD.
           MOVE LOC-NOMBRE(W-LOC-IDX)  TO LIN-GRU-NOMBRE.
           MOVE LOC-SALDO-A(W-LOC-IDX) TO LIN-GRU-SALDO-A.
           MOVE LOC-SALDO-B(W-LOC-IDX) TO LIN-GRU-SALDO-B.
           COMPUTE W-VARIACION =
               LOC-SALDO-B(W-LOC-IDX) - LOC-SALDO-A(W-LOC-IDX).
           MOVE W-VARIACION TO LIN-GRU-VAR-SAL.
           MOVE LOC-DEUDA-A(W-LOC-IDX) TO LIN-GRU-DEUDA-A.
           MOVE LOC-DEUDA-B(W-LOC-IDX) TO LIN-GRU-DEUDA-B.
           COMPUTE W-VARIACION =
               LOC-DEUDA-B(W-LOC-IDX) - LOC-DEUDA-A(W-LOC-IDX).
           MOVE W-VARIACION TO LIN-GRU-VAR-DEU.
           MOVE LIN-DET-GRUPO TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-IMPRIMO-UNA-LOCALIDAD.
           EXIT.

       IMPRIMO-TOTAL-CARTERA.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE "TOTAL CARTERA" TO LIN-GRU-NOMBRE.
           MOVE W-GEN-SALDO-A TO LIN-GRU-SALDO-A.
           MOVE W-GEN-SALDO-B TO LIN-GRU-SALDO-B.
           COMPUTE W-VARIACION = W-GEN-SALDO-B - W-GEN-SALDO-A.
           MOVE W-VARIACION TO LIN-GRU-VAR-SAL.
           MOVE W-GEN-DEUDA-A TO LIN-GRU-DEUDA-A.
           MOVE W-GEN-DEUDA-B TO LIN-GRU-DEUDA-B.
           COMPUTE W-VARIACION = W-GEN-DEUDA-B - W-GEN-DEUDA-A.
           MOVE W-VARIACION TO LIN-GRU-VAR-DEU.
           MOVE LIN-DET-GRUPO TO LIN-LISTADO
           WRITE LIN-LISTADO.

       IMPRIMO-TOP.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "LOS 20 CLIENTES CON MAYOR AUMENTO DE DEUDA"
               TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE LIN-CAB-TOP TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           IF W-CANT-TOP = 0
               MOVE "  NINGUN CLIENTE AUMENTO SU DEUDA" TO LIN-LISTADO
               WRITE LIN-LISTADO
               GO TO F-IMPRIMO-TOP.
           PERFORM IMPRIMO-UN-TOP THRU F-IMPRIMO-UN-TOP
               VARYING W-TOP-POS FROM 1 BY 1
               UNTIL W-TOP-POS > W-CANT-TOP.

       F-IMPRIMO-TOP.
           EXIT.

       IMPRIMO-UN-TOP.
           MOVE W-TOP-POS TO LIN-TOP-NRO.
           MOVE TOP-ID(W-TOP-POS) TO LIN-TOP-ID.
           MOVE TOP-ID(W-TOP-POS) TO W-ID-CLIENTE.
           PERFORM BUSCO-NOMBRE.
           MOVE W-NOMBRE TO LIN-TOP-NOMBRE.
           MOVE TOP-DEUDA-A(W-TOP-POS) TO LIN-TOP-DEUDA-A.
           MOVE TOP-DEUDA-B(W-TOP-POS) TO LIN-TOP-DEUDA-B.
           MOVE TOP-AUMENTO(W-TOP-POS) TO LIN-TOP-AUMENTO.
           MOVE LIN-DET-TOP TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-IMPRIMO-UN-TOP.
           EXIT.

      * El nombre sale del maestro actual; un cliente depurado despues
      * de la foto ya no esta.
       BUSCO-NOMBRE.
           MOVE W-ID-CLIENTE TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE "(CLIENTE DEPURADO)" TO W-NOMBRE
               NOT INVALID KEY MOVE CLI_NOMBRE TO W-NOMBRE
           END-READ.

      * Una pasada de cruce por cada lista de clientes, con su
      * titulo y su total.
       LISTO-PASADA.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           EVALUATE W-PASADA
               WHEN 2
                   MOVE "CLIENTES QUE PASARON DE ACREEDORES A DEUDORES"
                       TO LIN-LISTADO
               WHEN 3
                   MOVE "DEUDORES NUEVOS" TO LIN-LISTADO
               WHEN 4
                   MOVE "CLIENTES QUE DEJARON DE SER DEUDORES"
                       TO LIN-LISTADO
           END-EVALUATE.
           WRITE LIN-LISTADO.
           MOVE LIN-CAB-CLIENTE TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE 0 TO W-CANT-LISTA.
           MOVE 0 TO W-VAR-LISTA.
           PERFORM RECORRO-FOTOS THRU F-RECORRO-FOTOS.
           MOVE W-CANT-LISTA TO LIN-TOT-CANT.
           MOVE W-VAR-LISTA  TO LIN-TOT-VARIAC.
           MOVE LIN-TOT-LISTA TO LIN-LISTADO
           WRITE LIN-LISTADO.

       F-LISTO-PASADA.
           EXIT.

       CONTROLO-ACREEDOR.
           IF W-EN-A = "N" OR W-EN-B = "N"
               GO TO F-CONTROLO-ACREEDOR.
           IF W-SALDO-A NOT > 0 OR W-SALDO-B NOT < 0
               GO TO F-CONTROLO-ACREEDOR.
           MOVE SPACES TO W-MOTIVO.
           PERFORM IMPRIMO-CLIENTE.

       F-CONTROLO-ACREEDOR.
           EXIT.

      * Deudor en el periodo comparado que no lo era en el base.
       CONTROLO-NUEVO.
           IF W-EN-B = "N" OR W-SALDO-B NOT < 0
               GO TO F-CONTROLO-NUEVO.
           IF W-EN-A = "S" AND W-SALDO-A < 0
               GO TO F-CONTROLO-NUEVO.
           IF W-EN-A = "N"
               MOVE "CLIENTE NUEVO" TO W-MOTIVO
           ELSE
               IF W-SALDO-A = 0
                   MOVE "TENIA SALDO CERO" TO W-MOTIVO
               ELSE
                   MOVE "ERA ACREEDOR" TO W-MOTIVO
               END-IF
           END-IF.
           PERFORM IMPRIMO-CLIENTE.

       F-CONTROLO-NUEVO.
           EXIT.

      * Deudor en el periodo base que no lo es en el comparado.
       CONTROLO-SALIDO.
           IF W-EN-A = "N" OR W-SALDO-A NOT < 0
               GO TO F-CONTROLO-SALIDO.
           IF W-EN-B = "S" AND W-SALDO-B < 0
               GO TO F-CONTROLO-SALIDO.
           IF W-EN-B = "N"
               MOVE "SIN FOTO (DEPURADO)" TO W-MOTIVO
           ELSE
               IF W-SALDO-B = 0
                   MOVE "CANCELO LA DEUDA" TO W-MOTIVO
               ELSE
                   MOVE "PASO A ACREEDOR" TO W-MOTIVO
               END-IF
           END-IF.
           PERFORM IMPRIMO-CLIENTE.

       F-CONTROLO-SALIDO.
           EXIT.

       IMPRIMO-CLIENTE.
           MOVE W-ID-CLIENTE TO LIN-CLI-ID.
           PERFORM BUSCO-NOMBRE.
           MOVE W-NOMBRE    TO LIN-CLI-NOMBRE.
           MOVE W-CATEG-CLI TO LIN-CLI-CATEG.
           MOVE W-SALDO-A   TO LIN-CLI-SALDO-A.
           MOVE W-SALDO-B   TO LIN-CLI-SALDO-B.
           COMPUTE W-VARIACION = W-SALDO-B - W-SALDO-A.
           MOVE W-VARIACION TO LIN-CLI-VARIAC.
           MOVE W-MOTIVO    TO LIN-CLI-MOTIVO.
           MOVE LIN-DET-CLIENTE TO LIN-LISTADO
           WRITE LIN-LISTADO.
           ADD 1 TO W-CANT-LISTA.
           ADD W-VARIACION TO W-VAR-LISTA.

      * Deuda total y cantidad de deudores de cada uno de los 12
      * periodos que terminan en el comparado. Un mes sin foto, o con
      * la foto incompleta, queda marcado y no corta la serie.
       ARMO-TENDENCIA.
           MOVE W-PER-B TO W-PER-CALC.
           MOVE 0 TO W-MAX-DEUDA.
           PERFORM SUMO-PERIODO THRU F-SUMO-PERIODO
               VARYING W-TEN-IDX FROM 12 BY -1 UNTIL W-TEN-IDX < 1.

       F-ARMO-TENDENCIA.
           EXIT.

       SUMO-PERIODO.
           MOVE W-PER-CALC TO TEN-PERIODO(W-TEN-IDX).
           MOVE W-PER-CALC TO W-PER-BUSCADO.
           PERFORM BUSCO-FOTO THRU F-BUSCO-FOTO.
           IF W-HAY-FOTO = "S"
               PERFORM BUSCO-CIERRE-FOTO THRU F-BUSCO-CIERRE-FOTO
               IF W-FOTO-CERRADA = "N"
                   MOVE "I" TO W-HAY-FOTO
               END-IF
           END-IF.
           MOVE W-HAY-FOTO TO TEN-HAY-FOTO(W-TEN-IDX).
           IF W-HAY-FOTO = "S"
               MOVE "N" TO FIN-TEND
               PERFORM SUMO-FOTO THRU F-SUMO-FOTO
                   UNTIL FIN-TEND = "S"
               IF TEN-DEUDA(W-TEN-IDX) > W-MAX-DEUDA
                   MOVE TEN-DEUDA(W-TEN-IDX) TO W-MAX-DEUDA
               END-IF
           END-IF.
           PERFORM MES-ANTERIOR.

       F-SUMO-PERIODO.
           EXIT.

      * El registro en curso de FOTOS-A es del periodo: se suma y se
      * lee el siguiente.
       SUMO-FOTO.
           ADD FTA_SALDO TO TEN-SALDO(W-TEN-IDX).
           IF FTA_SALDO < 0
               ADD 1 TO TEN-DEUDORES(W-TEN-IDX)
               SUBTRACT FTA_SALDO FROM TEN-DEUDA(W-TEN-IDX)
           END-IF.
           READ FOTOS-A NEXT RECORD
               AT END
                   MOVE "S" TO FIN-TEND
                   GO TO F-SUMO-FOTO
           END-READ.
           IF FTA_PERIODO NOT = W-PER-BUSCADO
               MOVE "S" TO FIN-TEND.

       F-SUMO-FOTO.
           EXIT.

      * Una linea por mes con una barra proporcional a la deuda del
      * mes mayor (50 posiciones) para ver la tendencia a simple
      * vista; la variacion es contra el mes anterior con foto.
       IMPRIMO-TENDENCIA.
           MOVE SPACES TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE "EVOLUCION DE LA DEUDA TOTAL - ULTIMOS 12 MESES"
               TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE LIN-CAB-TENDENCIA TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE 0 TO W-IDX.
           PERFORM IMPRIMO-UN-MES THRU F-IMPRIMO-UN-MES
               VARYING W-TEN-IDX FROM 1 BY 1 UNTIL W-TEN-IDX > 12.

       F-IMPRIMO-TENDENCIA.
           EXIT.

      * W-IDX guarda la posicion del ultimo mes con foto impreso.
       IMPRIMO-UN-MES.
           MOVE SPACES TO LIN-DET-TENDENCIA.
           MOVE TEN-PERIODO(W-TEN-IDX) TO LIN-TEN-PERIODO.
           IF TEN-HAY-FOTO(W-TEN-IDX) = "N"
               MOVE "SIN FOTO DE SALDOS" TO LIN-TEN-SIN-FOTO
               MOVE LIN-DET-TENDENCIA TO LIN-LISTADO
               WRITE LIN-LISTADO
               GO TO F-IMPRIMO-UN-MES.
           IF TEN-HAY-FOTO(W-TEN-IDX) = "I"
               MOVE "FOTO INCOMPLETA" TO LIN-TEN-SIN-FOTO
               MOVE LIN-DET-TENDENCIA TO LIN-LISTADO
               WRITE LIN-LISTADO
               GO TO F-IMPRIMO-UN-MES.
           MOVE TEN-DEUDORES(W-TEN-IDX) TO LIN-TEN-DEUDORES.
           MOVE TEN-DEUDA(W-TEN-IDX) TO LIN-TEN-DEUDA.
           IF W-IDX = 0
               MOVE 0 TO W-VARIACION
           ELSE
               COMPUTE W-VARIACION =
                   TEN-DEUDA(W-TEN-IDX) - TEN-DEUDA(W-IDX)
           END-IF.
           MOVE W-VARIACION TO LIN-TEN-VARIAC.
           MOVE 0 TO W-LARGO-BARRA.
           IF W-MAX-DEUDA > 0
               COMPUTE W-LARGO-BARRA ROUNDED =
                   TEN-DEUDA(W-TEN-IDX) * 50 / W-MAX-DEUDA
           END-IF.
           IF W-LARGO-BARRA > 0
               MOVE ALL "*" TO LIN-TEN-BARRA(1:W-LARGO-BARRA).
           MOVE LIN-DET-TENDENCIA TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE W-TEN-IDX TO W-IDX.

       F-IMPRIMO-UN-MES.
           EXIT.

       MUESTRO-RESUMEN.
           MOVE W-CANT-A TO W-CANT-Z.
           DISPLAY "Clientes periodo base     : " W-CANT-Z.
           MOVE W-CANT-B TO W-CANT-Z.
           DISPLAY "Clientes periodo comparado: " W-CANT-Z.
           DISPLAY "Listado en comparacion.txt".

       END PROGRAM "COMPARA-PERIODOS".
