      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Libro de ventas mensual de las notas de debito por
      *          intereses (./notasdeb.dat, emitidas por
      *          EXTRACTO-MENSUAL y REPROCESA-RECHAZOS). Dado el mes
      *          de emision AAAAMM recorre las notas en orden de
      *          numero y graba ./libroventas.dat con cabecera "H"
      *          (periodo y fecha de generacion), un detalle "D" por
      *          nota (numero, fecha, cliente, CUIT, neto, IVA y
      *          total) y pie "T" con cantidad y totales, mas el
      *          listado ./libroventas.txt con los mismos datos. Como
      *          la numeracion no puede tener saltos, un numero
      *          faltante dentro del mes se marca en el listado; las
      *          notas sin CUIT valido salen marcadas con "*". Deja su
      *          corrida y el periodo generado en runctl.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "LIBRO-VENTAS".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL NOTASDEB ASSIGN TO "./notasdeb.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NDB_NUMERO
                  ALTERNATE KEY NDB_ORIGEN
                  STATUS ST-NOTAS.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT LIBRO ASSIGN TO "./libroventas.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-LIBRO.

           SELECT LISTADO ASSIGN TO "./libroventas.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

      * Notas de debito emitidas: mismo layout que en
      * EXTRACTO-MENSUAL, REPROCESA-RECHAZOS e IMPRIME-NOTAS.
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

      * Libro de ventas del mes: cabecera "H", un detalle "D" por
      * nota de debito emitida en el mes y pie "T" con cantidad de
      * notas y totales de neto, IVA y total.
       FD  LIBRO.

       01  REG-LIBRO.
           03  LIB-TIPO             PIC X.
           03  LIB-PUNTO-VENTA      PIC 9(4).
           03  LIB-NUMERO           PIC 9(8).
           03  LIB-FECHA            PIC 9(8).
           03  LIB-ID               PIC 9(7).
           03  LIB-CUIT             PIC 9(11).
           03  LIB-CUIT-VALIDO      PIC X.
           03  LIB-TASA-IVA         PIC 9(2)V99.
           03  LIB-NETO             PIC 9(7)V9(3).
           03  LIB-IVA              PIC 9(7)V9(3).
           03  LIB-TOTAL            PIC 9(7)V9(3).
           03  FILLER               PIC X(6).

       01  REG-LIB-CABECERA.
           03  LIB-CAB-TIPO         PIC X.
           03  LIB-CAB-PERIODO      PIC 9(6).
           03  LIB-CAB-GENERADO     PIC 9(8).
           03  LIB-CAB-HORA         PIC 9(6).
           03  FILLER               PIC X(59).

       01  REG-LIB-PIE.
           03  LIB-PIE-TIPO         PIC X.
           03  LIB-PIE-CANTIDAD     PIC 9(7).
           03  LIB-PIE-NETO         PIC 9(9)V9(3).
           03  LIB-PIE-IVA          PIC 9(9)V9(3).
           03  LIB-PIE-TOTAL        PIC 9(9)V9(3).
           03  FILLER               PIC X(36).

       FD  LISTADO.

       01  LIN-LISTADO             PIC X(132).

      * Control de corridas de los batch: en un mismo archivo indexado
      * conviven el lock de clientes.dat (tipo "L", con el programa
      * que lo tiene en RUN_ARCHIVO), el registro de cada periodo
      * terminado por programa (tipo "P") y la bitacora de corridas
      * (tipo "C"). Mismo layout en todos los batch y en
      * INFORME-CORRIDAS.
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

       01  ST-NOTAS     PIC XX.
       01  ST-FILE      PIC XX.
       01  ST-LIBRO     PIC XX.
       01  ST-LISTADO   PIC XX.
       01  ST-RUNCTL    PIC XX.

       01  FIN          PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(132) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
       01  W-PERIODO        PIC 9(6).

       01  W-CANT-LEIDAS    PIC 9(7) VALUE 0.
       01  W-CANT-NOTAS     PIC 9(7) VALUE 0.
       01  W-CANT-SIN-CUIT  PIC 9(7) VALUE 0.
       01  W-CANT-SALTOS    PIC 9(7) VALUE 0.
       01  W-TOTAL-NETO     PIC 9(9)V9(3) VALUE 0.
       01  W-TOTAL-IVA      PIC 9(9)V9(3) VALUE 0.
       01  W-TOTAL-TOTAL    PIC 9(9)V9(3) VALUE 0.
       01  W-NUM-ANTERIOR   PIC 9(8) VALUE 0.
       01  W-NUM-ESPERADO   PIC 9(8).
       01  W-CANT-Z         PIC Z(6)9.
       01  W-TOTAL-Z        PIC Z(8)9,999.

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
           03  FILLER          PIC X(44)
               VALUE "LIBRO DE VENTAS - NOTAS DE DEBITO  PERIODO ".
           03  LIN-TIT-PERIODO PIC 9(6).

       01  LIN-CABECERA.
           03  FILLER PIC X(15) VALUE "COMPROBANTE".
           03  FILLER PIC X(10) VALUE "FECHA".
           03  FILLER PIC X(9)  VALUE "CLIENTE".
           03  FILLER PIC X(32) VALUE "NOMBRE".
           03  FILLER PIC X(13) VALUE "CUIT".
           03  FILLER PIC X(14) VALUE "         NETO".
           03  FILLER PIC X(14) VALUE "          IVA".
           03  FILLER PIC X(14) VALUE "        TOTAL".

       01  LIN-DETALLE.
           03  LIN-DET-PUNTO    PIC 9(4).
           03  FILLER           PIC X     VALUE "-".
           03  LIN-DET-NUMERO   PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-DET-FECHA    PIC 9(8).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-DET-ID       PIC Z(6)9.
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-DET-NOMBRE   PIC X(30).
           03  FILLER           PIC X(2)  VALUE SPACES.
           03  LIN-DET-CUIT     PIC 9(11).
           03  LIN-DET-MARCA    PIC X.
           03  FILLER           PIC X     VALUE SPACES.
           03  LIN-DET-NETO     PIC Z(9)9,999.
           03  LIN-DET-IVA      PIC Z(9)9,999.
           03  LIN-DET-TOTAL    PIC Z(9)9,999.

       01  LIN-SALTO.
           03  FILLER           PIC X(32)
               VALUE "*** FALTA NUMERACION DESDE ".
           03  LIN-SAL-DESDE    PIC 9(8).
           03  FILLER           PIC X(7)  VALUE " HASTA ".
           03  LIN-SAL-HASTA    PIC 9(8).

       01  LIN-TOTAL.
           03  LIN-TOT-TEXTO    PIC X(20).
           03  LIN-TOT-CANT     PIC Z(6)9.
           03  FILLER           PIC X(52) VALUE SPACES.
           03  LIN-TOT-NETO     PIC Z(9)9,999.
           03  LIN-TOT-IVA      PIC Z(9)9,999.
           03  LIN-TOT-TOTAL    PIC Z(9)9,999.

       01  LIN-ACLARACION       PIC X(60)
           VALUE "(*) sin CUIT valido: consumidor final".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM GRABO-CABECERA
               PERFORM IMPRIMO-TITULO
               PERFORM LEO-NOTA THRU F-LEO-NOTA
               PERFORM PROCESO-NOTA THRU F-PROCESO-NOTA
                   UNTIL FIN = "S"
               PERFORM GRABO-PIE
               PERFORM IMPRIMO-TOTALES
               PERFORM GRABO-PERIODO
               MOVE "T" TO W-RUN-RESULTADO
           END-IF.
           PERFORM MUESTRO-RESUMEN.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * El libro es por mes de emision de la nota; si el operador no
      * informa uno (0), queda el mes de la fecha del dia.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Periodo AAAAMM (0=mes actual): ".
           ACCEPT W-PERIODO.
           IF W-PERIODO = 0
               MOVE W-FECHA-PERIODO TO W-PERIODO.

       ABRO-ARCHIVOS.
           OPEN INPUT NOTASDEB.
           IF ST-NOTAS > "07"
               STRING "Error al abrir notasdeb " ST-NOTAS
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LIBRO.
           IF ST-LIBRO NOT = "00"
               STRING "Error al abrir libroventas.dat " ST-LIBRO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir libroventas.txt " ST-LISTADO
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
           CLOSE NOTASDEB.
           CLOSE CLIENTES.
           CLOSE LIBRO.
           CLOSE LISTADO.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

       GRABO-CABECERA.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REG-LIB-CABECERA.
           MOVE "H" TO LIB-CAB-TIPO.
           MOVE W-PERIODO     TO LIB-CAB-PERIODO.
           MOVE W-FECHA-HOY   TO LIB-CAB-GENERADO.
           MOVE W-HORA-HHMMSS TO LIB-CAB-HORA.
           WRITE REG-LIB-CABECERA.

       GRABO-PIE.
           MOVE SPACES TO REG-LIB-PIE.
           MOVE "T" TO LIB-PIE-TIPO.
           MOVE W-CANT-NOTAS  TO LIB-PIE-CANTIDAD.
           MOVE W-TOTAL-NETO  TO LIB-PIE-NETO.
           MOVE W-TOTAL-IVA   TO LIB-PIE-IVA.
           MOVE W-TOTAL-TOTAL TO LIB-PIE-TOTAL.
           WRITE REG-LIB-PIE.

       IMPRIMO-TITULO.
           MOVE W-PERIODO TO LIN-TIT-PERIODO.
           MOVE LIN-TITULO TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE LIN-CABECERA TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       LEO-NOTA.
           READ NOTASDEB NEXT RECORD
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDAS.

       F-LEO-NOTA.
           EXIT.

      * Las notas vienen en orden de numero; dentro del mes cada una
      * tiene que seguir a la anterior. Un salto no deberia ocurrir
      * nunca (la emision reintenta sobre el mismo numero), pero si
      * aparece queda a la vista en el libro.
       PROCESO-NOTA.
           IF NDB_FECHA(1:6) NOT = W-PERIODO
               GO TO SIGO-NOTA.
           IF W-NUM-ANTERIOR NOT = 0
               COMPUTE W-NUM-ESPERADO = W-NUM-ANTERIOR + 1
               IF NDB_NUMERO NOT = W-NUM-ESPERADO
                   ADD 1 TO W-CANT-SALTOS
                   MOVE W-NUM-ESPERADO TO LIN-SAL-DESDE
                   COMPUTE LIN-SAL-HASTA = NDB_NUMERO - 1
                   MOVE LIN-SALTO TO LIN-LISTADO
                   WRITE LIN-LISTADO
               END-IF
           END-IF.
           MOVE NDB_NUMERO TO W-NUM-ANTERIOR.
           PERFORM GRABO-DETALLE.
           PERFORM IMPRIMO-DETALLE.
           ADD 1 TO W-CANT-NOTAS.
           ADD NDB_NETO  TO W-TOTAL-NETO.
           ADD NDB_IVA   TO W-TOTAL-IVA.
           ADD NDB_TOTAL TO W-TOTAL-TOTAL.
           IF NOT NDB-CUIT-OK
               ADD 1 TO W-CANT-SIN-CUIT.

       SIGO-NOTA.
           PERFORM LEO-NOTA.

       F-PROCESO-NOTA.
           EXIT.

       GRABO-DETALLE.
           MOVE SPACES TO REG-LIBRO.
           MOVE "D"             TO LIB-TIPO.
           MOVE NDB_PUNTO_VENTA TO LIB-PUNTO-VENTA.
           MOVE NDB_NUMERO      TO LIB-NUMERO.
           MOVE NDB_FECHA       TO LIB-FECHA.
           MOVE NDB_ID          TO LIB-ID.
           MOVE NDB_CUIT        TO LIB-CUIT.
           MOVE NDB_CUIT_VALIDO TO LIB-CUIT-VALIDO.
           MOVE NDB_TASA_IVA    TO LIB-TASA-IVA.
           MOVE NDB_NETO        TO LIB-NETO.
           MOVE NDB_IVA         TO LIB-IVA.
           MOVE NDB_TOTAL       TO LIB-TOTAL.
           WRITE REG-LIBRO.

       IMPRIMO-DETALLE.
           MOVE NDB_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY MOVE SPACES TO CLI_NOMBRE
           END-READ.
           MOVE NDB_PUNTO_VENTA TO LIN-DET-PUNTO.
           MOVE NDB_NUMERO      TO LIN-DET-NUMERO.
           MOVE NDB_FECHA       TO LIN-DET-FECHA.
           MOVE NDB_ID          TO LIN-DET-ID.
           MOVE CLI_NOMBRE      TO LIN-DET-NOMBRE.
           MOVE NDB_CUIT        TO LIN-DET-CUIT.
           IF NDB-CUIT-OK
               MOVE SPACE TO LIN-DET-MARCA
           ELSE
               MOVE "*" TO LIN-DET-MARCA
           END-IF.
           MOVE NDB_NETO        TO LIN-DET-NETO.
           MOVE NDB_IVA         TO LIN-DET-IVA.
           MOVE NDB_TOTAL       TO LIN-DET-TOTAL.
           MOVE LIN-DETALLE TO LIN-LISTADO.
           WRITE LIN-LISTADO.

       IMPRIMO-TOTALES.
           MOVE GUIONES TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE "TOTAL DEL PERIODO" TO LIN-TOT-TEXTO.
           MOVE W-CANT-NOTAS  TO LIN-TOT-CANT.
           MOVE W-TOTAL-NETO  TO LIN-TOT-NETO.
           MOVE W-TOTAL-IVA   TO LIN-TOT-IVA.
           MOVE W-TOTAL-TOTAL TO LIN-TOT-TOTAL.
           MOVE LIN-TOTAL TO LIN-LISTADO.
           WRITE LIN-LISTADO.
           IF W-CANT-SIN-CUIT > 0
               MOVE LIN-ACLARACION TO LIN-LISTADO
               WRITE LIN-LISTADO
           END-IF.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * un proceso corrio y como termino sin depender de la pantalla.
       ABRO-CORRIDA.
           ACCEPT W-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-HORA-HHMMSS TO W-RUN-HORA-INI.
           MOVE "C" TO RUN_TIPO.
           MOVE "LIBRO-VENTAS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "libroventas.dat" TO RUN_ARCHIVO.
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
           MOVE "LIBRO-VENTAS" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "libroventas.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-NOTAS  TO RUN_CANT_1.
           MOVE W-CANT-SALTOS TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "LIBRO-VENTAS" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-PERIODO TO RUN_REFERENCIA(1:6).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "libroventas.dat" TO RUN_ARCHIVO.
           MOVE W-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-NOTAS  TO RUN_CANT_1.
           MOVE W-CANT-SALTOS TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDAS TO W-CANT-Z.
           DISPLAY "Notas leidas     : " W-CANT-Z.
           MOVE W-CANT-NOTAS TO W-CANT-Z.
           DISPLAY "Notas del periodo: " W-CANT-Z.
           MOVE W-CANT-SIN-CUIT TO W-CANT-Z.
           DISPLAY "Sin CUIT valido  : " W-CANT-Z.
           MOVE W-TOTAL-TOTAL TO W-TOTAL-Z.
           DISPLAY "Total del periodo: " W-TOTAL-Z.
           IF W-CANT-SALTOS > 0
               MOVE W-CANT-SALTOS TO W-CANT-Z
               DISPLAY "ATENCION: " W-CANT-Z " saltos de numeracion"
                       " - ver ./libroventas.txt"
           END-IF.

       END PROGRAM "LIBRO-VENTAS".
