      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Impresion de las notas de debito por intereses que
      *          emiten EXTRACTO-MENSUAL y REPROCESA-RECHAZOS en
      *          ./notasdeb.dat: dado el mes de emision AAAAMM arma
      *          una hoja por nota, en orden de numero, con punto de
      *          venta y numero, fecha, datos del cliente (nombre,
      *          direccion, codigo postal y localidad via
      *          cpostal.dat, CUIT) y el detalle con neto gravado,
      *          IVA discriminado y total. Sale en ./notas.imp para
      *          ensobrarla junto con la hoja de IMPRIME-EXTRACTOS
      *          del mismo periodo; se puede pedir un solo cliente
      *          para reimprimir. Una nota sin CUIT valido sale igual,
      *          a consumidor final.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "IMPRIME-NOTAS".
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

           SELECT OPTIONAL CPOSTAL ASSIGN TO "./cpostal.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CP_CODIGO
                  STATUS ST-CPOSTAL.

           SELECT IMPRESO ASSIGN TO "./notas.imp"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-IMPRESO.

       DATA DIVISION.
       FILE SECTION.

      * Notas de debito emitidas: mismo layout que en
      * EXTRACTO-MENSUAL, REPROCESA-RECHAZOS y LIBRO-VENTAS.
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

       FD  CPOSTAL.

       01  REG-CPOSTAL.
           03  CP_CODIGO            PIC X(10).
           03  CP_LOCALIDAD         PIC X(30).

       FD  IMPRESO.

       01  LIN-IMPRESO             PIC X(132).

       WORKING-STORAGE SECTION.

       01  ST-NOTAS     PIC XX.
       01  ST-FILE      PIC XX.
       01  ST-CPOSTAL   PIC XX.
       01  ST-IMPRESO   PIC XX.

       01  FIN          PIC X.
       01  HUBO-ERROR   PIC 9   VALUES 0.
       01  MENSAJE      PIC X(80).
       01  GUIONES      PIC X(80) VALUES ALL "-".

       01  W-FECHA-HOY      PIC 9(8).
       01  W-FECHA-PARTES REDEFINES W-FECHA-HOY.
           03  W-FECHA-PERIODO  PIC 9(6).
           03  FILLER           PIC 99.
       01  W-PERIODO        PIC 9(6).
       01  W-CLIENTE        PIC 9(7).
       01  W-PRIMERA-HOJA   PIC X   VALUE "S".

       01  W-CANT-LEIDAS    PIC 9(7) VALUE 0.
       01  W-CANT-IMPRESAS  PIC 9(7) VALUE 0.
       01  W-CANT-SIN-CUIT  PIC 9(7) VALUE 0.
       01  W-TOTAL-IMPRESO  PIC 9(9)V9(3) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-TOTAL-Z        PIC Z(8)9,999.

       01  LIN-TITULO.
           03  FILLER          PIC X(44)
               VALUE "NOTA DE DEBITO".
           03  FILLER          PIC X(4)  VALUE "Nro ".
           03  LIN-TIT-PUNTO   PIC 9(4).
           03  FILLER          PIC X     VALUE "-".
           03  LIN-TIT-NUMERO  PIC 9(8).

       01  LIN-FECHA.
           03  FILLER          PIC X(44) VALUE SPACES.
           03  FILLER          PIC X(7)  VALUE "Fecha: ".
           03  LIN-FEC-FECHA   PIC 9(8).

       01  LIN-CLIENTE.
           03  FILLER          PIC X(10) VALUE "CLIENTE ".
           03  LIN-CLI-ID      PIC Z(6)9.
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-CLI-NOMBRE  PIC X(70).

       01  LIN-DIRECCION.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-DIR-CALLE   PIC X(80).

       01  LIN-LOCALIDAD.
           03  FILLER          PIC X(10) VALUE SPACES.
           03  LIN-LOC-CP      PIC X(10).
           03  FILLER          PIC X(2)  VALUE SPACES.
           03  LIN-LOC-NOMBRE  PIC X(30).

       01  LIN-CUIT.
           03  FILLER          PIC X(10) VALUE "CUIT".
           03  LIN-CUI-NUMERO  PIC 9(11).

       01  LIN-CUIT-FALTA.
           03  FILLER          PIC X(10) VALUE "CUIT".
           03  FILLER          PIC X(40)
               VALUE "NO INFORMADO - CONSUMIDOR FINAL".

       01  LIN-CAB-DETALLE.
           03  FILLER PIC X(40) VALUE "CONCEPTO".
           03  FILLER PIC X(16) VALUE SPACES.
           03  FILLER PIC X(12) VALUE "IMPORTE".

       01  LIN-DETALLE.
           03  LIN-DET-CONCEPTO PIC X(40).
           03  FILLER           PIC X(14) VALUE SPACES.
           03  LIN-DET-IMPORTE  PIC Z(8)9,999.

       01  LIN-IMPORTE.
           03  LIN-IMP-ROTULO   PIC X(54).
           03  LIN-IMP-IMPORTE  PIC Z(8)9,999.

       01  LIN-ROTULO-IVA.
           03  FILLER           PIC X(4)  VALUE "IVA ".
           03  LIN-IVA-TASA     PIC Z9,99.
           03  FILLER           PIC X     VALUE "%".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM LEO-NOTA THRU F-LEO-NOTA
               PERFORM PROCESO-NOTA THRU F-PROCESO-NOTA
                   UNTIL FIN = "S"
               PERFORM MUESTRO-RESUMEN
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * El mes es el de emision de la nota (el de la corrida de
      * EXTRACTO-MENSUAL que aplico el interes), el mismo que se pide
      * en IMPRIME-EXTRACTOS para el extracto que la acompana.
       INICIALIZACION.
           MOVE "N" TO FIN.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY "Mes de emision AAAAMM (0=mes actual): ".
           ACCEPT W-PERIODO.
           IF W-PERIODO = 0
               MOVE W-FECHA-PERIODO TO W-PERIODO.
           DISPLAY "ID Cliente (0=todos): ".
           ACCEPT W-CLIENTE.

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
           OPEN INPUT CPOSTAL.
           IF ST-CPOSTAL > "07"
               STRING "Error al abrir cpostal " ST-CPOSTAL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT IMPRESO.
           IF ST-IMPRESO NOT = "00"
               STRING "Error al abrir notas.imp " ST-IMPRESO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
           CLOSE NOTASDEB.
           CLOSE CLIENTES.
           CLOSE CPOSTAL.
           CLOSE IMPRESO.

       FINALIZAR.
           EXIT PROGRAM.

       LEO-NOTA.
           READ NOTASDEB NEXT RECORD
               AT END MOVE "S" TO FIN
           END-READ.
           IF FIN = "N"
               ADD 1 TO W-CANT-LEIDAS.

       F-LEO-NOTA.
           EXIT.

       PROCESO-NOTA.
           IF NDB_FECHA(1:6) NOT = W-PERIODO
               GO TO SIGO-NOTA.
           IF W-CLIENTE NOT = 0 AND NDB_ID NOT = W-CLIENTE
               GO TO SIGO-NOTA.
           PERFORM IMPRIMO-NOTA THRU F-IMPRIMO-NOTA.
           ADD 1 TO W-CANT-IMPRESAS.
           ADD NDB_TOTAL TO W-TOTAL-IMPRESO.
           IF NOT NDB-CUIT-OK
               ADD 1 TO W-CANT-SIN-CUIT.

       SIGO-NOTA.
           PERFORM LEO-NOTA.

       F-PROCESO-NOTA.
           EXIT.

      * Una hoja por nota, con salto de pagina entre notas como en
      * IMPRIME-EXTRACTOS. Los datos de domicilio salen del maestro
      * al momento de imprimir; el CUIT es el que quedo en la nota.
       IMPRIMO-NOTA.
           MOVE NDB_PUNTO_VENTA TO LIN-TIT-PUNTO.
           MOVE NDB_NUMERO      TO LIN-TIT-NUMERO.
           MOVE LIN-TITULO TO LIN-IMPRESO.
           IF W-PRIMERA-HOJA = "S"
               MOVE "N" TO W-PRIMERA-HOJA
               WRITE LIN-IMPRESO
           ELSE
               WRITE LIN-IMPRESO AFTER ADVANCING PAGE
           END-IF.
           MOVE NDB_FECHA TO LIN-FEC-FECHA.
           MOVE LIN-FECHA TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE GUIONES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE NDB_ID TO CLI_ID.
           READ CLIENTES
               INVALID KEY
                   MOVE SPACES TO CLI_NOMBRE
                   MOVE SPACES TO CLI_DIRECCION
                   MOVE SPACES TO CLI_CODPOST
           END-READ.
           MOVE NDB_ID      TO LIN-CLI-ID.
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
           IF NDB-CUIT-OK
               MOVE NDB_CUIT TO LIN-CUI-NUMERO
               MOVE LIN-CUIT TO LIN-IMPRESO
           ELSE
               MOVE LIN-CUIT-FALTA TO LIN-IMPRESO
           END-IF.
           WRITE LIN-IMPRESO.
           MOVE SPACES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE LIN-CAB-DETALLE TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE NDB_CONCEPTO TO LIN-DET-CONCEPTO.
           MOVE NDB_NETO     TO LIN-DET-IMPORTE.
           MOVE LIN-DETALLE  TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE GUIONES TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE "NETO GRAVADO" TO LIN-IMP-ROTULO.
           MOVE NDB_NETO TO LIN-IMP-IMPORTE.
           MOVE LIN-IMPORTE TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE NDB_TASA_IVA TO LIN-IVA-TASA.
           MOVE LIN-ROTULO-IVA TO LIN-IMP-ROTULO.
           MOVE NDB_IVA TO LIN-IMP-IMPORTE.
           MOVE LIN-IMPORTE TO LIN-IMPRESO
           WRITE LIN-IMPRESO.
           MOVE "TOTAL" TO LIN-IMP-ROTULO.
           MOVE NDB_TOTAL TO LIN-IMP-IMPORTE.
           MOVE LIN-IMPORTE TO LIN-IMPRESO
           WRITE LIN-IMPRESO.

       F-IMPRIMO-NOTA.
           EXIT.

       MUESTRO-RESUMEN.
           MOVE W-CANT-LEIDAS TO W-CANT-Z.
           DISPLAY "Notas leidas    : " W-CANT-Z.
           MOVE W-CANT-IMPRESAS TO W-CANT-Z.
           DISPLAY "Notas impresas  : " W-CANT-Z.
           MOVE W-CANT-SIN-CUIT TO W-CANT-Z.
           DISPLAY "Sin CUIT valido : " W-CANT-Z.
           MOVE W-TOTAL-IMPRESO TO W-TOTAL-Z.
           DISPLAY "Total impreso   : " W-TOTAL-Z.

       END PROGRAM "IMPRIME-NOTAS".
