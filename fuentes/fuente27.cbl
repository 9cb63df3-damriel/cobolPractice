      * Purpose: Tablero del cierre mensual: presenta como lista de
      *          control los pasos del cierre de un periodo
      *          (CARGA-TASAS si cambiaron las tasas, GENERA-AJUSTES,
      *          GENERA-CUOTAS de los planes de pago,
      *          EXTRACTO-MENSUAL, FOTO-SALDOS con la foto de fin de
      *          mes, RESUMEN-SALDOS y EXTRAE-CLIENTES en modo
      *          novedades), muestra el estado de cada uno segun
      *          los registros de periodo terminado (tipo "P") de
      *          runctl.dat y lanza el paso que el operador elija. Se
      *          niega a lanzar un paso cuyo predecesor no tiene
      *          mientras haya un lock (tipo "L") tomado - asi un
      *          extracto no puede correr contra un ajustes.dat de una
      *          generacion abortada.
      *          Mirar el tablero pide un operador habilitado en
      *          operadores.dat; lanzar un paso, perfil de supervisor
      *          de batch. Los intentos rechazados quedan en la pista
      *          de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE_CODIGO
                  STATUS ST-OPERAD.

           SELECT AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AUDIT.

       DATA DIVISION.
       FILE SECTION.

               88  RUN-TERMINADA    VALUE "T".
               88  RUN-RECHAZADA    VALUE "R".

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

       WORKING-STORAGE SECTION.

       01  ST-RUNCTL     PIC XX.
       01  ST-OPERAD     PIC XX.
       01  ST-AUDIT      PIC XX.

       01  FIN           PIC X.
       01  HUBO-ERROR    PIC 9   VALUES 0.
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
       01  W-PERIODO        PIC 9(6).
       01  W-OPCION         PIC 9.

      * Los siete pasos del cierre, en el orden en que deben correr.
      * El paso previo 0 significa sin predecesor obligatorio; la
      * carga de tasas es opcional (solo si cambiaron) y por eso no
      * traba a GENERA-AJUSTES.
           03  FILLER PIC X(20) VALUE "GENERA-AJUSTES".
           03  FILLER PIC X(30) VALUE "Generacion de intereses".
           03  FILLER PIC 9     VALUE 0.
           03  FILLER PIC X(20) VALUE "GENERA-CUOTAS".
           03  FILLER PIC X(30) VALUE "Cuotas de planes de pago".
           03  FILLER PIC 9     VALUE 2.
           03  FILLER PIC X(20) VALUE "EXTRACTO-MENSUAL".
           03  FILLER PIC X(30) VALUE "Aplicacion de ajustes".
           03  FILLER PIC 9     VALUE 3.
           03  FILLER PIC X(20) VALUE "FOTO-SALDOS".
           03  FILLER PIC X(30) VALUE "Foto de saldos de fin de mes".
           03  FILLER PIC 9     VALUE 4.
           03  FILLER PIC X(20) VALUE "RESUMEN-SALDOS".
           03  FILLER PIC X(30) VALUE "Resumen de saldos".
           03  FILLER PIC 9     VALUE 5.
           03  FILLER PIC X(20) VALUE "EXTRAE-CLIENTES".
           03  FILLER PIC X(30) VALUE "Extraccion novedades (modo N)".
           03  FILLER PIC 9     VALUE 6.
       01  TAB-PASOS REDEFINES TAB-PASOS-VAL.
           03  PASO-ENTRADA OCCURS 7.
               05  PASO-PROGRAMA    PIC X(20).
               05  PASO-DESC        PIC X(30).
               05  PASO-PREVIO      PIC 9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR.
           IF NOT PERFIL-CONSULTA
               MOVE "INGRESO AL CIERRE MENSUAL" TO W-INTENTO
               MOVE 0 TO W-DENEGADO-ID
               PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
               GO TO FINALIZAR.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
           IF ST-RUNCTL > "07"
               STRING "Error al abrir runctl " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.

       PROCESO.
           PERFORM MUESTRO-TABLERO THRU F-MUESTRO-TABLERO.
           DISPLAY "Paso a lanzar (1-7, 0=salir): ".
           ACCEPT W-OPCION.
           IF W-OPCION = 0
               MOVE "S" TO FIN
               GO TO F-PROCESO.
           IF W-OPCION > 7
               DISPLAY "Opcion invalida"
               GO TO F-PROCESO.
           PERFORM LANZO-PASO THRU F-LANZO-PASO.
           DISPLAY MENSAJE.
           DISPLAY GUIONES.
           PERFORM MUESTRO-PASO THRU F-MUESTRO-PASO
               VARYING W-IDX FROM 1 BY 1 UNTIL W-IDX > 7.
           DISPLAY GUIONES.
           PERFORM CONSULTO-LOCK.
           IF W-HAY-LOCK = "S"
      * Lanza el paso elegido si el tablero lo permite: nada corre
      * con un lock tomado, y un paso con predecesor obligatorio
      * recien corre cuando ese predecesor tiene su "P" terminado
      * para el periodo. Solo un supervisor de batch lanza pasos.
      * El runctl se cierra durante la llamada para
      * que el paso lanzado lo pueda abrir como siempre.
       LANZO-PASO.
           IF NOT PERFIL-SUPERVISOR
               MOVE SPACES TO W-INTENTO
               STRING "LANZAR PASO " PASO-PROGRAMA(W-OPCION)
                          DELIMITED BY SIZE INTO W-INTENTO
               MOVE 0 TO W-DENEGADO-ID
               PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
               GO TO F-LANZO-PASO.
           PERFORM CONSULTO-LOCK.
           IF W-HAY-LOCK = "S"
               STRING "No se lanza: lock tomado por " W-LOCK-DUENIO
       F-LANZO-PASO.
           EXIT.

      * El tablero lo mira cualquier operador habilitado; lanzar un
      * paso pide perfil de supervisor de batch. El operador sale de
      * la variable de ambiente OPERADOR del puesto y tiene que
      * figurar activo en operadores.dat. Un operador en blanco,
      * inexistente o dado de baja queda sin perfil.
       VALIDO-OPERADOR.
           MOVE SPACES TO W-PERFIL.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
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
      * operacion "N", igual que en ABM-CLIENTES. El tablero no usa
      * la pista para otra cosa, asi que se abre y se cierra aca.
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
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           OPEN EXTEND AUDITORIA.
           IF ST-AUDIT = "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           IF ST-AUDIT NOT = "00"
               MOVE SPACES TO MENSAJE
               STRING "Error al abrir auditoria " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               GO TO F-GRABO-DENEGADO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY   TO AUD_FECHA.
           MOVE W-HORA-HHMMSS TO AUD_HORA.
           MOVE "CIERRE-MENSUAL" TO AUD_PROGRAMA.
           MOVE W-OPERADOR    TO AUD_OPERADOR.
           MOVE "N"           TO AUD_OPERACION.
           MOVE W-DENEGADO-ID TO AUD_ID.
           MOVE SPACES        TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES        TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "CIERRE-MENSUAL".
