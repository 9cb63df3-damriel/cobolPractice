      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Reorganizacion de clientes.dat con CLI_CUIT como
      *          clave alternativa (con duplicados: el CUIT 0 sigue
      *          siendo comun). Descarga el maestro tal como esta,
      *          con la definicion anterior del archivo, a un
      *          resguardo secuencial ./clientes.rec con cabecera y
      *          pie (cantidad y saldo total), reconstruye clientes.dat
      *          con la definicion nueva desde ese resguardo y despues
      *          lo vuelve a leer por la clave primaria y por la clave
      *          de CUIT para probar que la cantidad de registros y el
      *          total de CLI_SALDO no cambiaron. El resultado queda en
      *          ./recarga.txt. Si la prueba no cierra, o la corrida
      *          se corta a mitad de la carga, el resguardo queda y se
      *          puede volver a cargar con la opcion 2 sin pasar por el
      *          maestro a medio hacer. Los registros se cargan tal
      *          cual, sin tocar el sello de ultima modificacion: para
      *          EXTRAE-CLIENTES una reorganizacion no es novedad.
      *          Solo lo corre un supervisor de batch habilitado en
      *          operadores.dat; el intento de cualquier otro queda
      *          rechazado en la pista de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RECARGA-CLIENTES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * Maestro con la definicion nueva, la que usan todos los
      * programas desde esta reorganizacion.
           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

      * El mismo maestro con la definicion anterior (sin la clave de
      * CUIT), solo para descargarlo.
           SELECT OPTIONAL CLIENTES-ANT ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS ANT_ID_CLIENTE
                  ALTERNATE KEY ANT_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY ANT_ALT_2  WITH DUPLICATES
                  STATUS ST-ANT.

           SELECT OPTIONAL RESGUARDO ASSIGN TO "./clientes.rec"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-RESG.

           SELECT LISTADO ASSIGN TO "./recarga.txt"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-LISTADO.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
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

      * Registro del maestro visto con la definicion anterior: solo
      * se nombran las claves y el saldo, el resto pasa tal cual.
       FD  CLIENTES-ANT.

       01  REG-CLIENTES-ANT.
           03  ANT_ID_CLIENTE.
               05  ANT_ID           PIC 9(7).
           03  ANT_SALDO            PIC S9(7)V9(3).
           03  ANT_NOMBRE           PIC X(70).
           03  FILLER               PIC X(91).
           03  ANT_ALT_2            PIC X(61).
           03  FILLER               PIC X(240).

      * Resguardo de la descarga: cabecera (tipo "H"), un detalle
      * (tipo "D") por cliente con el registro completo y pie (tipo
      * "T") con la cantidad y el saldo total descargados.
       FD  RESGUARDO.

       01  REG-RESGUARDO.
           03  RES-TIPO             PIC X.
           03  RES-CLIENTE          PIC X(479).

       01  REG-RES-CABECERA.
           03  RES-CAB-TIPO         PIC X.
           03  RES-CAB-FECHA        PIC 9(8).
           03  RES-CAB-HORA         PIC 9(6).
           03  FILLER               PIC X(465).

       01  REG-RES-PIE.
           03  RES-PIE-TIPO         PIC X.
           03  RES-PIE-CANTIDAD     PIC 9(7).
           03  RES-PIE-SALDO        PIC S9(11)V9(3).
           03  FILLER               PIC X(458).

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

       01  ST-FILE       PIC XX.
       01  ST-ANT        PIC XX.
       01  ST-RESG       PIC XX.
       01  ST-LISTADO    PIC XX.
       01  ST-RUNCTL     PIC XX.
       01  ST-OPERAD     PIC XX.
       01  ST-AUDIT      PIC XX.

       01  FIN           PIC X.
       01  HUBO-ERROR    PIC 9   VALUES 0.
       01  MENSAJE       PIC X(80).
       01  GUIONES       PIC X(132) VALUES ALL "-".

      * Origen de la recarga: 1 descarga el maestro actual y lo
      * recarga, 2 recarga desde el resguardo de una corrida anterior.
       01  W-ORIGEN         PIC 9.
       01  W-CONFIRMA       PIC X.
       01  W-RESG-OK        PIC X.
       01  W-HAY-PIE        PIC X.
       01  W-RECARGA-OK     PIC X.

      * Cantidades y saldos de cada etapa: descargado al resguardo,
      * informado en su pie, cargado al maestro nuevo y releido por
      * clave primaria y por CUIT.
       01  W-CANT-DESCARGA  PIC 9(7) VALUE 0.
       01  W-SALDO-DESCARGA PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-RESG      PIC 9(7) VALUE 0.
       01  W-SALDO-RESG     PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-PIE       PIC 9(7) VALUE 0.
       01  W-SALDO-PIE      PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-CARGADOS  PIC 9(7) VALUE 0.
       01  W-SALDO-CARGADOS PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-ERRORES   PIC 9(7) VALUE 0.
       01  W-CANT-PRIMARIA  PIC 9(7) VALUE 0.
       01  W-SALDO-PRIMARIA PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-POR-CUIT  PIC 9(7) VALUE 0.
       01  W-SALDO-POR-CUIT PIC S9(11)V9(3) VALUE 0.
       01  W-CANT-CUIT-CERO PIC 9(7) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.
       01  W-SALDO-Z        PIC -(10)9,999.
       01  W-RENGLON-TIT    PIC X(30).
       01  W-RENGLON-CANT   PIC 9(7).
       01  W-RENGLON-SALDO  PIC S9(11)V9(3).

       01  W-FECHA-HOY      PIC 9(8).
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
       01  W-RUN-ESTAMPA.
           03  W-RUN-FECHA-INI  PIC 9(8).
           03  W-RUN-HORA-INI   PIC 9(6).
       01  W-RUN-RESULTADO  PIC X   VALUE "R".
       01  W-CORRIDA-ABIERTA PIC X  VALUE "N".
       01  W-TENGO-LOCK     PIC X   VALUE "N".
       01  W-CONF-CTL       PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR.
           IF NOT PERFIL-SUPERVISOR
               MOVE "REORGANIZACION DE CLIENTES" TO W-INTENTO
               MOVE 0 TO W-DENEGADO-ID
               PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
               GO TO FINALIZAR.
           PERFORM INICIALIZACION THRU F-INICIALIZACION.
           IF FIN = "S"
               GO TO FINALIZAR.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM TOMO-LOCK THRU F-TOMO-LOCK
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
           END-IF.
           IF HUBO-ERROR = 0 AND W-ORIGEN = 1
               PERFORM DESCARGO-MAESTRO THRU F-DESCARGO-MAESTRO
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM VALIDO-RESGUARDO THRU F-VALIDO-RESGUARDO
           END-IF.
           IF HUBO-ERROR = 0 AND W-RESG-OK = "S"
               PERFORM CARGO-MAESTRO THRU F-CARGO-MAESTRO
           END-IF.
           IF HUBO-ERROR = 0 AND W-RESG-OK = "S"
               PERFORM CONTROLO-MAESTRO THRU F-CONTROLO-MAESTRO
               PERFORM IMPRIMO-RESUMEN
               PERFORM MUESTRO-RESUMEN
           END-IF.
      * Solo una recarga que cierra en cantidad y saldo por las dos
      * claves figura terminada en la bitacora.
           IF W-RECARGA-OK = "S"
               MOVE "T" TO W-RUN-RESULTADO
           END-IF.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           IF W-TENGO-LOCK = "S"
               PERFORM LIBERO-LOCK
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

      * La recarga pisa clientes.dat entero, asi que se pide
      * confirmacion expresa antes de seguir.
       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE "N" TO W-RESG-OK.
           MOVE "N" TO W-RECARGA-OK.
           DISPLAY "Reorganizacion de clientes.dat (clave por CUIT)".
           DISPLAY "1. Descargar el maestro actual y recargarlo".
           DISPLAY "2. Recargar desde el resguardo clientes.rec".
           DISPLAY "Opcion (0=salir): ".
           ACCEPT W-ORIGEN.
           IF W-ORIGEN = 0
               MOVE "S" TO FIN
               GO TO F-INICIALIZACION.
           IF W-ORIGEN > 2
               DISPLAY "Opcion invalida"
               MOVE "S" TO FIN
               GO TO F-INICIALIZACION.
           IF W-ORIGEN = 1
               DISPLAY "ATENCION: se descarga clientes.dat a "
                       "clientes.rec y se lo reconstruye completo"
           ELSE
               DISPLAY "ATENCION: se reconstruye clientes.dat "
                       "completo desde clientes.rec"
           END-IF.
           DISPLAY "Confirma la reorganizacion (S/N): ".
           ACCEPT W-CONFIRMA.
           IF W-CONFIRMA NOT = "S" AND W-CONFIRMA NOT = "s"
               DISPLAY "Reorganizacion cancelada por el operador"
               MOVE "S" TO FIN.

       F-INICIALIZACION.
           EXIT.

       ABRO-ARCHIVOS.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir recarga.txt " ST-LISTADO
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
           CLOSE LISTADO.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Descarga el maestro actual, con su definicion anterior, al
      * resguardo. Hasta que el resguardo no este completo y validado
      * el maestro no se toca.
       DESCARGO-MAESTRO.
           OPEN INPUT CLIENTES-ANT.
           IF ST-ANT > "07"
               STRING "Error al abrir clientes " ST-ANT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-DESCARGO-MAESTRO.
           OPEN OUTPUT RESGUARDO.
           IF ST-RESG NOT = "00"
               STRING "Error al abrir clientes.rec " ST-RESG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               CLOSE CLIENTES-ANT
               GO TO F-DESCARGO-MAESTRO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE SPACES TO REG-RES-CABECERA.
           MOVE "H" TO RES-CAB-TIPO.
           MOVE W-FECHA-HOY   TO RES-CAB-FECHA.
           MOVE W-HORA-HHMMSS TO RES-CAB-HORA.
           WRITE REG-RES-CABECERA.
           MOVE "N" TO FIN.
           PERFORM DESCARGO-CLIENTE THRU F-DESCARGO-CLIENTE
               UNTIL FIN = "S".
           MOVE SPACES TO REG-RES-PIE.
           MOVE "T" TO RES-PIE-TIPO.
           MOVE W-CANT-DESCARGA  TO RES-PIE-CANTIDAD.
           MOVE W-SALDO-DESCARGA TO RES-PIE-SALDO.
           WRITE REG-RES-PIE.
           CLOSE CLIENTES-ANT.
           CLOSE RESGUARDO.

       F-DESCARGO-MAESTRO.
           EXIT.

       DESCARGO-CLIENTE.
           READ CLIENTES-ANT
               AT END
                   MOVE "S" TO FIN
                   GO TO F-DESCARGO-CLIENTE
           END-READ.
           MOVE "D" TO RES-TIPO.
           MOVE REG-CLIENTES-ANT TO RES-CLIENTE.
           WRITE REG-RESGUARDO.
           IF ST-RESG NOT = "00"
               STRING "Error grabando clientes.rec " ST-RESG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               MOVE "S" TO FIN
               GO TO F-DESCARGO-CLIENTE.
           ADD 1 TO W-CANT-DESCARGA.
           ADD ANT_SALDO TO W-SALDO-DESCARGA.

       F-DESCARGO-CLIENTE.
           EXIT.

      * Pasada de validacion del resguardo, igual que con los lotes
      * de carga: cabecera en el primer registro, pie en el ultimo y
      * cantidad y saldo de los detalles iguales a los del pie. Si
      * algo no cierra, el maestro queda como esta.
       VALIDO-RESGUARDO.
           MOVE "N" TO W-RESG-OK.
           MOVE "N" TO W-HAY-PIE.
           OPEN INPUT RESGUARDO.
           IF ST-RESG NOT = "00"
               STRING "Error al abrir clientes.rec " ST-RESG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-VALIDO-RESGUARDO.
           READ RESGUARDO
               AT END
                   DISPLAY "Resguardo rechazado: archivo vacio"
                   CLOSE RESGUARDO
                   GO TO F-VALIDO-RESGUARDO
           END-READ.
           IF RES-TIPO NOT = "H"
               DISPLAY "Resguardo rechazado: falta cabecera"
               CLOSE RESGUARDO
               GO TO F-VALIDO-RESGUARDO.
           MOVE "N" TO FIN.
           MOVE "S" TO W-RESG-OK.
           PERFORM CUENTO-RESGUARDO THRU F-CUENTO-RESGUARDO
               UNTIL FIN = "S".
           CLOSE RESGUARDO.
           IF W-RESG-OK = "N"
               GO TO F-VALIDO-RESGUARDO.
           IF W-HAY-PIE = "N"
               MOVE "N" TO W-RESG-OK
               DISPLAY "Resguardo rechazado: falta pie"
               GO TO F-VALIDO-RESGUARDO.
           IF W-CANT-PIE NOT = W-CANT-RESG
              OR W-SALDO-PIE NOT = W-SALDO-RESG
               MOVE "N" TO W-RESG-OK
               MOVE W-CANT-RESG TO W-CANT-Z
               STRING "Resguardo rechazado: pie informa " W-CANT-PIE
                          " y se contaron " W-CANT-Z " detalles"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

       F-VALIDO-RESGUARDO.
           EXIT.

       CUENTO-RESGUARDO.
           READ RESGUARDO
               AT END
                   MOVE "S" TO FIN
                   GO TO F-CUENTO-RESGUARDO
           END-READ.
           IF W-HAY-PIE = "S"
               MOVE "N" TO W-RESG-OK
               DISPLAY "Resguardo rechazado: registros despues del pie"
               MOVE "S" TO FIN
               GO TO F-CUENTO-RESGUARDO.
           EVALUATE RES-TIPO
               WHEN "D"
                   MOVE RES-CLIENTE TO REG-CLIENTES
                   ADD 1 TO W-CANT-RESG
                   ADD CLI_SALDO TO W-SALDO-RESG
               WHEN "T"
                   MOVE "S" TO W-HAY-PIE
                   MOVE RES-PIE-CANTIDAD TO W-CANT-PIE
                   MOVE RES-PIE-SALDO    TO W-SALDO-PIE
               WHEN OTHER
                   MOVE "N" TO W-RESG-OK
                   DISPLAY "Resguardo rechazado: tipo de registro "
                           "invalido"
                   MOVE "S" TO FIN
           END-EVALUATE.

       F-CUENTO-RESGUARDO.
           EXIT.

      * Reconstruye el maestro: clientes.dat se abre OUTPUT con la
      * definicion nueva (queda vacio, ya con la clave de CUIT) y se
      * cargan los detalles del resguardo tal cual.
       CARGO-MAESTRO.
           OPEN INPUT RESGUARDO.
           IF ST-RESG NOT = "00"
               STRING "Error al reabrir clientes.rec " ST-RESG
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-CARGO-MAESTRO.
           OPEN OUTPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al abrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               CLOSE RESGUARDO
               GO TO F-CARGO-MAESTRO.
           MOVE "N" TO FIN.
           PERFORM CARGO-CLIENTE THRU F-CARGO-CLIENTE
               UNTIL FIN = "S".
           CLOSE RESGUARDO.
           CLOSE CLIENTES.

       F-CARGO-MAESTRO.
           EXIT.

      * La cabecera se saltea y el pie corta la carga.
       CARGO-CLIENTE.
           READ RESGUARDO
               AT END
                   MOVE "S" TO FIN
                   GO TO F-CARGO-CLIENTE
           END-READ.
           IF RES-TIPO = "T"
               MOVE "S" TO FIN
               GO TO F-CARGO-CLIENTE.
           IF RES-TIPO NOT = "D"
               GO TO F-CARGO-CLIENTE.
           MOVE RES-CLIENTE TO REG-CLIENTES.
           WRITE REG-CLIENTES.
           IF ST-FILE > "07"
               ADD 1 TO W-CANT-ERRORES
               STRING "Error cargando cliente " CLI_ID " status "
                          ST-FILE DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           ELSE
               ADD 1 TO W-CANT-CARGADOS
               ADD CLI_SALDO TO W-SALDO-CARGADOS
           END-IF.

       F-CARGO-CLIENTE.
           EXIT.

      * Prueba de la recarga: el maestro nuevo se relee completo por
      * la clave primaria y completo por la clave de CUIT; las dos
      * lecturas tienen que dar la misma cantidad y el mismo saldo
      * total que el pie del resguardo.
       CONTROLO-MAESTRO.
           OPEN INPUT CLIENTES.
           IF ST-FILE > "07"
               STRING "Error al reabrir clientes " ST-FILE
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
               GO TO F-CONTROLO-MAESTRO.
           MOVE "N" TO FIN.
           PERFORM LEO-POR-PRIMARIA THRU F-LEO-POR-PRIMARIA
               UNTIL FIN = "S".
           MOVE 0 TO CLI_CUIT.
           START CLIENTES KEY IS NOT LESS THAN CLI_CUIT
               INVALID KEY MOVE "S" TO FIN
               NOT INVALID KEY MOVE "N" TO FIN
           END-START.
           PERFORM LEO-POR-CUIT THRU F-LEO-POR-CUIT
               UNTIL FIN = "S".
           CLOSE CLIENTES.
           IF W-CANT-PRIMARIA = W-CANT-PIE
              AND W-CANT-POR-CUIT = W-CANT-PIE
              AND W-SALDO-PRIMARIA = W-SALDO-PIE
              AND W-SALDO-POR-CUIT = W-SALDO-PIE
               MOVE "S" TO W-RECARGA-OK.

       F-CONTROLO-MAESTRO.
           EXIT.

       LEO-POR-PRIMARIA.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN
                   GO TO F-LEO-POR-PRIMARIA
           END-READ.
           ADD 1 TO W-CANT-PRIMARIA.
           ADD CLI_SALDO TO W-SALDO-PRIMARIA.

       F-LEO-POR-PRIMARIA.
           EXIT.

       LEO-POR-CUIT.
           READ CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO FIN
                   GO TO F-LEO-POR-CUIT
           END-READ.
           ADD 1 TO W-CANT-POR-CUIT.
           ADD CLI_SALDO TO W-SALDO-POR-CUIT.
           IF CLI_CUIT = 0
               ADD 1 TO W-CANT-CUIT-CERO.

       F-LEO-POR-CUIT.
           EXIT.

       IMPRIMO-RESUMEN.
           MOVE "REORGANIZACION DE CLIENTES.DAT - CLAVE POR CUIT"
               TO LIN-LISTADO
           WRITE LIN-LISTADO
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           IF W-ORIGEN = 1
               MOVE "DESCARGADO DEL MAESTRO" TO W-RENGLON-TIT
               MOVE W-CANT-DESCARGA  TO W-RENGLON-CANT
               MOVE W-SALDO-DESCARGA TO W-RENGLON-SALDO
               PERFORM ESCRIBO-RENGLON
           END-IF.
           MOVE "PIE DEL RESGUARDO" TO W-RENGLON-TIT.
           MOVE W-CANT-PIE  TO W-RENGLON-CANT.
           MOVE W-SALDO-PIE TO W-RENGLON-SALDO.
           PERFORM ESCRIBO-RENGLON.
           MOVE "CARGADO AL MAESTRO NUEVO" TO W-RENGLON-TIT.
           MOVE W-CANT-CARGADOS  TO W-RENGLON-CANT.
           MOVE W-SALDO-CARGADOS TO W-RENGLON-SALDO.
           PERFORM ESCRIBO-RENGLON.
           MOVE "RELEIDO POR ID_CLIENTE" TO W-RENGLON-TIT.
           MOVE W-CANT-PRIMARIA  TO W-RENGLON-CANT.
           MOVE W-SALDO-PRIMARIA TO W-RENGLON-SALDO.
           PERFORM ESCRIBO-RENGLON.
           MOVE "RELEIDO POR CLI_CUIT" TO W-RENGLON-TIT.
           MOVE W-CANT-POR-CUIT  TO W-RENGLON-CANT.
           MOVE W-SALDO-POR-CUIT TO W-RENGLON-SALDO.
           PERFORM ESCRIBO-RENGLON.
           MOVE SPACES TO LIN-LISTADO.
           MOVE W-CANT-CUIT-CERO TO W-CANT-Z.
           STRING "CLIENTES CON CUIT 0      : " W-CANT-Z
               DELIMITED BY SIZE INTO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           MOVE W-CANT-ERRORES TO W-CANT-Z.
           STRING "ERRORES DE CARGA         : " W-CANT-Z
               DELIMITED BY SIZE INTO LIN-LISTADO.
           WRITE LIN-LISTADO.
           MOVE GUIONES TO LIN-LISTADO
           WRITE LIN-LISTADO.
           MOVE SPACES TO LIN-LISTADO.
           IF W-RECARGA-OK = "S"
               STRING "RECARGA CONFORME: CANTIDAD Y SALDO TOTAL "
                          "SIN CAMBIOS"
                          DELIMITED BY SIZE INTO LIN-LISTADO
           ELSE
               STRING "*** RECARGA CON DIFERENCIAS: VOLVER A CARGAR "
                          "DESDE EL RESGUARDO (OPCION 2) ***"
                          DELIMITED BY SIZE INTO LIN-LISTADO
           END-IF.
           WRITE LIN-LISTADO.

       ESCRIBO-RENGLON.
           MOVE SPACES TO LIN-LISTADO.
           MOVE W-RENGLON-CANT  TO W-CANT-Z.
           MOVE W-RENGLON-SALDO TO W-SALDO-Z.
           STRING W-RENGLON-TIT " CLIENTES " W-CANT-Z
                      "   SALDO TOTAL " W-SALDO-Z
                      DELIMITED BY SIZE INTO LIN-LISTADO.
           WRITE LIN-LISTADO.

      * Lock de clientes.dat en runctl.dat: nada puede trabajar el
      * maestro mientras se lo reorganiza. Un lock que quedo de una
      * corrida cortada se puede pisar con confirmacion del operador.
       TOMO-LOCK.
           MOVE "L" TO RUN_TIPO.
           MOVE "CLIENTES" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           READ RUNCTL
               INVALID KEY
                   GO TO GRABO-LOCK
           END-READ.
           STRING "clientes.dat en uso por " RUN_ARCHIVO " desde "
                      RUN_FECHA_INI DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           DISPLAY "Continuar igual (S/N): ".
           ACCEPT W-CONF-CTL.
           IF W-CONF-CTL NOT = "S" AND W-CONF-CTL NOT = "s"
               MOVE 1 TO HUBO-ERROR
               DISPLAY "Corrida cancelada por el operador"
               GO TO F-TOMO-LOCK.

       GRABO-LOCK.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "L" TO RUN_TIPO.
           MOVE "CLIENTES" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-FECHA-HOY   TO RUN_FECHA_INI.
           MOVE W-HORA-HHMMSS TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "RECARGA-CLIENTES" TO RUN_ARCHIVO.
           MOVE 0 TO RUN_PERIODO.
           MOVE 0 TO RUN_CANT_1.
           MOVE 0 TO RUN_CANT_2.
           SET RUN-EN-EJECUCION TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.
           IF ST-RUNCTL > "07"
               STRING "Error tomando lock status " ST-RUNCTL
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           ELSE
               MOVE "S" TO W-TENGO-LOCK
           END-IF.

       F-TOMO-LOCK.
           EXIT.

       LIBERO-LOCK.
           MOVE "L" TO RUN_TIPO.
           MOVE "CLIENTES" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           DELETE RUNCTL RECORD
               INVALID KEY CONTINUE
           END-DELETE.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * un proceso corrio y como termino sin depender de la pantalla.
       ABRO-CORRIDA.
           ACCEPT W-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-HORA-HHMMSS TO W-RUN-HORA-INI.
           MOVE "C" TO RUN_TIPO.
           MOVE "RECARGA-CLIENTES" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "clientes.rec" TO RUN_ARCHIVO.
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
           MOVE "RECARGA-CLIENTES" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "clientes.rec" TO RUN_ARCHIVO.
           MOVE 0 TO RUN_PERIODO.
           MOVE W-CANT-CARGADOS TO RUN_CANT_1.
           MOVE W-CANT-ERRORES  TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-PIE TO W-CANT-Z.
           DISPLAY "Clientes en el resguardo: " W-CANT-Z.
           MOVE W-CANT-CARGADOS TO W-CANT-Z.
           DISPLAY "Clientes cargados       : " W-CANT-Z.
           MOVE W-CANT-POR-CUIT TO W-CANT-Z.
           DISPLAY "Releidos por CUIT       : " W-CANT-Z.
           IF W-RECARGA-OK = "S"
               DISPLAY "Recarga conforme: ver recarga.txt"
           ELSE
               DISPLAY "Recarga con diferencias: ver recarga.txt"
           END-IF.

      * Solo un supervisor de batch corre este proceso: el operador
      * sale de la variable de ambiente OPERADOR del puesto y tiene
      * que figurar activo en operadores.dat. Un operador en blanco,
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
      * operacion "N", igual que en ABM-CLIENTES. El rechazo es
      * anterior a abrir los archivos del proceso, asi que la pista
      * se abre y se cierra aca.
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
           MOVE "RECARGA-CLIENTES" TO AUD_PROGRAMA.
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

       END PROGRAM "RECARGA-CLIENTES".
