      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  15/10/2026
      * Purpose: Carga masiva de la tabla de Operadores habilitados
      *          (./operadores.dat) y su perfil, a partir de un
      *          archivo secuencial, con el mismo esquema de lote
      *          (cabecera/pie) y de control de archivo ya procesado
      *          que CARGA-TASAS. El perfil decide que puede hacer
      *          cada operador en ABM-CLIENTES y en los batch que
      *          tocan el maestro; un operador que no figura (o dado
      *          de baja) no puede operar. La primera carga, con el
      *          archivo vacio, la puede correr cualquiera; de ahi en
      *          mas solo un supervisor de batch, y todo intento
      *          rechazado queda en la pista de auditoria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CARGA-OPERADORES".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE_CODIGO
                  STATUS ST-OPERAD.

           SELECT ENTRADA ASSIGN TO "./operadores.ent"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-ENTRADA.

           SELECT AUDITORIA ASSIGN TO "./auditoria.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AUDIT.

           SELECT OPTIONAL ULTIMO-LOTE ASSIGN TO "./cargaope.ult"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-ULT.

           SELECT OPTIONAL RUNCTL ASSIGN TO "./runctl.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RUN_CLAVE
                  STATUS ST-RUNCTL.

       DATA DIVISION.
       FILE SECTION.

      * Operadores habilitados: codigo (el valor de la variable de
      * ambiente OPERADOR del puesto), nombre, perfil y estado. Los
      * perfiles son acumulativos - cada uno puede todo lo del
      * anterior: consulta (C), alta/modificacion de clientes (M),
      * saldo/limite y bajas (S) y supervisor de batch (B). Mismo
      * layout en todos los programas que controlan el perfil.
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

      * Registro de entrada: mismo layout que REG-OPERADORES, con
      * nombres propios para no colisionar con los campos de
      * OPERADORES. El lote lleva un registro cabecera (tipo "H":
      * fecha y periodo) y un registro pie (tipo "T": cantidad de
      * renglones de detalle); los tres formatos comparten la misma
      * longitud de registro.
       FD  ENTRADA.

       01  REG-ENTRADA.
           03  ENT-CODIGO           PIC X(10).
           03  ENT-NOMBRE           PIC X(40).
           03  ENT-PERFIL           PIC X.
           03  ENT-ESTADO           PIC X.

       01  REG-ENT-CABECERA.
           03  ENT-CAB-TIPO         PIC X.
           03  ENT-CAB-FECHA        PIC 9(8).
           03  ENT-CAB-PERIODO      PIC 9(6).
           03  FILLER               PIC X(37).

       01  REG-ENT-PIE.
           03  ENT-PIE-TIPO         PIC X.
           03  ENT-PIE-CANTIDAD     PIC 9(7).
           03  FILLER               PIC X(44).

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

      * Fecha de cabecera del ultimo lote aceptado, para rechazar un
      * archivo ya procesado (o uno mas viejo que el ultimo cargado).
       FD  ULTIMO-LOTE.

       01  REG-ULT.
           03  ULT-FECHA            PIC 9(8).

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

       01  ST-OPERAD     PIC XX.
       01  ST-ENTRADA    PIC XX.
       01  ST-AUDIT      PIC XX.
       01  ST-ULT        PIC XX.
       01  ST-RUNCTL     PIC XX.

       01  FIN           PIC X.
       01  HUBO-ERROR    PIC 9   VALUES 0.
       01  EXISTE-CARGA  PIC X.
       01  MENSAJE       PIC X(80).

       01  W-CANT-ALTAS     PIC 9(7) VALUE 0.
       01  W-CANT-MODIF     PIC 9(7) VALUE 0.
       01  W-CANT-ERRORES   PIC 9(7) VALUE 0.
       01  W-CANT-Z         PIC Z(6)9.

       01  W-LOTE-OK        PIC X.
       01  W-FIN-VAL        PIC X.
       01  W-CAB-FECHA      PIC 9(8).
       01  W-CAB-PERIODO    PIC 9(6).
       01  W-CANT-DETALLES  PIC 9(7).
       01  W-CANT-PROCESADOS PIC 9(7) VALUE 0.
       01  EXISTE-ULT       PIC X   VALUE "N".
       01  W-ULT-FECHA      PIC 9(8).

       01  W-OPERADOR       PIC X(10).
       01  W-PERFIL         PIC X.
           88  PERFIL-CONSULTA     VALUE "C" "M" "S" "B".
           88  PERFIL-ALTA-MODIF   VALUE "M" "S" "B".
           88  PERFIL-SALDO-LIMITE VALUE "S" "B".
           88  PERFIL-SUPERVISOR   VALUE "B".
       01  W-PERFIL-DESC    PIC X(20).
       01  W-INTENTO        PIC X(40).
       01  W-DENEGADO-ID    PIC 9(7).

       01  W-FECHA-HOY      PIC 9(8).
       01  W-HORA-COMPLETA  PIC 9(8).
       01  W-HORA-PARTES REDEFINES W-HORA-COMPLETA.
           03  W-HORA-HHMMSS   PIC 9(6).
           03  FILLER          PIC 99.
       01  W-RUN-ESTAMPA.
           03  W-RUN-FECHA-INI  PIC 9(8).
           03  W-RUN-HORA-INI   PIC 9(6).
       01  W-RUN-RESULTADO  PIC X   VALUE "R".
       01  W-CORRIDA-ABIERTA PIC X  VALUE "N".
       01  W-CONF-CTL       PIC X.

      * Registro retenido en la pasada de validacion: cada registro
      * leido recien se cuenta como detalle cuando aparece el
      * siguiente; el que queda retenido al llegar al fin del archivo
      * es el pie, este empiece con "T" o no.
       01  W-ENT-ANTERIOR   PIC X(52).
       01  W-ANT-PIE REDEFINES W-ENT-ANTERIOR.
           03  W-ANT-PIE-TIPO     PIC X.
           03  W-ANT-PIE-CANTIDAD PIC 9(7).
           03  FILLER             PIC X(44).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVOS.
           IF HUBO-ERROR = 0
               PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR
               IF NOT PERFIL-SUPERVISOR
                   MOVE "CARGA DE OPERADORES" TO W-INTENTO
                   MOVE 0 TO W-DENEGADO-ID
                   PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   MOVE 1 TO HUBO-ERROR
               END-IF
           END-IF.
           IF HUBO-ERROR = 0
               PERFORM ABRO-CORRIDA
               PERFORM LEO-ULT
               PERFORM VALIDO-LOTE THRU F-VALIDO-LOTE
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM CONTROLO-PERIODO THRU F-CONTROLO-PERIODO
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM REABRO-ENTRADA
           END-IF.
           IF HUBO-ERROR = 0 AND W-LOTE-OK = "S"
               PERFORM SALTEO-CABECERA
               PERFORM LEO-ENTRADA THRU F-LEO-ENTRADA
               PERFORM PROCESO-REGISTRO THRU F-PROCESO-REGISTRO
                   UNTIL FIN = "S"
               PERFORM GRABO-ULT
               PERFORM GRABO-PERIODO
               MOVE "T" TO W-RUN-RESULTADO
               PERFORM MUESTRO-RESUMEN
           END-IF.
           IF W-CORRIDA-ABIERTA = "S"
               PERFORM CIERRO-CORRIDA
           END-IF.
           PERFORM CIERRO-ARCHIVOS.
           GO TO FINALIZAR.

       INICIALIZACION.
           MOVE "N" TO FIN.
           MOVE "N" TO W-LOTE-OK.
           MOVE 0 TO W-CAB-PERIODO.

       ABRO-ARCHIVOS.
           OPEN I-O OPERADORES.
           IF ST-OPERAD > "07"
               STRING "Error al abrir operadores " ST-OPERAD
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN INPUT ENTRADA.
           IF ST-ENTRADA NOT = "00"
               STRING "Error al abrir operadores.ent " ST-ENTRADA
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
           CLOSE OPERADORES.
           CLOSE ENTRADA.
           CLOSE RUNCTL.

       FINALIZAR.
           EXIT PROGRAM.

      * Fecha de cabecera del ultimo lote aceptado - mismo esquema de
      * punto de control que usa EXTRACTO-MENSUAL con extracto.chk.
       LEO-ULT.
           OPEN INPUT ULTIMO-LOTE.
           IF ST-ULT = "00"
               READ ULTIMO-LOTE
                   AT END MOVE "N" TO EXISTE-ULT
                   NOT AT END
                       MOVE "S" TO EXISTE-ULT
                       MOVE ULT-FECHA TO W-ULT-FECHA
               END-READ
           ELSE
               MOVE "N" TO EXISTE-ULT
           END-IF.
           CLOSE ULTIMO-LOTE.

       GRABO-ULT.
           MOVE W-CAB-FECHA TO ULT-FECHA.
           OPEN OUTPUT ULTIMO-LOTE.
           WRITE REG-ULT.
           CLOSE ULTIMO-LOTE.

      * Pasada previa de validacion del lote completo: cabecera en el
      * primer registro, pie en el ultimo, y cantidad de detalles
      * igual a la informada. Si algo no cierra se rechaza el lote
      * entero sin haber tocado operadores.dat.
       VALIDO-LOTE.
           MOVE "S" TO W-LOTE-OK.
           MOVE "N" TO W-FIN-VAL.
           MOVE 0 TO W-CANT-DETALLES.
           READ ENTRADA
               AT END
                   MOVE "N" TO W-LOTE-OK
                   DISPLAY "Lote rechazado: archivo vacio"
                   GO TO F-VALIDO-LOTE
           END-READ.
           IF ENT-CAB-TIPO NOT = "H"
               MOVE "N" TO W-LOTE-OK
               DISPLAY "Lote rechazado: falta registro cabecera"
               GO TO F-VALIDO-LOTE.
           MOVE ENT-CAB-FECHA   TO W-CAB-FECHA.
           MOVE ENT-CAB-PERIODO TO W-CAB-PERIODO.
           IF EXISTE-ULT = "S" AND W-CAB-FECHA NOT > W-ULT-FECHA
               MOVE "N" TO W-LOTE-OK
               STRING "Lote rechazado: fecha " W-CAB-FECHA
                          " ya procesada (ultima " W-ULT-FECHA ")"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               GO TO F-VALIDO-LOTE.
           READ ENTRADA
               AT END
                   MOVE "N" TO W-LOTE-OK
                   DISPLAY "Lote rechazado: falta registro pie"
                   GO TO F-VALIDO-LOTE
           END-READ.
           MOVE REG-ENTRADA TO W-ENT-ANTERIOR.
           PERFORM CUENTO-DETALLE THRU F-CUENTO-DETALLE
               UNTIL W-FIN-VAL = "S".
           IF W-ANT-PIE-TIPO NOT = "T"
               MOVE "N" TO W-LOTE-OK
               DISPLAY "Lote rechazado: falta registro pie"
               GO TO F-VALIDO-LOTE.
           IF W-ANT-PIE-CANTIDAD NOT = W-CANT-DETALLES
               MOVE "N" TO W-LOTE-OK
               STRING "Lote rechazado: pie informa "
                          W-ANT-PIE-CANTIDAD " y se contaron "
                          W-CANT-DETALLES " detalles"
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE.

       F-VALIDO-LOTE.
           EXIT.

       CUENTO-DETALLE.
           READ ENTRADA
               AT END
                   MOVE "S" TO W-FIN-VAL
               NOT AT END
                   ADD 1 TO W-CANT-DETALLES
                   MOVE REG-ENTRADA TO W-ENT-ANTERIOR
           END-READ.

       F-CUENTO-DETALLE.
           EXIT.

       REABRO-ENTRADA.
           CLOSE ENTRADA.
           OPEN INPUT ENTRADA.
           IF ST-ENTRADA NOT = "00"
               STRING "Error al reabrir operadores.ent " ST-ENTRADA
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR
           END-IF.

       SALTEO-CABECERA.
           READ ENTRADA
               AT END MOVE "S" TO FIN
           END-READ.

      * Se procesa exactamente la cantidad de detalles validada, asi
      * el registro pie nunca llega a PROCESO-REGISTRO.
       LEO-ENTRADA.
           IF W-CANT-PROCESADOS NOT < W-CANT-DETALLES
               MOVE "S" TO FIN
           ELSE
               READ ENTRADA
                   AT END MOVE "S" TO FIN
                   NOT AT END ADD 1 TO W-CANT-PROCESADOS
               END-READ
           END-IF.

       F-LEO-ENTRADA.
           EXIT.

      * Un operador se da de baja con estado "B" en el lote, nunca
      * borrandolo, para que su codigo siga identificado en la
      * auditoria. Perfil o estado desconocidos no se graban.
       PROCESO-REGISTRO.
           IF ENT-CODIGO = SPACES
               OR (ENT-PERFIL NOT = "C" AND ENT-PERFIL NOT = "M"
                   AND ENT-PERFIL NOT = "S" AND ENT-PERFIL NOT = "B")
               OR (ENT-ESTADO NOT = "A" AND ENT-ESTADO NOT = "B")
               ADD 1 TO W-CANT-ERRORES
               MOVE SPACES TO MENSAJE
               STRING "Operador " ENT-CODIGO " con perfil o estado "
                          "invalido: " ENT-PERFIL ENT-ESTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               GO TO SIGO-REGISTRO.
           MOVE ENT-CODIGO TO OPE_CODIGO.
           READ OPERADORES
               INVALID KEY
                   MOVE "N" TO EXISTE-CARGA
               NOT INVALID KEY
                   MOVE "S" TO EXISTE-CARGA
           END-READ.
           MOVE ENT-NOMBRE TO OPE_NOMBRE.
           MOVE ENT-PERFIL TO OPE_PERFIL.
           MOVE ENT-ESTADO TO OPE_ESTADO.
           IF EXISTE-CARGA = "S"
               REWRITE REG-OPERADORES
               ADD 1 TO W-CANT-MODIF
           ELSE
               WRITE REG-OPERADORES
               ADD 1 TO W-CANT-ALTAS
           END-IF.
           IF ST-OPERAD > "07"
               ADD 1 TO W-CANT-ERRORES
               MOVE SPACES TO MENSAJE
               STRING "Error grabando operador " ENT-CODIGO " status "
                          ST-OPERAD DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
           END-IF.

       SIGO-REGISTRO.
           PERFORM LEO-ENTRADA.

       F-PROCESO-REGISTRO.
           EXIT.

      * Mientras operadores.dat este vacio (primera carga) la corrida
      * se permite como supervisor; despues el operador del puesto
      * (variable de ambiente OPERADOR) tiene que figurar activo con
      * perfil de supervisor de batch.
       VALIDO-OPERADOR.
           MOVE SPACES TO W-PERFIL.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           MOVE LOW-VALUES TO OPE_CODIGO.
           START OPERADORES KEY IS NOT LESS THAN OPE_CODIGO
               INVALID KEY
                   MOVE "B" TO W-PERFIL
                   GO TO F-VALIDO-OPERADOR
           END-START.
           IF W-OPERADOR = SPACES
               GO TO F-VALIDO-OPERADOR.
           MOVE W-OPERADOR TO OPE_CODIGO.
           READ OPERADORES
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF OPE-ACTIVO
                       MOVE OPE_PERFIL TO W-PERFIL
                   END-IF
           END-READ.

       F-VALIDO-OPERADOR.
           EXIT.

      * Todo intento rechazado por perfil queda en AUDITORIA con
      * operacion "N": que se intento, con que perfil y sobre que
      * cliente (0 si no es sobre uno en particular), para Auditoria
      * Interna. La imagen "antes" lleva el texto del intento.
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
           MOVE W-FECHA-HOY        TO AUD_FECHA.
           MOVE W-HORA-HHMMSS      TO AUD_HORA.
           MOVE "CARGA-OPERADORES" TO AUD_PROGRAMA.
           MOVE W-OPERADOR         TO AUD_OPERADOR.
           MOVE "N"                TO AUD_OPERACION.
           MOVE W-DENEGADO-ID      TO AUD_ID.
           MOVE SPACES             TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES             TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           CLOSE AUDITORIA.

       F-GRABO-DENEGADO.
           EXIT.

      * Bitacora de corridas en runctl.dat: se abre la corrida al
      * arrancar (estado E) y CIERRO-CORRIDA la completa al terminar
      * con fin, contadores y estado final, para poder responder si
      * un proceso corrio y como termino sin depender de la pantalla.
       ABRO-CORRIDA.
           ACCEPT W-RUN-FECHA-INI FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-HORA-HHMMSS TO W-RUN-HORA-INI.
           MOVE "C" TO RUN_TIPO.
           MOVE "CARGA-OPERADORES" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE 0 TO RUN_FECHA_FIN.
           MOVE 0 TO RUN_HORA_FIN.
           MOVE "operadores.ent" TO RUN_ARCHIVO.
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
           MOVE "CARGA-OPERADORES" TO RUN_PROGRAMA.
           MOVE W-RUN-ESTAMPA TO RUN_REFERENCIA.
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "operadores.ent" TO RUN_ARCHIVO.
           MOVE W-CAB-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-ALTAS TO RUN_CANT_1.
           MOVE W-CANT-MODIF TO RUN_CANT_2.
           MOVE W-RUN-RESULTADO TO RUN_ESTADO.
           REWRITE REG-RUNCTL
               INVALID KEY WRITE REG-RUNCTL
           END-REWRITE.

      * Un periodo que ya figura terminado en runctl.dat solo se
      * reprocesa si el operador lo confirma: protege contra correr
      * dos veces el mismo mes con archivos distintos.
       CONTROLO-PERIODO.
           MOVE "P" TO RUN_TIPO.
           MOVE "CARGA-OPERADORES" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-CAB-PERIODO TO RUN_REFERENCIA(1:6).
           READ RUNCTL
               INVALID KEY GO TO F-CONTROLO-PERIODO
           END-READ.
           STRING "Periodo " W-CAB-PERIODO " ya procesado el "
                      RUN_FECHA_FIN DELIMITED BY SIZE INTO MENSAJE.
           DISPLAY MENSAJE.
           DISPLAY "Reprocesar igual (S/N): ".
           ACCEPT W-CONF-CTL.
           IF W-CONF-CTL NOT = "S" AND W-CONF-CTL NOT = "s"
               MOVE "N" TO W-LOTE-OK
               DISPLAY "Corrida cancelada por el operador".

       F-CONTROLO-PERIODO.
           EXIT.

       GRABO-PERIODO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE "P" TO RUN_TIPO.
           MOVE "CARGA-OPERADORES" TO RUN_PROGRAMA.
           MOVE SPACES TO RUN_REFERENCIA.
           MOVE W-CAB-PERIODO TO RUN_REFERENCIA(1:6).
           MOVE W-RUN-FECHA-INI TO RUN_FECHA_INI.
           MOVE W-RUN-HORA-INI  TO RUN_HORA_INI.
           MOVE W-FECHA-HOY   TO RUN_FECHA_FIN.
           MOVE W-HORA-HHMMSS TO RUN_HORA_FIN.
           MOVE "operadores.ent" TO RUN_ARCHIVO.
           MOVE W-CAB-PERIODO TO RUN_PERIODO.
           MOVE W-CANT-ALTAS TO RUN_CANT_1.
           MOVE W-CANT-MODIF TO RUN_CANT_2.
           SET RUN-TERMINADA TO TRUE.
           WRITE REG-RUNCTL
               INVALID KEY REWRITE REG-RUNCTL
           END-WRITE.

       MUESTRO-RESUMEN.
           MOVE W-CANT-ALTAS TO W-CANT-Z.
           DISPLAY "Altas          : " W-CANT-Z.
           MOVE W-CANT-MODIF TO W-CANT-Z.
           DISPLAY "Modificaciones : " W-CANT-Z.
           MOVE W-CANT-ERRORES TO W-CANT-Z.
           DISPLAY "Errores        : " W-CANT-Z.

       END PROGRAM "CARGA-OPERADORES".
