      ******************************************************************
      * Author: Damian Gabriel Lopez
      * Date:  06/06/2021
      * Purpose: Alta, baja y modificacion de clientes. Cada opcion
      *          queda sujeta al perfil del operador en operadores.dat
      *          (ver CARGA-OPERADORES): consulta solo mira, alta/
      *          modificacion edita los datos del cliente, y saldo/
      *          limite ademas da bajas y toca saldo y limite. Todo
      *          intento no autorizado queda en la pista de auditoria.
      *          Un cambio de saldo o de limite mayor que el monto de
      *          aprobacion (./aprobacion.ctl) no se graba: queda
      *          pendiente en ./aprobaciones.dat, con el motivo que
      *          da el operador, hasta que otro operador supervisor lo
      *          apruebe o rechace en APRUEBA-CAMBIOS.
      *          El cliente se busca por ID, por nombre o por CUIT
      *          (clave alternativa CLI_CUIT), y un CUIT que ya tiene
      *          otro cliente se avisa antes de aceptarlo.
      *          La opcion 09 adhiere al cliente al debito automatico
      *          (CBU, fecha de adhesion, activo o suspendido) que
      *          generan GENERA-DEBITOS y APLICA-COBRANZAS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  ALTERNATE KEY CLI_CUIT   WITH DUPLICATES
                  STATUS ST-FILE.

           SELECT OPTIONAL CPOSTAL ASSIGN TO "./cpostal.dat"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-AUDIT.

           SELECT OPTIONAL OPERADORES ASSIGN TO "./operadores.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS OPE_CODIGO
                  STATUS ST-OPERAD.

           SELECT OPTIONAL APROBACIONES ASSIGN TO "./aprobaciones.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS APR_CLAVE
                  STATUS ST-APROB.

           SELECT OPTIONAL APROBACION-CTL ASSIGN TO "./aprobacion.ctl"
                  ORGANIZATION IS SEQUENTIAL
                  STATUS ST-APRCTL.

       DATA DIVISION.
       FILE SECTION.

               05  CLI_MOD_FECHA    PIC 9(8).
               05  CLI_MOD_HORA     PIC 9(6).
           03  CLI_LIMITE           PIC 9(7)V9(3).
      * Debito automatico (dentro de lo que era relleno, el largo del
      * registro no cambia): CBU de la cuenta a debitar, fecha de
      * adhesion, estado de la adhesion (A activa, S suspendida; otro
      * valor es sin adhesion), rechazos seguidos del banco y fecha
      * de la ultima suspension.
           03  FILLER               PIC X(164).
           03  CLI_DEBITO_AUT.
               05  CLI_DA_CBU       PIC X(22).
               05  CLI_DA_FEC_ALTA  PIC 9(8).
               05  CLI_DA_ESTADO    PIC X.
                   88  CLI-DA-ACTIVO     VALUE "A".
                   88  CLI-DA-SUSPENDIDO VALUE "S".
                   88  CLI-DA-ADHERIDO   VALUE "A" "S".
               05  CLI_DA_RECHAZOS  PIC 9.
               05  CLI_DA_FEC_SUSP  PIC 9(8).

       FD  CPOSTAL.

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

      * Cambios manuales de saldo y/o limite que superan el monto de
      * aprobacion: uno por grabacion, con los valores antes y despues
      * pedidos, quien lo pidio y por que. Un cambio que no supera el
      * monto se graba directo y queda con despues igual a antes.
      * Mismo layout en APRUEBA-CAMBIOS e INFORME-APROBACIONES.
       FD  APROBACIONES.

       01  REG-APROBACION.
           03  APR_CLAVE.
               05  APR_FECHA        PIC 9(8).
               05  APR_HORA         PIC 9(6).
               05  APR_ID           PIC 9(7).
           03  APR_ESTADO           PIC X.
               88  APR-PENDIENTE    VALUE "P".
               88  APR-APROBADO     VALUE "A".
               88  APR-RECHAZADO    VALUE "R".
           03  APR_SOLICITANTE      PIC X(10).
           03  APR_MOTIVO           PIC X(40).
           03  APR_SALDO_ANT        PIC S9(7)V9(3).
           03  APR_SALDO_NUE        PIC S9(7)V9(3).
           03  APR_LIMITE_ANT       PIC 9(7)V9(3).
           03  APR_LIMITE_NUE       PIC 9(7)V9(3).
           03  APR_APROBADOR        PIC X(10).
           03  APR_FECHA_RESOL      PIC 9(8).
           03  APR_HORA_RESOL       PIC 9(6).
           03  APR_COMENTARIO       PIC X(40).

      * Monto a partir del cual un cambio manual de saldo o de limite
      * pide aprobacion (un solo registro, lo mantiene el supervisor
      * desde APRUEBA-CAMBIOS).
       FD  APROBACION-CTL.

       01  REG-APROBACION-CTL.
           03  CTL-UMBRAL           PIC 9(7)V9(3).

       WORKING-STORAGE SECTION.

       01  ST-FILE     PIC XX.
       01  ST-CATEG    PIC XX.
       01  ST-MOVIM    PIC XX.
       01  ST-AUDIT    PIC XX.
       01  ST-OPERAD   PIC XX.
       01  ST-APROB    PIC XX.
       01  ST-APRCTL   PIC XX.
       01  X           PIC X.

       01  MENSAJE     PIC X(70).

       01  W-CLI-CMD      PIC X.
       01  W-NOMBRE-BUSCA PIC X(70).
       01  W-CUIT-BUSCA   PIC 9(11).
       01  W-BUSQ-POR     PIC X.
       01  W-CUIT-OTRO-ID PIC 9(7).
       01  W-FIN-BUSQ     PIC X.
       01  W-CLI-CUIT-Z   PIC Z(10)9.
       01  W-CUIT-OK      PIC X.

       01  W-CLI-SALDO-ANT PIC S9(7)V9(3).
       01  W-CLI-LIMITE-ANT PIC 9(7)V9(3).
       01  W-UMBRAL        PIC 9(7)V9(3).
       01  W-DIF-SALDO     PIC S9(8)V9(3).
       01  W-DIF-LIMITE    PIC S9(8)V9(3).
       01  W-APR-MOTIVO    PIC X(40).
       01  W-VA-APROBACION PIC X.
       01  W-FECHA-HOY     PIC 9(8).
       01  W-SEC-LIBRE     PIC X.

       01  W-OPERADOR      PIC X(10).
      * Perfil del operador (blanco si no esta habilitado). Los
      * perfiles son acumulativos: cada uno incluye al anterior.
       01  W-PERFIL        PIC X.
           88  PERFIL-CONSULTA     VALUE "C" "M" "S" "B".
           88  PERFIL-ALTA-MODIF   VALUE "M" "S" "B".
           88  PERFIL-SALDO-LIMITE VALUE "S" "B".
           88  PERFIL-SUPERVISOR   VALUE "B".
       01  W-PERFIL-DESC   PIC X(20).
       01  W-INTENTO       PIC X(40).
       01  W-DENEGADO-ID   PIC 9(7).
       01  W-AUTORIZADO    PIC X.
       01  W-HORA-COMPLETA PIC 9(8).
       01  W-HORA-PARTES REDEFINES W-HORA-COMPLETA.
           03  W-HORA-HHMMSS   PIC 9(6).
           03  FILLER          PIC 99.
       01  W-IMG-ANTES     PIC X(479).
       01  W-IMG-DESPUES   PIC X(479).
       01  W-REG-GUARDA    PIC X(479).

       01  W-CUIT-PESOS.
           03  FILLER PIC 9 VALUE 5.
       01  W-CUIT-PESOS-TAB REDEFINES W-CUIT-PESOS.
           03  W-CUIT-PESO PIC 9 OCCURS 10.

      * Pesos de los dos digitos verificadores del CBU: 7,1,3,9 sobre
      * los primeros 7 digitos (verificador en el 8) y 3,9,7,1 sobre
      * los digitos 9 a 21 (verificador en el 22).
       01  W-CBU-PESOS.
           03  FILLER PIC X(22) VALUE "7139713039713971397130".
       01  W-CBU-PESOS-TAB REDEFINES W-CBU-PESOS.
           03  W-CBU-PESO PIC 9 OCCURS 22.

       01  W-CBU-SUMA     PIC 9(4).
       01  W-CBU-COCIENTE PIC 9(4).
       01  W-CBU-RESTO    PIC 99.
       01  W-CBU-VERIF    PIC 99.
       01  W-CBU-IDX      PIC 99.
       01  W-CBU-OK       PIC X.
       01  W-DA-CBU-ANT   PIC X(22).
       01  W-DA-ESTADO-ANT PIC X.
       01  W-DA-FEC-Z     PIC 9(8)B.
       01  W-DA-RECH-Z    PIC 9.

       01  W-CUIT-SUMA    PIC 9(4).
       01  W-CUIT-COCIENTE PIC 9(4).
       01  W-CUIT-RESTO   PIC 99.
           02 W-CUIT-DIGITOS REDEFINES W-CLI-CUIT.
               03 W-CUIT-DIG PIC 9 OCCURS 11.
           02 W-CLI-LIMITE     PIC 9(7)V9(3).
           02 W-CLI-DA-CBU     PIC X(22).
           02 W-CBU-DIGITOS REDEFINES W-CLI-DA-CBU.
               03 W-CBU-DIG PIC 9 OCCURS 22.
           02 W-CLI-DA-FEC-ALTA PIC 9(8).
           02 W-CLI-DA-ESTADO  PIC X.
           02 W-CLI-DA-RECHAZOS PIC 9.
           02 W-CLI-DA-FEC-SUSP PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INICIALIZACION.
           PERFORM ABRO-ARCHIVO.
           IF FIN = "N"
               PERFORM VALIDO-OPERADOR THRU F-VALIDO-OPERADOR
               IF NOT PERFIL-CONSULTA
                   MOVE "INGRESO A ABM-CLIENTES" TO W-INTENTO
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
           MOVE "S" TO EXISTE.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       ABRO-ARCHIVO.
           OPEN I-O CLIENTES.
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 14 COL 20.
              MOVE "S" TO FIN.
           OPEN I-O APROBACIONES.
           IF ST-APROB > "07"
              STRING "Error al abrir aprobaciones " ST-APROB
                         DELIMITED BY SIZE INTO MENSAJE
              DISPLAY MENSAJE LINE 15 COL 20.
              MOVE "S" TO FIN.
           PERFORM LEO-UMBRAL.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE CATEGORIAS.
           CLOSE MOVIMIENTOS.
           CLOSE AUDITORIA.
           CLOSE APROBACIONES.

       FINALIZAR.
           EXIT PROGRAM.
               IF HUBO-ERROR = 1
                   MOVE "S" TO FIN
                   GO TO F-PROCESO
               END-IF
               IF EXISTE = "N" AND NOT PERFIL-ALTA-MODIF
                   MOVE "ALTA DE CLIENTE" TO W-INTENTO
                   MOVE W-CLI-ID TO W-DENEGADO-ID
                   PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO
                   DISPLAY MENSAJE LINE 23 COL 1
                   ACCEPT X LINE 23 COL 79
                   GO TO F-PROCESO
               END-IF
               IF EXISTE = "S"
                   PERFORM MUESTRO-DATOS
               ELSE
               PERFORM MUESTRO-SALDO
               PERFORM MUESTRO-CUIT
               PERFORM MUESTRO-LIMITE
               PERFORM MUESTRO-DEBITO
               MOVE 99 TO OPCION
               PERFORM OPCIONES UNTIL OPCION = 0.

                   "A.B.M. Clientes"     LINE 3 COL 32
                   GUIONES               LINE 4 COL 1
                   "ID Cliente    : "    LINE 07 COL 10
                   "Buscar x Nombre N, CUIT C, Salir Q: "
                                         LINE 08 COL 10
                   "01. Nombre    : "    LINE 10 COL 10
                   "02. Direccion : "    LINE 12 COL 10
                   "03. Cod.Postal: "    LINE 14 COL 10
                   "04. Categoria : "    LINE 16 COL 10
                   "09. Deb.Autom.: "    LINE 17 COL 10
                   "05. Baja      : "    LINE 18 COL 10
                   "06. Saldo     : "    LINE 19 COL 10
                   "07. CUIT      : "    LINE 20 COL 10

       INGRESO-ID.
           MOVE SPACES TO W-CLI-CMD.
           ACCEPT W-CLI-CMD LINE 08 COL 47.
           DISPLAY SPACES LINE 08 COL 47 SIZE 1.
           IF W-CLI-CMD = "Q" OR W-CLI-CMD = "q"
               MOVE "S" TO FIN
               GO TO F-INGRESO-ID
           END-IF.
           IF W-CLI-CMD = "N" OR W-CLI-CMD = "n"
               PERFORM BUSCO-POR-NOMBRE THRU F-BUSCO-POR-NOMBRE
           ELSE
           IF W-CLI-CMD = "C" OR W-CLI-CMD = "c"
               PERFORM BUSCO-POR-CUIT THRU F-BUSCO-POR-CUIT
           ELSE
               ACCEPT W-CLI-ID LINE 07 COL 23 PROMPT
               MOVE   W-CLI-ID TO W-CLI-ID-Z
               DISPLAY W-CLI-ID-Z LINE 07 COL 23
           END-IF
           END-IF.
           IF W-CLI-ID = 0 GO TO INGRESO-ID.

       BUSCO-POR-NOMBRE.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           MOVE SPACES TO W-NOMBRE-BUSCA.
           ACCEPT W-NOMBRE-BUSCA LINE 08 COL 47.
           DISPLAY SPACES LINE 08 COL 1 SIZE 80.
           MOVE W-NOMBRE-BUSCA TO CLI_NOMBRE.
           MOVE "N" TO W-BUSQ-POR.
           MOVE "N" TO W-FIN-BUSQ.
           START CLIENTES KEY IS NOT LESS THAN CLI_NOMBRE
               INVALID KEY MOVE "S" TO W-FIN-BUSQ
       F-BUSCO-POR-NOMBRE.
           EXIT.

      * Busqueda por CUIT sobre la clave alternativa CLI_CUIT: ofrece
      * uno por uno los clientes con ese CUIT (puede haber varios, por
      * ejemplo sucursales de una misma empresa).
       BUSCO-POR-CUIT.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           MOVE 0 TO W-CUIT-BUSCA.
           ACCEPT W-CUIT-BUSCA LINE 08 COL 47.
           DISPLAY SPACES LINE 08 COL 1 SIZE 80.
           MOVE 0 TO W-CLI-ID.
           IF W-CUIT-BUSCA = 0
               DISPLAY "Ingrese un CUIT distinto de cero" LINE 23 COL 1
               GO TO F-BUSCO-POR-CUIT
           END-IF.
           MOVE W-CUIT-BUSCA TO CLI_CUIT.
           MOVE "C" TO W-BUSQ-POR.
           MOVE "N" TO W-FIN-BUSQ.
           START CLIENTES KEY IS = CLI_CUIT
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
               MOVE W-CLI-ID TO W-CLI-ID-Z
               DISPLAY W-CLI-ID-Z LINE 07 COL 23
           ELSE
               DISPLAY "No hay clientes con ese CUIT" LINE 23 COL 1
           END-IF.

       F-BUSCO-POR-CUIT.
           EXIT.

       LEO-SIG-BUSQUEDA.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO W-FIN-BUSQ
           END-READ.
           IF W-FIN-BUSQ = "N" AND W-BUSQ-POR = "N"
                               AND CLI_NOMBRE NOT = W-NOMBRE-BUSCA
               MOVE "S" TO W-FIN-BUSQ.
           IF W-FIN-BUSQ = "N" AND W-BUSQ-POR = "C"
                               AND CLI_CUIT NOT = W-CUIT-BUSCA
               MOVE "S" TO W-FIN-BUSQ.

       MUESTRO-CANDIDATO.
           IF ST-FILE > "07" AND ST-FILE NOT = "23"
               STRING "Error leyendo Clientes Status = " ST-FILE
               DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE 1 TO HUBO-ERROR
               MOVE "N" TO EXISTE.
      * Imagen del registro tal como se leyo, para la pista de
      * auditoria; un alta no tiene imagen anterior.
               MOVE CLI_SALDO TO W-CLI-SALDO
               MOVE CLI_SALDO TO W-CLI-SALDO-ANT
               MOVE CLI_CUIT TO W-CLI-CUIT
               MOVE CLI_LIMITE TO W-CLI-LIMITE
               MOVE CLI_LIMITE TO W-CLI-LIMITE-ANT
               PERFORM CARGO-DEBITO.
           DISPLAY CLI_NOMBRE      LINE 10 COL 36
                   CLI_DIRECCION   LINE 12 COL 36
                   CLI_CODPOST     LINE 14 COL 36 BLINK
           MOVE CLI_LIMITE TO W-CLI-LIMITE-Z.
           DISPLAY W-CLI-LIMITE-Z LINE 21 COL 36.

      * Un cliente sin adhesion (CLI_DA_ESTADO distinto de A y de S,
      * como en todos los registros anteriores al debito automatico)
      * se toma con los datos del debito en blanco y en cero.
       CARGO-DEBITO.
           IF CLI-DA-ADHERIDO
               MOVE CLI_DA_CBU      TO W-CLI-DA-CBU
               MOVE CLI_DA_FEC_ALTA TO W-CLI-DA-FEC-ALTA
               MOVE CLI_DA_ESTADO   TO W-CLI-DA-ESTADO
               MOVE CLI_DA_RECHAZOS TO W-CLI-DA-RECHAZOS
               MOVE CLI_DA_FEC_SUSP TO W-CLI-DA-FEC-SUSP
           ELSE
               PERFORM LIMPIO-DEBITO
           END-IF.

       LIMPIO-DEBITO.
           MOVE SPACES TO W-CLI-DA-CBU.
           MOVE 0      TO W-CLI-DA-FEC-ALTA.
           MOVE SPACES TO W-CLI-DA-ESTADO.
           MOVE 0      TO W-CLI-DA-RECHAZOS.
           MOVE 0      TO W-CLI-DA-FEC-SUSP.

       MUESTRO-DEBITO.
           DISPLAY SPACES LINE 17 COL 36 SIZE 44.
           IF W-CLI-DA-ESTADO = "A" OR W-CLI-DA-ESTADO = "S"
               MOVE W-CLI-DA-FEC-ALTA TO W-DA-FEC-Z
               MOVE W-CLI-DA-RECHAZOS TO W-DA-RECH-Z
               DISPLAY W-CLI-DA-CBU    LINE 17 COL 36
                       W-CLI-DA-ESTADO LINE 17 COL 59
                       W-DA-FEC-Z      LINE 17 COL 61
                       "Rech."         LINE 17 COL 71
                       W-DA-RECH-Z     LINE 17 COL 77
           ELSE
               DISPLAY "SIN ADHESION" LINE 17 COL 36
           END-IF.

       CARGO-DATOS.
           INITIALIZE DATOS.
           INITIALIZE REG-CLIENTES.
           MOVE W-CLI-ID TO CLI_ID.
           MOVE 0 TO W-CLI-SALDO-ANT.
           MOVE 0 TO W-CLI-LIMITE-ANT.
           PERFORM LIMPIO-DEBITO.
           SET CLI-ACTIVO TO TRUE.

       INGRESO-NOMBRE.
                   DISPLAY SPACES LINE 23 COL 1 SIZE 80
               END-IF
           END-IF.
           IF W-CLI-CUIT NOT = 0 AND W-CLI-CUIT NOT = CLI_CUIT
               PERFORM VERIFICO-CUIT-DUPLICADO
                  THRU F-VERIFICO-CUIT-DUPLICADO
               IF W-CONFIRMA = "N" OR W-CONFIRMA = "n"
                   GO TO INGRESO-CUIT
               END-IF
           END-IF.
           MOVE W-CLI-CUIT TO W-CLI-CUIT-Z.
           DISPLAY W-CLI-CUIT-Z LINE 20 COL 36.

      * Un CUIT nuevo se busca por la clave alternativa CLI_CUIT; si
      * ya lo tiene otro cliente se avisa y el operador decide. El
      * registro en pantalla se guarda antes de leer y se repone al
      * final, porque la lectura pisa el area del registro.
       VERIFICO-CUIT-DUPLICADO.
           MOVE "S" TO W-CONFIRMA.
           MOVE 0 TO W-CUIT-OTRO-ID.
           MOVE REG-CLIENTES TO W-REG-GUARDA.
           MOVE W-CLI-CUIT TO CLI_CUIT.
           MOVE "N" TO W-FIN-BUSQ.
           START CLIENTES KEY IS = CLI_CUIT
               INVALID KEY MOVE "S" TO W-FIN-BUSQ
           END-START.
           PERFORM LEO-OTRO-CUIT UNTIL W-FIN-BUSQ = "S".
           IF W-CUIT-OTRO-ID NOT = 0
               MOVE W-CUIT-OTRO-ID TO W-CLI-ID-Z
               MOVE SPACES TO MENSAJE
               STRING "CUIT ya asignado al cliente " W-CLI-ID-Z
                          ". Usar igual (S/N): "
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               ACCEPT W-CONFIRMA LINE 23 COL 57
               DISPLAY SPACES LINE 23 COL 1 SIZE 80
           END-IF.
           MOVE W-REG-GUARDA TO REG-CLIENTES.

       F-VERIFICO-CUIT-DUPLICADO.
           EXIT.

       LEO-OTRO-CUIT.
           READ CLIENTES NEXT RECORD
               AT END MOVE "S" TO W-FIN-BUSQ
           END-READ.
           IF W-FIN-BUSQ = "N" AND CLI_CUIT NOT = W-CLI-CUIT
               MOVE "S" TO W-FIN-BUSQ.
           IF W-FIN-BUSQ = "N" AND CLI_ID NOT = W-CLI-ID
               MOVE CLI_ID TO W-CUIT-OTRO-ID
               MOVE "S" TO W-FIN-BUSQ.

      * Limite de credito propio del cliente: deuda maxima admitida
      * por encima del limite de su categoria; 0 significa sin limite
      * propio (rige el de la categoria).
           MOVE W-CLI-LIMITE TO W-CLI-LIMITE-Z.
           DISPLAY W-CLI-LIMITE-Z LINE 21 COL 36.

      * Adhesion al debito automatico: un CBU en blanco quita la
      * adhesion; un CBU nuevo (o distinto del que tenia) adhiere al
      * cliente desde hoy, activo y sin rechazos. La fecha de adhesion
      * se puede corregir (no puede ser futura) y el estado pasar de
      * activa (A) a suspendida (S) y viceversa: reactivar pone en
      * cero los rechazos seguidos.
       INGRESO-DEBITO.
           MOVE W-CLI-DA-CBU    TO W-DA-CBU-ANT.
           MOVE W-CLI-DA-ESTADO TO W-DA-ESTADO-ANT.
           IF W-DA-ESTADO-ANT NOT = "A" AND W-DA-ESTADO-ANT NOT = "S"
               DISPLAY SPACES LINE 17 COL 36 SIZE 44.
           ACCEPT W-CLI-DA-CBU LINE 17 COL 36 UPDATE.
           IF W-CLI-DA-CBU = SPACES
               PERFORM QUITO-DEBITO THRU F-QUITO-DEBITO
               GO TO F-INGRESO-DEBITO.
           PERFORM VALIDO-CBU THRU F-VALIDO-CBU.
           IF W-CBU-OK = "N"
               MOVE SPACES TO MENSAJE
               STRING "CBU invalido: " W-CLI-DA-CBU
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE LINE 23 COL 1
               MOVE W-DA-CBU-ANT TO W-CLI-DA-CBU
               GO TO INGRESO-DEBITO.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           IF W-CLI-DA-CBU NOT = W-DA-CBU-ANT
              OR (W-DA-ESTADO-ANT NOT = "A"
                  AND W-DA-ESTADO-ANT NOT = "S")
               MOVE W-FECHA-HOY TO W-CLI-DA-FEC-ALTA
               MOVE "A"         TO W-CLI-DA-ESTADO
               MOVE "A"         TO W-DA-ESTADO-ANT
               MOVE 0           TO W-CLI-DA-RECHAZOS
               MOVE 0           TO W-CLI-DA-FEC-SUSP
           END-IF.
           PERFORM MUESTRO-DEBITO.
           PERFORM INGRESO-DA-FECHA THRU F-INGRESO-DA-FECHA.
           PERFORM INGRESO-DA-ESTADO THRU F-INGRESO-DA-ESTADO.
           PERFORM MUESTRO-DEBITO.

       F-INGRESO-DEBITO.
           EXIT.

       QUITO-DEBITO.
           IF W-DA-ESTADO-ANT NOT = "A" AND W-DA-ESTADO-ANT NOT = "S"
               PERFORM MUESTRO-DEBITO
               GO TO F-QUITO-DEBITO.
           DISPLAY "Confirma quitar el debito automatico (S/N): "
                   LINE 23 COL 1.
           ACCEPT W-CONFIRMA LINE 23 COL 46.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CONFIRMA = "S" OR W-CONFIRMA = "s"
               PERFORM LIMPIO-DEBITO
           ELSE
               MOVE W-DA-CBU-ANT TO W-CLI-DA-CBU
           END-IF.
           PERFORM MUESTRO-DEBITO.

       F-QUITO-DEBITO.
           EXIT.

       INGRESO-DA-FECHA.
           ACCEPT W-CLI-DA-FEC-ALTA LINE 17 COL 61 UPDATE.
           IF W-CLI-DA-FEC-ALTA = 0 OR W-CLI-DA-FEC-ALTA > W-FECHA-HOY
               DISPLAY "Fecha de adhesion invalida (AAAAMMDD, no "
                       "futura)" LINE 23 COL 1
               GO TO INGRESO-DA-FECHA.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-INGRESO-DA-FECHA.
           EXIT.

       INGRESO-DA-ESTADO.
           ACCEPT W-CLI-DA-ESTADO LINE 17 COL 59 UPDATE.
           IF W-CLI-DA-ESTADO = "a"
               MOVE "A" TO W-CLI-DA-ESTADO.
           IF W-CLI-DA-ESTADO = "s"
               MOVE "S" TO W-CLI-DA-ESTADO.
           IF W-CLI-DA-ESTADO NOT = "A" AND W-CLI-DA-ESTADO NOT = "S"
               DISPLAY "Estado del debito: A activo, S suspendido"
                       LINE 23 COL 1
               GO TO INGRESO-DA-ESTADO.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-CLI-DA-ESTADO = "A" AND W-DA-ESTADO-ANT = "S"
               MOVE 0 TO W-CLI-DA-RECHAZOS
               MOVE 0 TO W-CLI-DA-FEC-SUSP.
           IF W-CLI-DA-ESTADO = "S" AND W-DA-ESTADO-ANT = "A"
               MOVE W-FECHA-HOY TO W-CLI-DA-FEC-SUSP.

       F-INGRESO-DA-ESTADO.
           EXIT.

      * Digitos verificadores del CBU (22 digitos): para cada bloque,
      * suma ponderada de sus digitos; el verificador es 10 menos el
      * resto de dividir la suma por 10 (0 si da 10).
       VALIDO-CBU.
           MOVE "S" TO W-CBU-OK.
           IF W-CLI-DA-CBU NOT NUMERIC
               MOVE "N" TO W-CBU-OK
               GO TO F-VALIDO-CBU.
           MOVE 0 TO W-CBU-SUMA.
           PERFORM SUMO-DIGITO-CBU THRU F-SUMO-DIGITO-CBU
               VARYING W-CBU-IDX FROM 1 BY 1 UNTIL W-CBU-IDX > 7.
           PERFORM CALCULO-VERIF-CBU.
           IF W-CBU-VERIF NOT = W-CBU-DIG(8)
               MOVE "N" TO W-CBU-OK.
           MOVE 0 TO W-CBU-SUMA.
           PERFORM SUMO-DIGITO-CBU THRU F-SUMO-DIGITO-CBU
               VARYING W-CBU-IDX FROM 9 BY 1 UNTIL W-CBU-IDX > 21.
           PERFORM CALCULO-VERIF-CBU.
           IF W-CBU-VERIF NOT = W-CBU-DIG(22)
               MOVE "N" TO W-CBU-OK.

       F-VALIDO-CBU.
           EXIT.

       SUMO-DIGITO-CBU.
           COMPUTE W-CBU-SUMA = W-CBU-SUMA
               + W-CBU-DIG(W-CBU-IDX) * W-CBU-PESO(W-CBU-IDX).

       F-SUMO-DIGITO-CBU.
           EXIT.

       CALCULO-VERIF-CBU.
           DIVIDE W-CBU-SUMA BY 10 GIVING W-CBU-COCIENTE
               REMAINDER W-CBU-RESTO.
           COMPUTE W-CBU-VERIF = 10 - W-CBU-RESTO.
           IF W-CBU-VERIF = 10
               MOVE 0 TO W-CBU-VERIF.

      * Digito verificador de CUIT: suma ponderada de los primeros 10
      * digitos (pesos 5,4,3,2,7,6,5,4,3,2), resto de dividir por 11;
      * el verificador es 11 menos ese resto (0 si da 11, invalido si
           EXIT.

       GRABO-CLIENTES.
           PERFORM CONTROLO-APROBACION THRU F-CONTROLO-APROBACION.
           MOVE W-CLI-NOMBRE     TO CLI_NOMBRE
           MOVE W-CLI-DIRECCION  TO CLI_DIRECCION
           MOVE W-CLI-CODPOST    TO CLI_CODPOST
           MOVE W-CLI-SALDO      TO CLI_SALDO
           MOVE W-CLI-CUIT       TO CLI_CUIT
           MOVE W-CLI-LIMITE     TO CLI_LIMITE
           MOVE W-CLI-DA-CBU      TO CLI_DA_CBU
           MOVE W-CLI-DA-FEC-ALTA TO CLI_DA_FEC_ALTA
           MOVE W-CLI-DA-ESTADO   TO CLI_DA_ESTADO
           MOVE W-CLI-DA-RECHAZOS TO CLI_DA_RECHAZOS
           MOVE W-CLI-DA-FEC-SUSP TO CLI_DA_FEC_SUSP
           MOVE CLI_CATEGORIA    TO CLI_CATEGORIA_2
           MOVE CLI_NOMBRE(1:60) TO CLI_NOMBRE_2.
           PERFORM ESTAMPO-MODIFICACION.
                   PERFORM GRABO-MOVIMIENTO THRU F-GRABO-MOVIMIENTO
                   MOVE W-CLI-SALDO TO W-CLI-SALDO-ANT
               END-IF
               MOVE W-CLI-LIMITE TO W-CLI-LIMITE-ANT
               MOVE "S" TO EXISTE
           END-IF.
           IF W-VA-APROBACION = "S"
               PERFORM MUESTRO-SALDO
               PERFORM MUESTRO-LIMITE
           END-IF.

       F-GRABO-CLIENTES.
           EXIT.

      * Un cambio de saldo o de limite mayor que el monto de aprobacion
      * (en valor absoluto) no entra en esta grabacion: se pide el
      * motivo, se deja el pedido en APROBACIONES y el campo vuelve a
      * su valor anterior; el resto de los datos se graba igual. Sin
      * aprobacion.ctl el monto es 0, o sea que todo cambio de saldo
      * o de limite pasa por aprobacion.
       CONTROLO-APROBACION.
           MOVE "N" TO W-VA-APROBACION.
           COMPUTE W-DIF-SALDO = W-CLI-SALDO - W-CLI-SALDO-ANT.
           IF W-DIF-SALDO < 0
               COMPUTE W-DIF-SALDO = 0 - W-DIF-SALDO.
           COMPUTE W-DIF-LIMITE = W-CLI-LIMITE - W-CLI-LIMITE-ANT.
           IF W-DIF-LIMITE < 0
               COMPUTE W-DIF-LIMITE = 0 - W-DIF-LIMITE.
           IF W-DIF-SALDO NOT > W-UMBRAL
               AND W-DIF-LIMITE NOT > W-UMBRAL
               GO TO F-CONTROLO-APROBACION.
           MOVE "S" TO W-VA-APROBACION.
           MOVE SPACES TO W-APR-MOTIVO.

       PIDO-MOTIVO.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           DISPLAY "Requiere aprobacion. Motivo: " LINE 23 COL 1.
           ACCEPT W-APR-MOTIVO LINE 23 COL 31.
           IF W-APR-MOTIVO = SPACES
               GO TO PIDO-MOTIVO.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           INITIALIZE REG-APROBACION.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-COMPLETA FROM TIME.
           MOVE W-FECHA-HOY      TO APR_FECHA.
           MOVE W-HORA-HHMMSS    TO APR_HORA.
           MOVE W-CLI-ID         TO APR_ID.
           SET APR-PENDIENTE     TO TRUE.
           MOVE W-OPERADOR       TO APR_SOLICITANTE.
           MOVE W-APR-MOTIVO     TO APR_MOTIVO.
           MOVE W-CLI-SALDO-ANT  TO APR_SALDO_ANT.
           MOVE W-CLI-SALDO-ANT  TO APR_SALDO_NUE.
           MOVE W-CLI-LIMITE-ANT TO APR_LIMITE_ANT.
           MOVE W-CLI-LIMITE-ANT TO APR_LIMITE_NUE.
           IF W-DIF-SALDO > W-UMBRAL
               MOVE W-CLI-SALDO     TO APR_SALDO_NUE
               MOVE W-CLI-SALDO-ANT TO W-CLI-SALDO.
           IF W-DIF-LIMITE > W-UMBRAL
               MOVE W-CLI-LIMITE     TO APR_LIMITE_NUE
               MOVE W-CLI-LIMITE-ANT TO W-CLI-LIMITE.
           WRITE REG-APROBACION.
           MOVE SPACES TO MENSAJE.
           IF ST-APROB > "07"
               STRING "Error grabando aprobacion Status = " ST-APROB
                          " - el cambio no se aplico"
                          DELIMITED BY SIZE INTO MENSAJE
           ELSE
               MOVE "Cambio de saldo/limite pendiente de aprobacion"
                   TO MENSAJE
           END-IF.
           DISPLAY MENSAJE LINE 23 COL 1.

       F-CONTROLO-APROBACION.
           EXIT.

      * Monto de aprobacion vigente; mismo esquema de archivo de un
      * solo registro que archivo.ctl.
       LEO-UMBRAL.
           MOVE 0 TO W-UMBRAL.
           OPEN INPUT APROBACION-CTL.
           IF ST-APRCTL = "00"
               READ APROBACION-CTL
                   AT END MOVE 0 TO W-UMBRAL
                   NOT AT END MOVE CTL-UMBRAL TO W-UMBRAL
               END-READ
           END-IF.
           CLOSE APROBACION-CTL.

      * Sella en el registro la fecha y hora de esta grabacion, para
      * que EXTRAE-CLIENTES pueda extraer solo las novedades desde el
      * ultimo envio a Casa Central.

      * Opcion 0 graba y termina la edicion de este cliente unicamente;
      * PROCESO vuelve a pedir un ID para seguir con otro. Salir del
      * programa es una accion aparte (Q en INGRESO-ID). Un operador
      * de consulta no puede cambiar nada, asi que su opcion 0 solo
      * sale sin grabar.
       OPCIONES.
           ACCEPT OPCION LINE 21 COL 58 PROMPT.
           IF OPCION = 0
               IF PERFIL-ALTA-MODIF
                   PERFORM GRABO-CLIENTES THRU F-GRABO-CLIENTES
               END-IF
           ELSE
               PERFORM AUTORIZO-OPCION THRU F-AUTORIZO-OPCION
               IF W-AUTORIZADO = "N"
                   DISPLAY MENSAJE LINE 23 COL 1
                   GO TO OPCIONES
               END-IF
               EVALUATE OPCION
                   WHEN 1
                       PERFORM INGRESO-NOMBRE
                       PERFORM INGRESO-CUIT
                   WHEN 8
                       PERFORM INGRESO-LIMITE
                   WHEN 9
                       PERFORM INGRESO-DEBITO THRU F-INGRESO-DEBITO
                   WHEN OTHER
                       GO TO OPCIONES
                END-EVALUATE
           END-IF.

      * Opciones 1-4, 7 y 9 (datos del cliente) piden perfil de alta/
      * modificacion; 5, 6 y 8 (baja, saldo y limite) piden perfil de
      * saldo/limite. Una opcion inexistente pasa, para que OPCIONES
      * la vuelva a pedir como siempre.
       AUTORIZO-OPCION.
           MOVE "S" TO W-AUTORIZADO.
           EVALUATE OPCION
               WHEN 1 THRU 4
               WHEN 7
               WHEN 9
                   IF NOT PERFIL-ALTA-MODIF
                       MOVE "N" TO W-AUTORIZADO
                   END-IF
               WHEN 5
               WHEN 6
               WHEN 8
                   IF NOT PERFIL-SALDO-LIMITE
                       MOVE "N" TO W-AUTORIZADO
                   END-IF
           END-EVALUATE.
           IF W-AUTORIZADO = "S"
               GO TO F-AUTORIZO-OPCION.
           EVALUATE OPCION
               WHEN 1 MOVE "MODIFICACION DE NOMBRE"     TO W-INTENTO
               WHEN 2 MOVE "MODIFICACION DE DIRECCION"  TO W-INTENTO
               WHEN 3 MOVE "MODIFICACION DE COD.POSTAL" TO W-INTENTO
               WHEN 4 MOVE "MODIFICACION DE CATEGORIA"  TO W-INTENTO
               WHEN 5 MOVE "BAJA DE CLIENTE"            TO W-INTENTO
               WHEN 6 MOVE "MODIFICACION DE SALDO"      TO W-INTENTO
               WHEN 7 MOVE "MODIFICACION DE CUIT"       TO W-INTENTO
               WHEN 8 MOVE "MODIFICACION DE LIMITE"     TO W-INTENTO
               WHEN 9 MOVE "MODIFICACION DEBITO AUTOMATICO"
                                                        TO W-INTENTO
           END-EVALUATE.
           MOVE W-CLI-ID TO W-DENEGADO-ID.
           PERFORM GRABO-DENEGADO THRU F-GRABO-DENEGADO.

       F-AUTORIZO-OPCION.
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
      * operacion "N": que se intento, con que perfil y sobre que
      * cliente (0 si no es sobre uno en particular), para Auditoria
      * Interna. La imagen "antes" lleva el texto del intento. Deja
      * en MENSAJE el aviso para el operador.
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
           MOVE W-FECHA-HOY    TO AUD_FECHA.
           MOVE W-HORA-HHMMSS  TO AUD_HORA.
           MOVE "ABM-CLIENTES" TO AUD_PROGRAMA.
           MOVE W-OPERADOR     TO AUD_OPERADOR.
           MOVE "N"            TO AUD_OPERACION.
           MOVE W-DENEGADO-ID  TO AUD_ID.
           MOVE SPACES         TO AUD_ANTES.
           STRING W-INTENTO " - PERFIL " W-PERFIL-DESC
                      DELIMITED BY SIZE INTO AUD_ANTES.
           MOVE SPACES         TO AUD_DESPUES.
           WRITE REG-AUDITORIA.
           MOVE SPACES TO MENSAJE.
           STRING "Perfil sin autorizacion para " W-INTENTO
                      DELIMITED BY SIZE INTO MENSAJE.

       F-GRABO-DENEGADO.
           EXIT.

       END PROGRAM "ABM-CLIENTES".
