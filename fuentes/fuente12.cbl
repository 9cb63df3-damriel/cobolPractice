      *          ./audarch.AAAA (el rango de anios sale de
      *          ./archivo.ctl), asi los pedidos de dos o tres anios
      *          atras se responden igual que antes del archivado.
      *          Los intentos rechazados por perfil de operador
      *          (operacion "N") salen como DENEGADO con el texto de
      *          lo intentado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           IF ST-AUDIT NOT = "00" AND ST-AUDIT NOT = "05"
               STRING "Error al abrir auditoria " ST-AUDIT
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.
           OPEN OUTPUT LISTADO.
           IF ST-LISTADO NOT = "00"
               STRING "Error al abrir auditoria.txt " ST-LISTADO
                          DELIMITED BY SIZE INTO MENSAJE
               DISPLAY MENSAJE
               MOVE 1 TO HUBO-ERROR.

       CIERRO-ARCHIVOS.
                   MOVE "DEPURACION"   TO LIN-CAB-OPERACION
               WHEN "F"
                   MOVE "FUSION"       TO LIN-CAB-OPERACION
               WHEN "N"
                   MOVE "DENEGADO"     TO LIN-CAB-OPERACION
               WHEN OTHER
                   MOVE "MODIFICACION" TO LIN-CAB-OPERACION
           END-EVALUATE.
           MOVE LIN-CABECERA TO LIN-LISTADO
           WRITE LIN-LISTADO.

      * Un intento rechazado por perfil no tiene imagenes del
      * registro: la imagen "antes" trae el texto de lo intentado.
           IF AUD_OPERACION = "N"
               MOVE SPACES TO LIN-LISTADO
               STRING "  INTENTO: " AUD_ANTES(1:100)
                          DELIMITED BY SIZE INTO LIN-LISTADO
               WRITE LIN-LISTADO
               MOVE GUIONES TO LIN-LISTADO
               WRITE LIN-LISTADO
               GO TO F-IMPRIMO-CAMBIO.

           IF AUD_ANTES = SPACES
               MOVE "  ANTES: (sin imagen anterior)" TO LIN-LISTADO
               WRITE LIN-LISTADO
