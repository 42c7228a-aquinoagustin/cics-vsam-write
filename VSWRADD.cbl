          COPY VSWRAUD.
          COPY VSWRAUT.
          COPY VSWRMP1.
          COPY VSWRLIB.
          COPY VSWRDOB.
          COPY VSWRPAR.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-AUT        PIC S9(8) COMP.
          01 WS-RESP-DOB        PIC S9(8) COMP.
          01 WS-RESP-ENDBR      PIC S9(8) COMP.
          01 WS-CONSTANTES.
             05 WS-MENSAJE-OK   PIC X(16)
                                  VALUE 'Registro escrito'.
                                  VALUE 'Registro borrado'.
             05 WS-MENSAJE-NOAUT PIC X(13)
                                  VALUE 'No autorizado'.
             05 WS-MENSAJE-RETENIDO PIC X(23)
                                  VALUE 'Pendiente de aprobacion'.
             05 WS-MENSAJE-EN-ESPERA PIC X(28)
                                  VALUE 'Clave con cambio sin aprobar'.
             05 WS-RESULTADO-RETENIDO PIC X(18)
                                  VALUE 'Retenido p/aprobar'.
             05 WS-RESULTADO-EN-ESPERA PIC X(17)
                                  VALUE 'Espera aprobacion'.
          01 WS-MENSAJE-LEN     PIC S9(4) USAGE IS BINARY.
          01 WS-MENSAJE-PANTALLA PIC X(40) VALUE SPACES.
          01 WS-MENSAJE-FINAL   PIC X(800).
      *****************************************************************
          01 WS-REGISTRO-ANTES.
             05 WS-ANT-CLAVE       PIC 9(6).
             05 WS-ANT-DATOS.
                10 WS-ANT-DESCRIPCION PIC X(15).
                10 WS-ANT-IMPORTE     PIC 9(7)V99.
                10 WS-ANT-ESTADO      PIC X(01).
             05 WS-ANT-ULT         PIC X(22).
      *****************************************************************
      * IMPORTES ANTES Y DESPUES DEL CAMBIO QUE SE ESTA APLICANDO: SU
      * DIFERENCIA ES EL DEBITO O CREDITO QUE ASENTAR-MOVIMIENTO DEJA
      * EN EL LIBRO COBTESM1.
      *****************************************************************
          01 WS-IMPORTE-ANTERIOR PIC 9(7)V99.
          01 WS-IMPORTE-NUEVO    PIC 9(7)V99.
          01 WS-SW-FIN-LIBRO     PIC X(01).
             88 WS-FIN-LIBRO        VALUE 'S'.
          01 WS-REG-CHECKPOINT  PIC 9(6).
          01 WS-LARGO-CKPT      PIC S9(4) COMP VALUE +6.
          01 WS-ITEM-CKPT       PIC S9(4) COMP VALUE +1.
          01 WS-IDX-DUP          PIC S9(4) COMP.
          01 WS-SW-ACCION-PERMITIDA PIC X(01).
             88 WS-ACCION-PERMITIDA  VALUE 'S'.
      *****************************************************************
      * CONTROL POR OPOSICION: UNA CORRECCION O UN BORRADO QUE SUPERA
      * EL UMBRAL DE IMPORTE DE COBTESK1, O UNA CORRECCION QUE PASA EL
      * ESTADO DE 'A' A 'I', NO SE APLICA: QUEDA EN COBTESD1 A LA
      * ESPERA DE QUE OTRO USUARIO LA APRUEBE EN VSAMAPRO.
      *****************************************************************
          01 WS-SW-A-APROBAR     PIC X(01).
             88 WS-VA-A-APROBAR     VALUE 'S'.
          01 WS-MOTIVO-APROBAR   PIC X(01).
          01 WS-SW-PEDIDO-PENDIENTE PIC X(01).
             88 WS-HAY-PEDIDO-PENDIENTE VALUE 'S'.
          01 WS-SW-FIN-PEDIDOS   PIC X(01).
             88 WS-FIN-PEDIDOS      VALUE 'S'.
          01 WS-ESCRITOS-ED      PIC ZZ9.
          01 WS-DUP-ED           PIC ZZ9.
          01 WS-ERR-ED           PIC ZZ9.
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                  MOVE ZERO TO WS-IMPORTE-ANTERIOR
                  MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
                  MOVE '01' TO WS-LIB-MOTIVO
                  PERFORM ASENTAR-MOVIMIENTO
                  IF WS-RESP = DFHRESP(NORMAL)
                     ADD 1 TO WS-CA-ESCRITOS
                     MOVE WS-MENSAJE-OK TO WS-MENSAJE-PANTALLA
                     MOVE WS-MENSAJE-OK TO WS-AUD-RESULTADO
                     MOVE WS-DATOS TO WS-AUD-DATOS-DESPUES
                     PERFORM REGISTRAR-AUDITORIA
                     PERFORM GUARDAR-CHECKPOINT
                  ELSE
                     PERFORM TRATAR-ERROR-GRAVE
                  END-IF
               WHEN DFHRESP(DUPREC)
                  PERFORM TRATAR-DUPLICADO
               WHEN OTHER
               WHEN WS-CA-CORREGIR
                   PERFORM VERIFICAR-AUTORIZACION
                   IF WS-ACCION-PERMITIDA
                       PERFORM BUSCAR-PEDIDO-PENDIENTE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-ACCION-PERMITIDA
                           PERFORM RECHAZAR-NO-AUTORIZADO
                       WHEN WS-HAY-PEDIDO-PENDIENTE
                           PERFORM RECHAZAR-EN-ESPERA
                       WHEN OTHER
                           PERFORM CORREGIR-REGISTRO-DUPLICADO
                   END-EVALUATE
               WHEN WS-CA-BORRAR
                   PERFORM VERIFICAR-AUTORIZACION
                   IF WS-ACCION-PERMITIDA
                       PERFORM BUSCAR-PEDIDO-PENDIENTE
                   END-IF
                   EVALUATE TRUE
                       WHEN NOT WS-ACCION-PERMITIDA
                           PERFORM RECHAZAR-NO-AUTORIZADO
                       WHEN WS-HAY-PEDIDO-PENDIENTE
                           PERFORM RECHAZAR-EN-ESPERA
                       WHEN OTHER
                           PERFORM BORRAR-REGISTRO-DUPLICADO
                   END-EVALUATE
               WHEN OTHER
                   ADD 1 TO WS-CA-DUPLICADOS
                   MOVE WS-MENSAJE-DUP TO WS-MENSAJE-PANTALLA
           PERFORM ANOTAR-CLAVE-DUPLICADA
           PERFORM REGISTRAR-AUDITORIA.

      *****************************************************************
      * UNA CLAVE CON UN PEDIDO TODAVIA SIN APROBAR EN COBTESD1 NO
      * ACEPTA OTRA CORRECCION NI OTRO BORRADO: EL QUE APRUEBA TIENE
      * QUE VER EL REGISTRO TAL CUAL ESTABA CUANDO SE PIDIO.  SE
      * CUENTA Y SE AUDITA COMO UN RECHAZO MAS.  EL RESP DEL RECORRIDO
      * VA A UN CAMPO PROPIO PARA NO PISAR EL DUPREC DEL WRITE.  SI
      * COBTESD1 NO SE PUEDE RECORRER SE TOMA COMO SIN PEDIDOS.
      *****************************************************************
       BUSCAR-PEDIDO-PENDIENTE.
           MOVE 'N' TO WS-SW-PEDIDO-PENDIENTE
           MOVE WS-CLAVE TO WS-DOB-CLAVE
           MOVE LOW-VALUES TO WS-DOB-FECHA WS-DOB-HORA
           EXEC CICS STARTBR FILE('COBTESD1')
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     GTEQ
                     RESP(WS-RESP-DOB)
           END-EXEC
           IF WS-RESP-DOB = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SW-FIN-PEDIDOS
               PERFORM LEER-PEDIDO-CLAVE
                   UNTIL WS-FIN-PEDIDOS OR WS-HAY-PEDIDO-PENDIENTE
               EXEC CICS ENDBR FILE('COBTESD1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF.

       LEER-PEDIDO-CLAVE.
           EXEC CICS READNEXT FILE('COBTESD1')
                     INTO(WS-REG-DOBLE)
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     RESP(WS-RESP-DOB)
           END-EXEC
           IF WS-RESP-DOB = DFHRESP(NORMAL)
              AND WS-DOB-CLAVE = WS-CLAVE
               IF WS-DOB-PENDIENTE
                   MOVE 'S' TO WS-SW-PEDIDO-PENDIENTE
               END-IF
           ELSE
               MOVE 'S' TO WS-SW-FIN-PEDIDOS
           END-IF.

       RECHAZAR-EN-ESPERA.
           ADD 1 TO WS-CA-DUPLICADOS
           MOVE WS-MENSAJE-EN-ESPERA TO WS-MENSAJE-PANTALLA
           MOVE WS-RESULTADO-EN-ESPERA TO WS-AUD-RESULTADO
           PERFORM ANOTAR-CLAVE-DUPLICADA
           PERFORM REGISTRAR-AUDITORIA.

       CORREGIR-REGISTRO-DUPLICADO.
           MOVE 'N' TO WS-SW-A-APROBAR
           EXEC CICS READ FILE('COBTESN1')
                     INTO(WS-REGISTRO-ANTES)
                     RIDFLD(WS-CLAVE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM EVALUAR-DOBLE-CONTROL
           END-IF
           IF WS-VA-A-APROBAR
               EXEC CICS UNLOCK FILE('COBTESN1')
                         RESP(WS-RESP)
               END-EXEC
               PERFORM RETENER-PARA-APROBAR
           ELSE
               PERFORM APLICAR-CORRECCION
           END-IF.

       APLICAR-CORRECCION.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE FILE('COBTESN1')
                         FROM(WS-REGISTRO)
                         RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-ANT-IMPORTE TO WS-IMPORTE-ANTERIOR
               MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
               MOVE '02' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-CA-ESCRITOS
               MOVE WS-MENSAJE-COR TO WS-MENSAJE-PANTALLA
      * SE PERDIAN SIN RASTRO.
      *****************************************************************
       BORRAR-REGISTRO-DUPLICADO.
           MOVE 'N' TO WS-SW-A-APROBAR
           EXEC CICS READ FILE('COBTESN1')
                     INTO(WS-REGISTRO-ANTES)
                     RIDFLD(WS-CLAVE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM EVALUAR-DOBLE-CONTROL
           END-IF
           IF WS-VA-A-APROBAR
               PERFORM RETENER-PARA-APROBAR
           ELSE
               PERFORM APLICAR-BORRADO
           END-IF.

       APLICAR-BORRADO.
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS DELETE FILE('COBTESN1')
                         RIDFLD(WS-CLAVE)
                         RESP(WS-RESP)
               END-EXEC
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-ANT-IMPORTE TO WS-IMPORTE-ANTERIOR
               MOVE ZERO TO WS-IMPORTE-NUEVO
               MOVE '03' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-CA-DUPLICADOS
               MOVE WS-MENSAJE-BOR TO WS-MENSAJE-PANTALLA
               PERFORM TRATAR-ERROR-GRAVE
           END-IF.

      *****************************************************************
      * DECIDE SI LA CORRECCION O EL BORRADO QUE SE ESTA POR APLICAR
      * NECESITA LA APROBACION DE UN SEGUNDO USUARIO: EL IMPORTE QUE
      * TENIA EL REGISTRO O, EN UNA CORRECCION, EL NUEVO, SUPERA EL
      * UMBRAL DE COBTESK1, O LA CORRECCION PASA EL ESTADO DE ACTIVO
      * A INACTIVO.  SI EL UMBRAL NO SE PUEDE LEER, ANTE LA DUDA TODO
      * VA A APROBAR.  EL RESP DE LA LECTURA VA A UN CAMPO PROPIO: EL
      * WS-RESP GENERAL SIGUE CON EL NORMAL DE LA LECTURA DE COBTESN1.
      *****************************************************************
       EVALUAR-DOBLE-CONTROL.
           MOVE 'N' TO WS-SW-A-APROBAR
           MOVE SPACE TO WS-MOTIVO-APROBAR
           MOVE 'DOBLECTL' TO WS-PAR-CLAVE
           EXEC CICS READ FILE('COBTESK1')
                     INTO(WS-REG-PARAMETRO)
                     RIDFLD(WS-PAR-CLAVE)
                     RESP(WS-RESP-DOB)
           END-EXEC
           IF WS-RESP-DOB NOT = DFHRESP(NORMAL)
               MOVE ZERO TO WS-PAR-UMBRAL
               MOVE 'S' TO WS-SW-A-APROBAR
               MOVE 'I' TO WS-MOTIVO-APROBAR
           END-IF
           EVALUATE TRUE
               WHEN WS-CA-CORREGIR AND WS-ANT-ESTADO = 'A'
                AND WS-DAT-INACTIVO
                   MOVE 'S' TO WS-SW-A-APROBAR
                   MOVE 'E' TO WS-MOTIVO-APROBAR
               WHEN WS-VA-A-APROBAR
                   CONTINUE
               WHEN WS-ANT-IMPORTE > WS-PAR-UMBRAL
                   MOVE 'S' TO WS-SW-A-APROBAR
                   MOVE 'I' TO WS-MOTIVO-APROBAR
               WHEN WS-CA-CORREGIR AND WS-DAT-IMPORTE > WS-PAR-UMBRAL
                   MOVE 'S' TO WS-SW-A-APROBAR
                   MOVE 'I' TO WS-MOTIVO-APROBAR
           END-EVALUATE.

      *****************************************************************
      * EN VEZ DE APLICAR EL CAMBIO SE GRABA EL PEDIDO EN COBTESD1 CON
      * LAS IMAGENES ANTES Y DESPUES, QUIEN LO PIDIO Y DESDE DONDE, Y
      * LA MISMA ESTAMPA DE FECHA Y HORA QUE HABRIA QUEDADO EN EL
      * REGISTRO.  PARA LA CUENTA DEL LOTE ES UN DUPLICADO MAS (NO SE
      * ESCRIBIO NADA) Y LA CLAVE QUEDA EN LA LISTA DE DUPLICADOS.  SI
      * EL PEDIDO NO SE PUEDE GRABAR ES UN ERROR GRAVE: EL CAMBIO NO
      * SE APLICO, PERO TAMPOCO QUEDO A APROBAR.
      *****************************************************************
       RETENER-PARA-APROBAR.
           MOVE SPACES TO WS-REG-DOBLE
           MOVE WS-CLAVE TO WS-DOB-CLAVE
           MOVE WS-ULT-FECHA TO WS-DOB-FECHA
           MOVE WS-ULT-HORA TO WS-DOB-HORA
           MOVE WS-CA-ACCION-DUP TO WS-DOB-TIPO
           MOVE WS-MOTIVO-APROBAR TO WS-DOB-MOTIVO
           MOVE WS-ANT-DATOS TO WS-DOB-DATOS-ANTES
           IF WS-CA-CORREGIR
               MOVE WS-DATOS TO WS-DOB-DATOS-DESPUES
           END-IF
           MOVE 'P' TO WS-DOB-ESTADO
           MOVE EIBOPID TO WS-DOB-USUARIO
           MOVE EIBTRMID TO WS-DOB-TERMINAL
           EXEC CICS WRITE
                     FILE('COBTESD1')
                     FROM(WS-REG-DOBLE)
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-CA-DUPLICADOS
               MOVE WS-MENSAJE-RETENIDO TO WS-MENSAJE-PANTALLA
               MOVE WS-RESULTADO-RETENIDO TO WS-AUD-RESULTADO
               MOVE WS-DOB-DATOS-ANTES TO WS-AUD-DATOS-ANTES
               MOVE WS-DOB-DATOS-DESPUES TO WS-AUD-DATOS-DESPUES
               PERFORM ANOTAR-CLAVE-DUPLICADA
               PERFORM REGISTRAR-AUDITORIA
           ELSE
               PERFORM TRATAR-ERROR-GRAVE
           END-IF.

      *****************************************************************
      * DEJA EN EL LIBRO COBTESM1 EL DEBITO O EL CREDITO POR LA
      * DIFERENCIA ENTRE WS-IMPORTE-ANTERIOR Y WS-IMPORTE-NUEVO, CON
      * EL MOTIVO QUE CARGO EL LLAMADOR Y LA MISMA ESTAMPA QUE QUEDO
      * EN EL REGISTRO.  VA EN LA MISMA UNIDAD DE TRABAJO QUE EL
      * CAMBIO EN COBTESN1: SI EL LIBRO NO SE PUEDE GRABAR, EL RESP
      * QUEDA DISTINTO DE NORMAL, EL LLAMADOR VA A TRATAR-ERROR-GRAVE
      * Y EL ROLLBACK DESHACE TAMBIEN EL CAMBIO, ASI EL SALDO Y SUS
      * MOVIMIENTOS NUNCA QUEDAN DESPAREJOS.  UN CAMBIO QUE NO TOCA
      * EL IMPORTE NO DEJA MOVIMIENTO.
      *****************************************************************
       ASENTAR-MOVIMIENTO.
           MOVE DFHRESP(NORMAL) TO WS-RESP
           IF WS-IMPORTE-NUEVO NOT = WS-IMPORTE-ANTERIOR
               MOVE WS-CLAVE TO WS-LIB-CLAVE
               MOVE WS-ULT-FECHA TO WS-LIB-FECHA
               MOVE WS-ULT-HORA TO WS-LIB-HORA
               MOVE ZERO TO WS-LIB-SECUENCIA
               IF WS-IMPORTE-NUEVO > WS-IMPORTE-ANTERIOR
                   MOVE 'C' TO WS-LIB-TIPO
                   COMPUTE WS-LIB-IMPORTE =
                           WS-IMPORTE-NUEVO - WS-IMPORTE-ANTERIOR
               ELSE
                   MOVE 'D' TO WS-LIB-TIPO
                   COMPUTE WS-LIB-IMPORTE =
                           WS-IMPORTE-ANTERIOR - WS-IMPORTE-NUEVO
               END-IF
               MOVE WS-IMPORTE-NUEVO TO WS-LIB-SALDO
               MOVE EIBTRMID TO WS-LIB-TERMINAL
               MOVE EIBOPID TO WS-LIB-USUARIO
               MOVE 'N' TO WS-SW-FIN-LIBRO
               PERFORM INTENTAR-GRABAR-LIBRO
                   UNTIL WS-FIN-LIBRO
           END-IF.

      *****************************************************************
      * DOS MOVIMIENTOS DE LA MISMA CLAVE EN EL MISMO SEGUNDO SE
      * SEPARAN POR LA SECUENCIA, COMO EN LA AUDITORIA DE VSAMVOLC.
      *****************************************************************
       INTENTAR-GRABAR-LIBRO.
           EXEC CICS WRITE
                     FILE('COBTESM1')
                     FROM(WS-REG-LIBRO)
                     RIDFLD(WS-LIB-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(DUPREC) AND WS-LIB-SECUENCIA < 9999
               ADD 1 TO WS-LIB-SECUENCIA
           ELSE
               MOVE 'S' TO WS-SW-FIN-LIBRO
           END-IF.

       TRATAR-ERROR-GRAVE.
           ADD 1 TO WS-CA-ERRORES
           DISPLAY WS-MENSAJE-ERR WS-RESP
