       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMAPRO.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          COPY VSWRREG.
          COPY VSWRAUT.
          COPY VSWRDOB.
          COPY VSWRAUD.
          COPY VSWRLIB.
          COPY VSWRCIB.
          COPY VSWRMPB.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-ENDBR      PIC S9(8) COMP.
          01 WS-ABSTIME         PIC S9(15) COMP.
          01 WS-CONSTANTES.
             05 WS-MENSAJE-INICIAL PIC X(40)
                                  VALUE 'Clave y accion'.
             05 WS-MENSAJE-CLAVE-INV PIC X(40)
                                  VALUE 'Clave invalida'.
             05 WS-MENSAJE-ACC-INV PIC X(40)
                                  VALUE 'Accion invalida'.
             05 WS-MENSAJE-PENDIENTE PIC X(40)
                   VALUE 'Pedido pendiente de aprobacion'.
             05 WS-MENSAJE-SIN-PEDIDO PIC X(40)
                   VALUE 'La clave no tiene pedido pendiente'.
             05 WS-MENSAJE-PROPIO PIC X(40)
                   VALUE 'No puede atender un pedido propio'.
             05 WS-MENSAJE-NOAUT-BOR PIC X(40)
                                  VALUE 'No autorizado a borrados'.
             05 WS-MENSAJE-NO-PENDIENTE PIC X(40)
                   VALUE 'El pedido ya no esta pendiente'.
             05 WS-MENSAJE-NO-EXISTE PIC X(40)
                                  VALUE 'El registro ya no existe'.
             05 WS-MENSAJE-CAMBIO PIC X(40)
                   VALUE 'El registro cambio desde el pedido'.
             05 WS-MENSAJE-APROBADO PIC X(40)
                                  VALUE 'Cambio aprobado y aplicado'.
             05 WS-MENSAJE-FALTA-MOTIVO PIC X(40)
                                  VALUE 'Falta el motivo del rechazo'.
             05 WS-MENSAJE-RECHAZADO PIC X(40)
                                  VALUE 'Cambio rechazado'.
             05 WS-MENSAJE-FIN-LISTA PIC X(40)
                                  VALUE 'Fin de la lista'.
             05 WS-MENSAJE-PPIO-LISTA PIC X(40)
                                  VALUE 'Principio de la lista'.
             05 WS-MENSAJE-ERR  PIC X(40)
                                  VALUE 'Error desconocido'.
             05 WS-MENSAJE-NOAUT PIC X(24)
                                  VALUE 'VSAMAPRO - No autorizado'.
      *****************************************************************
      * TEXTOS DE RESULTADO DE LA AUDITORIA: LA CORRECCION O EL
      * BORRADO APROBADO QUEDA CON LOS MISMOS TEXTOS QUE DEJA VSAMWRIT
      * CUANDO LO APLICA DIRECTO, A NOMBRE DE QUIEN LO PIDIO, Y LA
      * APROBACION O EL RECHAZO A NOMBRE DE QUIEN LO ATENDIO.
      *****************************************************************
             05 WS-RESULTADO-COR PIC X(18)
                                  VALUE 'Registro corregido'.
             05 WS-RESULTADO-BOR PIC X(16)
                                  VALUE 'Registro borrado'.
             05 WS-RESULTADO-APROBADO PIC X(15)
                                  VALUE 'Cambio aprobado'.
             05 WS-RESULTADO-RECHAZADO PIC X(16)
                                  VALUE 'Cambio rechazado'.
          01 WS-MENSAJE-LEN     PIC S9(4) USAGE IS BINARY.
          01 WS-AID-VALORES.
             05 WS-AID-PF3         PIC X VALUE X'F3'.
             05 WS-AID-PF7         PIC X VALUE X'F7'.
             05 WS-AID-PF8         PIC X VALUE X'F8'.
          01 WS-MENSAJE-PANTALLA PIC X(40) VALUE SPACES.
          01 WS-TSQ-AUDITORIA   PIC X(08) VALUE 'VSWRAUDQ'.
          01 WS-LARGO-AUDITORIA PIC S9(4) COMP.
          01 WS-SW-APROBADOR    PIC X(01).
             88 WS-ES-APROBADOR    VALUE 'S'.
          01 WS-ACCION          PIC X(01).
          01 WS-FECHA-HOY       PIC X(08).
          01 WS-HORA-HOY        PIC X(06).
          01 WS-CLAVE-PEDIDA    PIC 9(6).
          01 WS-CLAVE-ARCH-PEDIDO PIC X(20).
          01 WS-SW-HAY-PEDIDO   PIC X(01).
             88 WS-HAY-PEDIDO      VALUE 'S'.
          01 WS-SW-FIN-LISTA    PIC X(01).
             88 WS-FIN-LISTA       VALUE 'S'.
          01 WS-IMPORTE-ANTERIOR PIC 9(7)V99.
          01 WS-IMPORTE-NUEVO   PIC 9(7)V99.
          01 WS-SW-FIN-LIBRO    PIC X(01).
             88 WS-FIN-LIBRO       VALUE 'S'.
          01 WS-IND             PIC S9(4) COMP.
          01 WS-CANT-LINEAS     PIC S9(4) COMP VALUE ZERO.
          01 WS-CANT-PENDIENTES PIC S9(4) COMP VALUE ZERO.
          01 WS-SALTEAR         PIC S9(4) COMP.
          01 WS-CANT-ED         PIC ZZZ9.
          01 WS-PAG-ED          PIC ZZ9.
          01 WS-IMPORTE-ED      PIC Z(6)9.99.
      *****************************************************************
      * EL DETALLE DEL PEDIDO PENDIENTE DE LA CLAVE: QUE SE PIDIO, POR
      * QUE QUEDO A APROBAR, QUIEN LO PIDIO Y CUANDO, Y EL REGISTRO
      * ANTES Y DESPUES DEL CAMBIO.
      *****************************************************************
          01 WS-LINEA-PEDIDO    PIC X(60) VALUE SPACES.
          01 WS-LINEA-ANTES     PIC X(60) VALUE SPACES.
          01 WS-LINEA-DESPUES   PIC X(60) VALUE SPACES.
      *****************************************************************
      * LA LISTA MUESTRA DE A 8 LOS PEDIDOS PENDIENTES DE TODO EL
      * ARCHIVO, EN ORDEN DE CLAVE.
      *****************************************************************
          01 WS-TABLA-LINEAS    VALUE SPACES.
             05 WS-LIN-LISTA       PIC X(74) OCCURS 8 TIMES.
          01 WS-LINEA-LISTA.
             05 WS-LL-CLAVE        PIC 9(6).
             05 FILLER             PIC X(01).
             05 WS-LL-TIPO         PIC X(01).
             05 FILLER             PIC X(01).
             05 WS-LL-MOTIVO       PIC X(01).
             05 FILLER             PIC X(01).
             05 WS-LL-IMP-ANTES    PIC Z(6)9.99.
             05 FILLER             PIC X(01).
             05 WS-LL-IMP-DESPUES  PIC Z(6)9.99.
             05 WS-LL-IMP-DESPUES-X REDEFINES WS-LL-IMP-DESPUES
                                   PIC X(10).
             05 FILLER             PIC X(01).
             05 WS-LL-EST-ANTES    PIC X(01).
             05 WS-LL-EST-FLECHA   PIC X(01).
             05 WS-LL-EST-DESPUES  PIC X(01).
             05 FILLER             PIC X(01).
             05 WS-LL-USUARIO      PIC X(08).
             05 FILLER             PIC X(01).
             05 WS-LL-FECHA        PIC X(08).
             05 FILLER             PIC X(01).
             05 WS-LL-HORA         PIC X(06).
       LINKAGE SECTION.
          01 DFHCOMMAREA             PIC X(40).
       PROCEDURE DIVISION.
      *****************************************************************
      * APROBACION DE CAMBIOS (CONTROL POR OPOSICION): LAS CORRECCIONES
      * Y BORRADOS QUE VSAMWRIT DEJO A APROBAR EN COBTESD1 LOS APRUEBA
      * (ACCION A) O LOS RECHAZA CON MOTIVO (ACCION R) UN SEGUNDO
      * USUARIO, QUE NO PUEDE SER EL QUE LOS PIDIO.  APROBADO, EL
      * CAMBIO SE APLICA RECIEN AHORA SOBRE COBTESN1, CON SU ASIENTO EN
      * EL LIBRO COBTESM1, Y SOLO SI EL REGISTRO SIGUE TAL CUAL ESTABA
      * CUANDO SE PIDIO.  LA AUDITORIA LLEVA LOS DOS USUARIOS: EL
      * CAMBIO A NOMBRE DE QUIEN LO PIDIO Y LA APROBACION A NOMBRE DE
      * QUIEN LA DIO.  ENTER SIN ACCION MUESTRA EL PEDIDO PENDIENTE DE
      * LA CLAVE; LA LISTA DE PENDIENTES SE PAGINA CON PF7/PF8.  HACE
      * FALTA PERMISO DE APROBAR EN COBTESU1 (CORRIGE EN 'A'), Y SE
      * VERIFICA EN CADA IDA Y VUELTA COMO EN VSAMSUPR.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM VERIFICAR-APROBADOR
           IF NOT WS-ES-APROBADOR
               MOVE LENGTH WS-MENSAJE-NOAUT TO WS-MENSAJE-LEN
               EXEC CICS SEND
                         FROM(WS-MENSAJE-NOAUT)
                         LENGTH(WS-MENSAJE-LEN)
                         ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           MOVE SPACE TO WS-ACCION
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREAB
               MOVE 1 TO WS-CAB-PAGINA
               MOVE WS-MENSAJE-INICIAL TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREAB
               EVALUATE EIBAID
                   WHEN WS-AID-PF3
                       EXEC CICS XCTL
                                 PROGRAM('VSAMMENU')
                       END-EXEC
                   WHEN WS-AID-PF8
                       IF WS-CAB-HAY-SIGUIENTE
                           ADD 1 TO WS-CAB-PAGINA
                       ELSE
                           MOVE WS-MENSAJE-FIN-LISTA
                               TO WS-MENSAJE-PANTALLA
                       END-IF
                   WHEN WS-AID-PF7
                       IF WS-CAB-PAGINA > 1
                           SUBTRACT 1 FROM WS-CAB-PAGINA
                       ELSE
                           MOVE WS-MENSAJE-PPIO-LISTA
                               TO WS-MENSAJE-PANTALLA
                       END-IF
                   WHEN OTHER
                       PERFORM RECIBIR-PANTALLA-APROBACION
                       PERFORM ATENDER-PANTALLA
               END-EVALUATE
           END-IF
           PERFORM ARMAR-LISTA
           IF WS-CANT-LINEAS = ZERO AND WS-CAB-PAGINA > 1
               MOVE 1 TO WS-CAB-PAGINA
               PERFORM ARMAR-LISTA
           END-IF
           PERFORM MOSTRAR-PEDIDO
           PERFORM ENVIAR-PANTALLA-APROBACION
           PERFORM DEVOLVER-CONTROL.

       VERIFICAR-APROBADOR.
           MOVE 'N' TO WS-SW-APROBADOR
           MOVE EIBOPID TO WS-AUT-USUARIO
           EXEC CICS READ FILE('COBTESU1')
                     INTO(WS-REG-AUTORIZACION)
                     RIDFLD(WS-AUT-USUARIO)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) AND WS-AUT-PUEDE-APROBAR
               MOVE 'S' TO WS-SW-APROBADOR
           END-IF.

       RECIBIR-PANTALLA-APROBACION.
           EXEC CICS RECEIVE MAP('VSWRMPB')
                     MAPSET('VSWRSET')
                     INTO(VSWRMPBI)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(MAPFAIL)
               IF MBCLAL > ZERO
                   MOVE MBCLAI TO WS-CAB-CLAVE
               END-IF
               IF MBMOTL > ZERO
                   MOVE MBMOTI TO WS-CAB-MOTIVO
               END-IF
               IF MBACCL > ZERO
                   MOVE MBACCI TO WS-ACCION
               END-IF
           END-IF.

       ATENDER-PANTALLA.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-HOY)
                     TIME(WS-HORA-HOY)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-ACCION = SPACE
                   CONTINUE
               WHEN WS-ACCION NOT = 'A' AND WS-ACCION NOT = 'R'
                   MOVE WS-MENSAJE-ACC-INV TO WS-MENSAJE-PANTALLA
               WHEN WS-CAB-CLAVE NOT NUMERIC
                   MOVE WS-MENSAJE-CLAVE-INV TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   MOVE WS-CAB-CLAVE TO WS-CLAVE-PEDIDA
                   PERFORM BUSCAR-PEDIDO
                   EVALUATE TRUE
                       WHEN NOT WS-HAY-PEDIDO
                           MOVE WS-MENSAJE-SIN-PEDIDO
                               TO WS-MENSAJE-PANTALLA
                       WHEN WS-DOB-USUARIO = EIBOPID
                           MOVE WS-MENSAJE-PROPIO TO WS-MENSAJE-PANTALLA
                       WHEN WS-ACCION = 'A'
                           PERFORM APROBAR-PEDIDO
                       WHEN OTHER
                           PERFORM RECHAZAR-PEDIDO
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * EL PEDIDO PENDIENTE DE LA CLAVE (HAY UNO SOLO A LA VEZ: VSAMWRIT
      * NO ACEPTA OTRO MIENTRAS TANTO).  LOS PEDIDOS DE UNA CLAVE
      * VIENEN JUNTOS EN COBTESD1; LOS YA CERRADOS SE SALTEAN.
      *****************************************************************
       BUSCAR-PEDIDO.
           MOVE 'N' TO WS-SW-HAY-PEDIDO
           MOVE WS-CLAVE-PEDIDA TO WS-DOB-CLAVE
           MOVE LOW-VALUES TO WS-DOB-FECHA WS-DOB-HORA
           EXEC CICS STARTBR FILE('COBTESD1')
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SW-FIN-LISTA
               PERFORM LEER-PEDIDO-CLAVE
                   UNTIL WS-FIN-LISTA OR WS-HAY-PEDIDO
               EXEC CICS ENDBR FILE('COBTESD1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF.

       LEER-PEDIDO-CLAVE.
           EXEC CICS READNEXT FILE('COBTESD1')
                     INTO(WS-REG-DOBLE)
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-DOB-CLAVE = WS-CLAVE-PEDIDA
               IF WS-DOB-PENDIENTE
                   MOVE 'S' TO WS-SW-HAY-PEDIDO
                   MOVE WS-DOB-CLAVE-ARCH TO WS-CLAVE-ARCH-PEDIDO
               END-IF
           ELSE
               MOVE 'S' TO WS-SW-FIN-LISTA
           END-IF.

      *****************************************************************
      * APROBAR UN BORRADO EXIGE TAMBIEN PERMISO DE BORRAR.  EL PEDIDO
      * SE VUELVE A LEER CON UPDATE PARA QUE DOS APROBADORES NO LO
      * ATIENDAN A LA VEZ.
      *****************************************************************
       APROBAR-PEDIDO.
           IF WS-DOB-BORRADO AND NOT WS-AUT-PUEDE-BORRAR
               MOVE WS-MENSAJE-NOAUT-BOR TO WS-MENSAJE-PANTALLA
           ELSE
               EXEC CICS READ FILE('COBTESD1')
                         INTO(WS-REG-DOBLE)
                         RIDFLD(WS-CLAVE-ARCH-PEDIDO)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
                   WHEN NOT WS-DOB-PENDIENTE
                       EXEC CICS UNLOCK FILE('COBTESD1')
                                 RESP(WS-RESP)
                       END-EXEC
                       MOVE WS-MENSAJE-NO-PENDIENTE
                           TO WS-MENSAJE-PANTALLA
                   WHEN OTHER
                       PERFORM APLICAR-PEDIDO
               END-EVALUATE
           END-IF.

      *****************************************************************
      * EL CAMBIO SOLO SE APLICA SI EL REGISTRO SIGUE IGUAL A LA IMAGEN
      * ANTES DEL PEDIDO: SI ALGUIEN LO TOCO POR OTRO CAMINO (CARGA,
      * CAMBIO PROGRAMADO, RESTAURACION), LO QUE SE APROBARIA YA NO ES
      * LO QUE SE PIDIO, Y EL PEDIDO HAY QUE RECHAZARLO.
      *****************************************************************
       APLICAR-PEDIDO.
           MOVE WS-DOB-CLAVE TO WS-CLAVE
           EXEC CICS READ FILE('COBTESN1')
                     INTO(WS-REGISTRO)
                     RIDFLD(WS-CLAVE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NOTFND)
                   EXEC CICS UNLOCK FILE('COBTESD1')
                             RESP(WS-RESP)
                   END-EXEC
                   MOVE WS-MENSAJE-NO-EXISTE TO WS-MENSAJE-PANTALLA
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('COBTESD1')
                             RESP(WS-RESP)
                   END-EXEC
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
               WHEN WS-DATOS NOT = WS-DOB-DATOS-ANTES
                   EXEC CICS UNLOCK FILE('COBTESN1')
                             RESP(WS-RESP)
                   END-EXEC
                   EXEC CICS UNLOCK FILE('COBTESD1')
                             RESP(WS-RESP)
                   END-EXEC
                   MOVE WS-MENSAJE-CAMBIO TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   PERFORM EJECUTAR-PEDIDO
           END-EVALUATE.

      *****************************************************************
      * EL CAMBIO, SU ASIENTO EN EL LIBRO Y EL CIERRE DEL PEDIDO VAN EN
      * LA MISMA UNIDAD DE TRABAJO: SI ALGUNO FALLA, EL ROLLBACK DESHACE
      * LOS TRES Y EL PEDIDO SIGUE PENDIENTE.  EL REGISTRO QUEDA
      * ESTAMPADO A NOMBRE DE QUIEN PIDIO EL CAMBIO, COMO SI VSAMWRIT
      * LO HUBIERA APLICADO DIRECTO.
      *****************************************************************
       EJECUTAR-PEDIDO.
           MOVE WS-DOB-ANT-IMPORTE TO WS-IMPORTE-ANTERIOR
           IF WS-DOB-CORRECCION
               MOVE WS-DOB-DATOS-DESPUES TO WS-DATOS
               MOVE WS-FECHA-HOY TO WS-ULT-FECHA
               MOVE WS-HORA-HOY TO WS-ULT-HORA
               MOVE WS-DOB-USUARIO TO WS-ULT-USUARIO
               EXEC CICS REWRITE FILE('COBTESN1')
                         FROM(WS-REGISTRO)
                         RESP(WS-RESP)
               END-EXEC
               MOVE WS-DOB-DES-IMPORTE TO WS-IMPORTE-NUEVO
               MOVE '02' TO WS-LIB-MOTIVO
               MOVE WS-RESULTADO-COR TO WS-AUD-RESULTADO
           ELSE
               EXEC CICS DELETE FILE('COBTESN1')
                         RESP(WS-RESP)
               END-EXEC
               MOVE ZERO TO WS-IMPORTE-NUEVO
               MOVE '03' TO WS-LIB-MOTIVO
               MOVE WS-RESULTADO-BOR TO WS-AUD-RESULTADO
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM ASENTAR-MOVIMIENTO
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'A' TO WS-DOB-ESTADO
               MOVE SPACES TO WS-DOB-CIE-TEXTO
               STRING 'APROBADO POR ' DELIMITED BY SIZE
                      EIBOPID DELIMITED BY SIZE
                      INTO WS-DOB-CIE-TEXTO
               END-STRING
               PERFORM CERRAR-PEDIDO
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-DOB-USUARIO TO WS-AUD-USUARIO
               MOVE WS-DOB-TERMINAL TO WS-AUD-TERMINAL
               PERFORM REGISTRAR-AUDITORIA
               MOVE WS-RESULTADO-APROBADO TO WS-AUD-RESULTADO
               MOVE EIBOPID TO WS-AUD-USUARIO
               MOVE EIBTRMID TO WS-AUD-TERMINAL
               PERFORM REGISTRAR-AUDITORIA
               MOVE SPACES TO WS-CAB-MOTIVO
               MOVE WS-MENSAJE-APROBADO TO WS-MENSAJE-PANTALLA
           ELSE
               DISPLAY 'VSAMAPRO ' WS-MENSAJE-ERR WS-RESP
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * EL RECHAZO EXIGE MOTIVO, QUE QUEDA EN EL CIERRE DEL PEDIDO Y
      * LE LLEGA A QUIEN LO PIDIO EN EL REPORTE DIARIO DE VSAMDOBL.
      * COBTESN1 NO SE TOCA.
      *****************************************************************
       RECHAZAR-PEDIDO.
           IF WS-CAB-MOTIVO = SPACES
               MOVE WS-MENSAJE-FALTA-MOTIVO TO WS-MENSAJE-PANTALLA
           ELSE
               EXEC CICS READ FILE('COBTESD1')
                         INTO(WS-REG-DOBLE)
                         RIDFLD(WS-CLAVE-ARCH-PEDIDO)
                         UPDATE
                         RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-RESP NOT = DFHRESP(NORMAL)
                       MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
                   WHEN NOT WS-DOB-PENDIENTE
                       EXEC CICS UNLOCK FILE('COBTESD1')
                                 RESP(WS-RESP)
                       END-EXEC
                       MOVE WS-MENSAJE-NO-PENDIENTE
                           TO WS-MENSAJE-PANTALLA
                   WHEN OTHER
                       PERFORM GRABAR-RECHAZO
               END-EVALUATE
           END-IF.

       GRABAR-RECHAZO.
           MOVE 'R' TO WS-DOB-ESTADO
           MOVE WS-CAB-MOTIVO TO WS-DOB-CIE-TEXTO
           PERFORM CERRAR-PEDIDO
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-DOB-CLAVE TO WS-CLAVE
               MOVE WS-RESULTADO-RECHAZADO TO WS-AUD-RESULTADO
               MOVE EIBOPID TO WS-AUD-USUARIO
               MOVE EIBTRMID TO WS-AUD-TERMINAL
               PERFORM REGISTRAR-AUDITORIA
               MOVE SPACES TO WS-CAB-MOTIVO
               MOVE WS-MENSAJE-RECHAZADO TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * EL PEDIDO ATENDIDO SALE DE PENDIENTE CON QUIEN, DESDE DONDE Y
      * CUANDO LO ATENDIO.  EL ESTADO Y EL TEXTO LOS CARGA EL LLAMADOR.
      *****************************************************************
       CERRAR-PEDIDO.
           MOVE WS-FECHA-HOY TO WS-DOB-CIE-FECHA
           MOVE WS-HORA-HOY TO WS-DOB-CIE-HORA
           MOVE EIBOPID TO WS-DOB-CIE-USUARIO
           MOVE EIBTRMID TO WS-DOB-CIE-TERMINAL
           EXEC CICS REWRITE FILE('COBTESD1')
                     FROM(WS-REG-DOBLE)
                     RESP(WS-RESP)
           END-EXEC.

      *****************************************************************
      * MISMO ASIENTO QUE VSAMWRIT (VER VSWRADD.CBL), CON LA TERMINAL Y
      * EL USUARIO DE QUIEN PIDIO EL CAMBIO, QUE SON LOS QUE QUEDAN EN
      * LA ENTRADA DE AUDITORIA DEL CAMBIO.
      *****************************************************************
       ASENTAR-MOVIMIENTO.
           MOVE DFHRESP(NORMAL) TO WS-RESP
           IF WS-IMPORTE-NUEVO NOT = WS-IMPORTE-ANTERIOR
               MOVE WS-CLAVE TO WS-LIB-CLAVE
               MOVE WS-FECHA-HOY TO WS-LIB-FECHA
               MOVE WS-HORA-HOY TO WS-LIB-HORA
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
               MOVE WS-DOB-TERMINAL TO WS-LIB-TERMINAL
               MOVE WS-DOB-USUARIO TO WS-LIB-USUARIO
               MOVE 'N' TO WS-SW-FIN-LIBRO
               PERFORM INTENTAR-GRABAR-LIBRO
                   UNTIL WS-FIN-LIBRO
           END-IF.

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

      *****************************************************************
      * A LA MISMA COLA VSWRAUDQ QUE VSAMWRIT, CON LAS IMAGENES ANTES Y
      * DESPUES DEL PEDIDO.  EL RESULTADO, EL USUARIO Y LA TERMINAL LOS
      * CARGA EL LLAMADOR.
      *****************************************************************
       REGISTRAR-AUDITORIA.
           MOVE WS-CLAVE TO WS-AUD-CLAVE
           MOVE WS-RESP TO WS-AUD-RESP
           MOVE WS-DOB-DATOS-ANTES TO WS-AUD-DATOS-ANTES
           MOVE WS-DOB-DATOS-DESPUES TO WS-AUD-DATOS-DESPUES
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-AUD-FECHA)
                     TIME(WS-AUD-HORA)
           END-EXEC
           MOVE LENGTH WS-REG-AUDITORIA TO WS-LARGO-AUDITORIA
           EXEC CICS WRITEQ TS
                     QUEUE(WS-TSQ-AUDITORIA)
                     FROM(WS-REG-AUDITORIA)
                     LENGTH(WS-LARGO-AUDITORIA)
                     RESP(WS-RESP)
           END-EXEC.

      *****************************************************************
      * EL DETALLE DEL PEDIDO PENDIENTE DE LA CLAVE DE LA PANTALLA,
      * DESPUES DE ATENDER LA ACCION (UN PEDIDO RECIEN APROBADO O
      * RECHAZADO YA NO APARECE).  SIN ACCION, EL MENSAJE DICE SI LA
      * CLAVE TIENE PEDIDO O, SIN CLAVE, CUANTOS HAY PENDIENTES.
      *****************************************************************
       MOSTRAR-PEDIDO.
           MOVE SPACES TO WS-LINEA-PEDIDO WS-LINEA-ANTES
                          WS-LINEA-DESPUES
           MOVE 'N' TO WS-SW-HAY-PEDIDO
           IF WS-CAB-CLAVE NUMERIC
               MOVE WS-CAB-CLAVE TO WS-CLAVE-PEDIDA
               PERFORM BUSCAR-PEDIDO
           END-IF
           IF WS-HAY-PEDIDO
               PERFORM ARMAR-DETALLE
           END-IF
           IF WS-ACCION = SPACE AND WS-MENSAJE-PANTALLA = SPACES
               EVALUATE TRUE
                   WHEN WS-CAB-CLAVE = SPACES
                       MOVE WS-CANT-PENDIENTES TO WS-CANT-ED
                       STRING 'Pedidos pendientes:' DELIMITED BY SIZE
                              WS-CANT-ED DELIMITED BY SIZE
                              INTO WS-MENSAJE-PANTALLA
                       END-STRING
                   WHEN WS-CAB-CLAVE NOT NUMERIC
                       MOVE WS-MENSAJE-CLAVE-INV TO WS-MENSAJE-PANTALLA
                   WHEN WS-HAY-PEDIDO
                       MOVE WS-MENSAJE-PENDIENTE TO WS-MENSAJE-PANTALLA
                   WHEN OTHER
                       MOVE WS-MENSAJE-SIN-PEDIDO TO WS-MENSAJE-PANTALLA
               END-EVALUATE
           END-IF.

       ARMAR-DETALLE.
           IF WS-DOB-CORRECCION
               MOVE 'CORRECCION' TO WS-LINEA-PEDIDO
           ELSE
               MOVE 'BORRADO' TO WS-LINEA-PEDIDO
           END-IF
           IF WS-DOB-POR-ESTADO
               MOVE 'A INACTIVO' TO WS-LINEA-PEDIDO(12:10)
           ELSE
               MOVE 'POR IMPORTE' TO WS-LINEA-PEDIDO(12:11)
           END-IF
           STRING 'DE ' DELIMITED BY SIZE
                  WS-DOB-USUARIO DELIMITED BY SIZE
                  ' EN ' DELIMITED BY SIZE
                  WS-DOB-TERMINAL DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DOB-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DOB-HORA DELIMITED BY SIZE
                  INTO WS-LINEA-PEDIDO(24:37)
           END-STRING
           MOVE WS-DOB-ANT-IMPORTE TO WS-IMPORTE-ED
           STRING WS-DOB-ANT-DESCRIPCION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-DOB-ANT-ESTADO DELIMITED BY SIZE
                  INTO WS-LINEA-ANTES
           END-STRING
           IF WS-DOB-CORRECCION
               MOVE WS-DOB-DES-IMPORTE TO WS-IMPORTE-ED
               STRING WS-DOB-DES-DESCRIPCION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-IMPORTE-ED DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-DOB-DES-ESTADO DELIMITED BY SIZE
                      INTO WS-LINEA-DESPUES
               END-STRING
           ELSE
               MOVE 'SE BORRA EL REGISTRO' TO WS-LINEA-DESPUES
           END-IF.

      *****************************************************************
      * RECORRE TODO COBTESD1 CONTANDO LOS PEDIDOS PENDIENTES Y DEJA
      * EN LA TABLA LOS DE LA PAGINA PEDIDA, CON LA MARCA DE SI HAY MAS
      * DESPUES.  SI COBTESD1 NO ESTA DISPONIBLE LA LISTA QUEDA VACIA.
      *****************************************************************
       ARMAR-LISTA.
           MOVE ZERO TO WS-CANT-LINEAS
           MOVE ZERO TO WS-CANT-PENDIENTES
           MOVE 'N' TO WS-CAB-HAY-MAS
           MOVE SPACES TO WS-TABLA-LINEAS
           COMPUTE WS-SALTEAR = (WS-CAB-PAGINA - 1) * 8
           MOVE LOW-VALUES TO WS-DOB-CLAVE-ARCH
           EXEC CICS STARTBR FILE('COBTESD1')
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SW-FIN-LISTA
               PERFORM LEER-PEDIDO-LISTA UNTIL WS-FIN-LISTA
               EXEC CICS ENDBR FILE('COBTESD1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF.

       LEER-PEDIDO-LISTA.
           EXEC CICS READNEXT FILE('COBTESD1')
                     INTO(WS-REG-DOBLE)
                     RIDFLD(WS-DOB-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-DOB-PENDIENTE
                   ADD 1 TO WS-CANT-PENDIENTES
                   EVALUATE TRUE
                       WHEN WS-CANT-PENDIENTES NOT > WS-SALTEAR
                           CONTINUE
                       WHEN WS-CANT-LINEAS < 8
                           ADD 1 TO WS-CANT-LINEAS
                           PERFORM ARMAR-LINEA-LISTA
                           MOVE WS-LINEA-LISTA
                               TO WS-LIN-LISTA (WS-CANT-LINEAS)
                       WHEN OTHER
                           MOVE 'S' TO WS-CAB-HAY-MAS
                   END-EVALUATE
               END-IF
           ELSE
               MOVE 'S' TO WS-SW-FIN-LISTA
           END-IF.

       ARMAR-LINEA-LISTA.
           MOVE SPACES TO WS-LINEA-LISTA
           MOVE WS-DOB-CLAVE TO WS-LL-CLAVE
           MOVE WS-DOB-TIPO TO WS-LL-TIPO
           MOVE WS-DOB-MOTIVO TO WS-LL-MOTIVO
           MOVE WS-DOB-ANT-IMPORTE TO WS-LL-IMP-ANTES
           MOVE WS-DOB-ANT-ESTADO TO WS-LL-EST-ANTES
           IF WS-DOB-CORRECCION
               MOVE WS-DOB-DES-IMPORTE TO WS-LL-IMP-DESPUES
               MOVE '>' TO WS-LL-EST-FLECHA
               MOVE WS-DOB-DES-ESTADO TO WS-LL-EST-DESPUES
           ELSE
               MOVE SPACES TO WS-LL-IMP-DESPUES-X
           END-IF
           MOVE WS-DOB-USUARIO TO WS-LL-USUARIO
           MOVE WS-DOB-FECHA TO WS-LL-FECHA
           MOVE WS-DOB-HORA TO WS-LL-HORA.

       ENVIAR-PANTALLA-APROBACION.
           MOVE WS-CAB-CLAVE TO MBCLAO
           MOVE SPACES TO MBACCO
           MOVE WS-CAB-MOTIVO TO MBMOTO
           MOVE WS-LINEA-PEDIDO TO MBPEDO
           MOVE WS-LINEA-ANTES TO MBANTO
           MOVE WS-LINEA-DESPUES TO MBDESO
           MOVE 1 TO WS-IND
           PERFORM MOVER-LINEA-LISTA UNTIL WS-IND > 8
           MOVE WS-CAB-PAGINA TO WS-PAG-ED
           MOVE SPACES TO MBPAGO
           STRING 'PAGINA ' DELIMITED BY SIZE
                  WS-PAG-ED DELIMITED BY SIZE
                  INTO MBPAGO
           END-STRING
           MOVE WS-MENSAJE-PANTALLA TO MBMSGO
           EXEC CICS SEND MAP('VSWRMPB')
                     MAPSET('VSWRSET')
                     FROM(VSWRMPBO)
                     ERASE
           END-EXEC.

       MOVER-LINEA-LISTA.
           MOVE WS-LIN-LISTA (WS-IND) TO MBLINO (WS-IND)
           ADD 1 TO WS-IND.

       DEVOLVER-CONTROL.
           MOVE WS-COMMAREAB TO DFHCOMMAREA
           EXEC CICS RETURN
                     TRANSID('VSWA')
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH WS-COMMAREAB)
           END-EXEC.
