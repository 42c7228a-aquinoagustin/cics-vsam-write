       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMHIST.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          COPY VSWRREG.
          COPY VSWRAUT.
          COPY VSWRPED.
          COPY VSWRCI8.
          COPY VSWRMP8.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-ENDBR      PIC S9(8) COMP.
          01 WS-ABSTIME         PIC S9(15) COMP.
          01 WS-CLAVE-SIG       PIC 9(7).
          01 WS-CONSTANTES.
             05 WS-MENSAJE-INICIAL PIC X(40)
                                  VALUE 'Ingrese una clave archivada'.
             05 WS-MENSAJE-OK   PIC X(40)
                                  VALUE 'Registro archivado'.
             05 WS-MENSAJE-NOTFND PIC X(40)
                                  VALUE 'No esta en el historico'.
             05 WS-MENSAJE-FIN  PIC X(40)
                                  VALUE 'Fin del historico'.
             05 WS-MENSAJE-INICIO PIC X(40)
                                  VALUE 'Principio del historico'.
             05 WS-MENSAJE-ERR  PIC X(40)
                                  VALUE 'Error desconocido'.
             05 WS-MENSAJE-ACC-INV PIC X(40)
                                  VALUE 'Accion invalida'.
             05 WS-MENSAJE-NOAUT PIC X(40)
                                  VALUE 'No autorizado a restaurar'.
             05 WS-MENSAJE-PEDIDO PIC X(40)
                                  VALUE 'Restauracion pedida'.
             05 WS-MENSAJE-YA-PEDIDO PIC X(40)
                                  VALUE 'Ya tiene un pedido pendiente'.
             05 WS-MENSAJE-ANULADO PIC X(40)
                                  VALUE 'Pedido anulado'.
             05 WS-MENSAJE-SIN-PEDIDO PIC X(40)
                                  VALUE 'No hay pedido pendiente'.
          01 WS-AID-VALORES.
             05 WS-AID-PF3         PIC X VALUE X'F3'.
             05 WS-AID-PF7         PIC X VALUE X'F7'.
             05 WS-AID-PF8         PIC X VALUE X'F8'.
          01 WS-MENSAJE-PANTALLA PIC X(40) VALUE SPACES.
          01 WS-IMPORTE-ED      PIC Z(6)9.99.
          01 WS-ACCION          PIC X(01).
          01 WS-ESTADO-PEDIDO   PIC X(10).
          01 WS-SW-ARCHIVADA    PIC X(01).
             88 WS-ARCHIVADA       VALUE 'S'.
          01 WS-SW-PUEDE-PEDIR  PIC X(01).
             88 WS-PUEDE-PEDIR     VALUE 'S'.
          01 WS-CUENTA          PIC S9(4) COMP.
       LINKAGE SECTION.
          01 DFHCOMMAREA             PIC X(06).
       PROCEDURE DIVISION.
      *****************************************************************
      * CONSULTA DEL HISTORICO COBTESH1 QUE ALIMENTA VSAMARCH: EL
      * OPERADOR LEE UNA CLAVE O RECORRE EL ARCHIVO CON PF7/PF8 Y VE
      * EL REGISTRO TAL COMO SE ARCHIVO, CON SU ESTAMPA DE ULTIMO
      * MANTENIMIENTO.  SOBRE LA CLAVE MOSTRADA, UN USUARIO
      * AUTORIZADO PUEDE PEDIR LA RESTAURACION (ACCION R) O ANULAR
      * UN PEDIDO TODAVIA PENDIENTE (ACCION A); LOS PEDIDOS QUEDAN EN
      * COBTESR1 Y LOS ATIENDE VSAMREST EN LA CORRIDA DE LA NOCHE.
      *****************************************************************
       MAIN-PROCESS.
           IF EIBCALEN = 0
               PERFORM INICIALIZAR-BROWSE
               MOVE WS-MENSAJE-INICIAL TO WS-MENSAJE-PANTALLA
               PERFORM ENVIAR-PANTALLA-HISTORICO
               PERFORM DEVOLVER-CONTROL
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA8
               EVALUATE EIBAID
                   WHEN WS-AID-PF3
                       EXEC CICS XCTL
                                 PROGRAM('VSAMMENU')
                       END-EXEC
                   WHEN WS-AID-PF8
                       PERFORM LEER-SIGUIENTE
                       PERFORM ENVIAR-PANTALLA-HISTORICO
                       PERFORM DEVOLVER-CONTROL
                   WHEN WS-AID-PF7
                       PERFORM LEER-ANTERIOR
                       PERFORM ENVIAR-PANTALLA-HISTORICO
                       PERFORM DEVOLVER-CONTROL
                   WHEN OTHER
                       PERFORM RECIBIR-PANTALLA-HISTORICO
                       PERFORM LEER-POR-CLAVE
                       IF WS-ACCION NOT = SPACE AND WS-ARCHIVADA
                           PERFORM ATENDER-ACCION
                       END-IF
                       PERFORM ENVIAR-PANTALLA-HISTORICO
                       PERFORM DEVOLVER-CONTROL
               END-EVALUATE
           END-IF.

       INICIALIZAR-BROWSE.
           MOVE ZERO TO WS-CA8-CLAVE
           PERFORM LIMPIAR-DATOS
           MOVE ZERO TO WS-CLAVE.

       LIMPIAR-DATOS.
           MOVE SPACES TO WS-DAT-DESCRIPCION
           MOVE ZERO TO WS-DAT-IMPORTE
           MOVE SPACES TO WS-DAT-ESTADO
           MOVE SPACES TO WS-ULT-MANTENIMIENTO.

       RECIBIR-PANTALLA-HISTORICO.
           MOVE SPACE TO WS-ACCION
           EXEC CICS RECEIVE MAP('VSWRMP8')
                     MAPSET('VSWRSET')
                     INTO(VSWRMP8I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(MAPFAIL)
               IF M8CLAL > ZERO
                   MOVE M8CLAI TO WS-CA8-CLAVE
               END-IF
               IF M8ACCL > ZERO
                   MOVE M8ACCI TO WS-ACCION
               END-IF
           END-IF.

       LEER-POR-CLAVE.
           MOVE 'N' TO WS-SW-ARCHIVADA
           MOVE WS-CA8-CLAVE TO WS-CLAVE
           EXEC CICS READ FILE('COBTESH1')
                     INTO(WS-REGISTRO)
                     RIDFLD(WS-CLAVE)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S' TO WS-SW-ARCHIVADA
                   MOVE WS-MENSAJE-OK TO WS-MENSAJE-PANTALLA
               WHEN DFHRESP(NOTFND)
                   PERFORM LIMPIAR-DATOS
                   MOVE WS-MENSAJE-NOTFND TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   PERFORM LIMPIAR-DATOS
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

      *****************************************************************
      * IGUAL QUE EN VSAMCONS, EL BROWSE NO SOBREVIVE AL RETURN DE LA
      * TAREA: SE REABRE EN CADA PF8 UNA CLAVE POR ENCIMA DE LA
      * MOSTRADA, Y EN CADA PF7 SOBRE LA MOSTRADA PARA QUE EL
      * READPREV TRAIGA LA ANTERIOR.
      *****************************************************************
       LEER-SIGUIENTE.
           COMPUTE WS-CLAVE-SIG = WS-CA8-CLAVE + 1
           IF WS-CLAVE-SIG > 999999
               PERFORM LEER-POR-CLAVE
               MOVE WS-MENSAJE-FIN TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-CLAVE-SIG TO WS-CLAVE
               EXEC CICS STARTBR FILE('COBTESH1')
                         RIDFLD(WS-CLAVE)
                         GTEQ
                         RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   EXEC CICS READNEXT FILE('COBTESH1')
                             INTO(WS-REGISTRO)
                             RIDFLD(WS-CLAVE)
                             RESP(WS-RESP)
                   END-EXEC
                   EXEC CICS ENDBR FILE('COBTESH1')
                             RESP(WS-RESP-ENDBR)
                   END-EXEC
               END-IF
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       MOVE WS-CLAVE TO WS-CA8-CLAVE
                       MOVE WS-MENSAJE-OK TO WS-MENSAJE-PANTALLA
                   WHEN DFHRESP(NOTFND)
                       PERFORM LEER-POR-CLAVE
                       MOVE WS-MENSAJE-FIN TO WS-MENSAJE-PANTALLA
                   WHEN DFHRESP(ENDFILE)
                       PERFORM LEER-POR-CLAVE
                       MOVE WS-MENSAJE-FIN TO WS-MENSAJE-PANTALLA
                   WHEN OTHER
                       PERFORM LIMPIAR-DATOS
                       MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
               END-EVALUATE
           END-IF.

       LEER-ANTERIOR.
           MOVE WS-CA8-CLAVE TO WS-CLAVE
           EXEC CICS STARTBR FILE('COBTESH1')
                     RIDFLD(WS-CLAVE)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EXEC CICS READPREV FILE('COBTESH1')
                         INTO(WS-REGISTRO)
                         RIDFLD(WS-CLAVE)
                         RESP(WS-RESP)
               END-EXEC
               EXEC CICS ENDBR FILE('COBTESH1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-CLAVE TO WS-CA8-CLAVE
                   MOVE WS-MENSAJE-OK TO WS-MENSAJE-PANTALLA
               WHEN DFHRESP(ENDFILE)
                   PERFORM LEER-POR-CLAVE
                   MOVE WS-MENSAJE-INICIO TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   PERFORM LIMPIAR-DATOS
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

      *****************************************************************
      * PEDIR O ANULAR UNA RESTAURACION REQUIERE, EN COBTESU1, EL 6
      * EN LAS OPCIONES Y PERMISO DE CORREGIR: RESTAURAR VUELVE A
      * PONER DATOS EN COBTESN1, ASI QUE SE EXIGE LO MISMO QUE PARA
      * CORREGIR EN VSAMWRIT.  SE VERIFICA EN CADA ACCION, NO SOLO
      * AL ENTRAR, POR SI EL TRANSID SE TIPEO A MANO.
      *****************************************************************
       ATENDER-ACCION.
           IF WS-ACCION NOT = 'R' AND WS-ACCION NOT = 'A'
               MOVE WS-MENSAJE-ACC-INV TO WS-MENSAJE-PANTALLA
           ELSE
               PERFORM VERIFICAR-AUTORIZACION
               IF NOT WS-PUEDE-PEDIR
                   MOVE WS-MENSAJE-NOAUT TO WS-MENSAJE-PANTALLA
               ELSE
                   IF WS-ACCION = 'R'
                       PERFORM GRABAR-PEDIDO
                   ELSE
                       PERFORM ANULAR-PEDIDO
                   END-IF
               END-IF
           END-IF.

       VERIFICAR-AUTORIZACION.
           MOVE 'N' TO WS-SW-PUEDE-PEDIR
           MOVE EIBOPID TO WS-AUT-USUARIO
           EXEC CICS READ FILE('COBTESU1')
                     INTO(WS-REG-AUTORIZACION)
                     RIDFLD(WS-AUT-USUARIO)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ZERO TO WS-CUENTA
               INSPECT WS-AUT-OPCIONES
                   TALLYING WS-CUENTA
                   FOR ALL '6'
               IF WS-CUENTA > ZERO AND WS-AUT-PUEDE-CORREGIR
                   MOVE 'S' TO WS-SW-PUEDE-PEDIR
               END-IF
           END-IF.

      *****************************************************************
      * EL PEDIDO SE GRABA PENDIENTE CON QUIEN, DESDE DONDE Y CUANDO.
      * SI LA CLAVE YA TIENE UN PEDIDO PROCESADO DE UNA CORRIDA
      * ANTERIOR (LA CLAVE SE RESTAURO Y SE VOLVIO A ARCHIVAR, O LA
      * RESTAURACION FALLO), SE REEMPLAZA POR EL NUEVO; SI TODAVIA
      * ESTA PENDIENTE, NO SE TOCA.
      *****************************************************************
       GRABAR-PEDIDO.
           PERFORM ARMAR-PEDIDO
           EXEC CICS WRITE
                     FILE('COBTESR1')
                     FROM(WS-REG-PEDIDO)
                     RIDFLD(WS-PED-CLAVE)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-MENSAJE-PEDIDO TO WS-MENSAJE-PANTALLA
               WHEN DFHRESP(DUPREC)
                   PERFORM REEMPLAZAR-PEDIDO
               WHEN OTHER
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

       ARMAR-PEDIDO.
           MOVE SPACES TO WS-REG-PEDIDO
           MOVE WS-CA8-CLAVE TO WS-PED-CLAVE
           MOVE 'P' TO WS-PED-ESTADO
           MOVE EIBOPID TO WS-PED-USUARIO
           MOVE EIBTRMID TO WS-PED-TERMINAL
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-PED-FECHA)
                     TIME(WS-PED-HORA)
           END-EXEC.

       REEMPLAZAR-PEDIDO.
           EXEC CICS READ FILE('COBTESR1')
                     INTO(WS-REG-PEDIDO)
                     RIDFLD(WS-PED-CLAVE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-PED-PENDIENTE
                   EXEC CICS UNLOCK FILE('COBTESR1')
                             RESP(WS-RESP)
                   END-EXEC
                   MOVE WS-MENSAJE-YA-PEDIDO TO WS-MENSAJE-PANTALLA
               ELSE
                   PERFORM ARMAR-PEDIDO
                   EXEC CICS REWRITE FILE('COBTESR1')
                             FROM(WS-REG-PEDIDO)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WS-MENSAJE-PEDIDO TO WS-MENSAJE-PANTALLA
                   ELSE
                       MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
                   END-IF
               END-IF
           ELSE
               MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * SOLO SE ANULA UN PEDIDO PENDIENTE; UNO YA PROCESADO QUEDA
      * COMO CONSTANCIA DEL RESULTADO DE VSAMREST.
      *****************************************************************
       ANULAR-PEDIDO.
           MOVE WS-CA8-CLAVE TO WS-PED-CLAVE
           EXEC CICS READ FILE('COBTESR1')
                     INTO(WS-REG-PEDIDO)
                     RIDFLD(WS-PED-CLAVE)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   IF WS-PED-PENDIENTE
                       EXEC CICS DELETE FILE('COBTESR1')
                                 RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE WS-MENSAJE-ANULADO
                               TO WS-MENSAJE-PANTALLA
                       ELSE
                           MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
                       END-IF
                   ELSE
                       EXEC CICS UNLOCK FILE('COBTESR1')
                                 RESP(WS-RESP)
                       END-EXEC
                       MOVE WS-MENSAJE-SIN-PEDIDO
                           TO WS-MENSAJE-PANTALLA
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE WS-MENSAJE-SIN-PEDIDO TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

      *****************************************************************
      * ARMA LAS DOS LINEAS DEL PEDIDO DE LA CLAVE MOSTRADA: ESTADO,
      * QUIEN, TERMINAL Y CUANDO SE PIDIO, Y SI VSAMREST YA LO
      * PROCESO, CUANDO Y CON QUE RESULTADO.
      *****************************************************************
       MOSTRAR-PEDIDO.
           MOVE SPACES TO M8PEDO
           MOVE SPACES TO M8RESO
           MOVE WS-CA8-CLAVE TO WS-PED-CLAVE
           EXEC CICS READ FILE('COBTESR1')
                     INTO(WS-REG-PEDIDO)
                     RIDFLD(WS-PED-CLAVE)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN WS-PED-PENDIENTE
                       MOVE 'PENDIENTE' TO WS-ESTADO-PEDIDO
                   WHEN WS-PED-RESTAURADO
                       MOVE 'RESTAURADA' TO WS-ESTADO-PEDIDO
                   WHEN OTHER
                       MOVE 'FALLIDA' TO WS-ESTADO-PEDIDO
               END-EVALUATE
               STRING WS-ESTADO-PEDIDO DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WS-PED-USUARIO DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PED-TERMINAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PED-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PED-HORA DELIMITED BY SIZE
                      INTO M8PEDO
               END-STRING
               IF NOT WS-PED-PENDIENTE
                   STRING WS-PED-RES-FECHA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PED-RES-HORA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-PED-RES-TEXTO DELIMITED BY SIZE
                          INTO M8RESO
                   END-STRING
               END-IF
           ELSE
               MOVE 'SIN PEDIDO' TO M8PEDO
           END-IF.

       ENVIAR-PANTALLA-HISTORICO.
           MOVE WS-CA8-CLAVE TO M8CLAO
           MOVE WS-DAT-DESCRIPCION TO M8DESO
           MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ED
           MOVE WS-IMPORTE-ED TO M8IMPO
           MOVE WS-DAT-ESTADO TO M8ESTO
           MOVE SPACES TO M8ULTO
           STRING WS-ULT-FECHA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ULT-HORA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-ULT-USUARIO DELIMITED BY SIZE
                  INTO M8ULTO
           END-STRING
           PERFORM MOSTRAR-PEDIDO
           MOVE SPACES TO M8ACCO
           MOVE WS-MENSAJE-PANTALLA TO M8MSGO
           EXEC CICS SEND MAP('VSWRMP8')
                     MAPSET('VSWRSET')
                     FROM(VSWRMP8O)
                     ERASE
           END-EXEC.

       DEVOLVER-CONTROL.
           MOVE WS-COMMAREA8 TO DFHCOMMAREA
           EXEC CICS RETURN
                     TRANSID('VSWH')
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH WS-COMMAREA8)
           END-EXEC.
