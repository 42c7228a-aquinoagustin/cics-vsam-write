       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMPROG.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          COPY VSWRREG.
          COPY VSWRAUT.
          COPY VSWRFUT.
          COPY VSWRFEC.
          COPY VSWRCIA.
          COPY VSWRMPA.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-ENDBR      PIC S9(8) COMP.
          01 WS-ABSTIME         PIC S9(15) COMP.
          01 WS-CONSTANTES.
             05 WS-MENSAJE-INICIAL PIC X(40)
                                  VALUE 'Ingrese clave y cambio'.
             05 WS-MENSAJE-CLAVE-INV PIC X(40)
                                  VALUE 'Clave invalida'.
             05 WS-MENSAJE-FECHA-INV PIC X(40)
                                  VALUE 'Fecha efectiva invalida'.
             05 WS-MENSAJE-FECHA-PASADA PIC X(40)
                                  VALUE 'Fecha no posterior a hoy'.
             05 WS-MENSAJE-CODIGO-INV PIC X(40)
                                  VALUE 'Codigo invalido: A, C o D'.
             05 WS-MENSAJE-FALTA-DES PIC X(40)
                                  VALUE 'Falta la descripcion'.
             05 WS-MENSAJE-IMPORTE-INV PIC X(40)
                                  VALUE 'Importe invalido'.
             05 WS-MENSAJE-ESTADO-INV PIC X(40)
                                  VALUE 'Estado invalido: A o I'.
             05 WS-MENSAJE-ACC-INV PIC X(40)
                                  VALUE 'Accion invalida'.
             05 WS-MENSAJE-NOAUT PIC X(40)
                                  VALUE 'No autorizado a esta opcion'.
             05 WS-MENSAJE-NOAUT-COR PIC X(40)
                                  VALUE 'No autorizado a cambios'.
             05 WS-MENSAJE-NOAUT-BOR PIC X(40)
                                  VALUE 'No autorizado a bajas'.
             05 WS-MENSAJE-NOAUT-ANU PIC X(40)
                                  VALUE 'Solo lo anula quien lo cargo'.
             05 WS-MENSAJE-PROGRAMADO PIC X(40)
                                  VALUE 'Cambio programado'.
             05 WS-MENSAJE-YA-PROGRAMADO PIC X(40)
                                  VALUE 'Ya hay un cambio pendiente'.
             05 WS-MENSAJE-ANULADO PIC X(40)
                                  VALUE 'Cambio anulado'.
             05 WS-MENSAJE-NO-PENDIENTE PIC X(40)
                                  VALUE 'El cambio no esta pendiente'.
             05 WS-MENSAJE-SIN-CAMBIO PIC X(40)
                                  VALUE 'No hay cambio para esa fecha'.
             05 WS-MENSAJE-ERR  PIC X(40)
                                  VALUE 'Error desconocido'.
          01 WS-AID-VALORES.
             05 WS-AID-PF3         PIC X VALUE X'F3'.
          01 WS-MENSAJE-PANTALLA PIC X(40) VALUE SPACES.
          01 WS-ACCION          PIC X(01).
          01 WS-FECHA-HOY       PIC X(08).
          01 WS-HORA-HOY        PIC X(06).
          01 WS-CLAVE-PEDIDA    PIC 9(6).
          01 WS-IMPORTE-ED      PIC Z(6)9.99.
          01 WS-IMPORTE-ENTRADA PIC 9(7)V99.
          01 WS-IMPORTE-ENT-X REDEFINES WS-IMPORTE-ENTRADA
                                PIC X(09).
          01 WS-LINEA-ACTUAL    PIC X(60) VALUE SPACES.
          01 WS-SW-EXISTE       PIC X(01).
             88 WS-EXISTE          VALUE 'S'.
          01 WS-SW-CAMBIO-VALIDO PIC X(01).
             88 WS-CAMBIO-VALIDO   VALUE 'S'.
          01 WS-SW-OPCION       PIC X(01).
             88 WS-OPCION-PERMITIDA VALUE 'S'.
          01 WS-SW-FIN-LISTA    PIC X(01).
             88 WS-FIN-LISTA       VALUE 'S'.
          01 WS-CUENTA          PIC S9(4) COMP.
          01 WS-IND             PIC S9(4) COMP.
          01 WS-CANT-LINEAS     PIC S9(4) COMP VALUE ZERO.
          01 WS-CANT-CAMBIOS    PIC S9(4) COMP.
          01 WS-CANT-PENDIENTES PIC S9(4) COMP.
          01 WS-CANT-ED         PIC ZZZ9.
          01 WS-PEND-ED         PIC ZZZ9.
      *****************************************************************
      * LA LISTA GUARDA LOS ULTIMOS 8 CAMBIOS DE LA CLAVE EN ORDEN DE
      * FECHA EFECTIVA: LOS PENDIENTES SON SIEMPRE LOS DE FECHA MAS
      * ALTA, ASI QUE NUNCA QUEDAN TAPADOS POR LOS YA CERRADOS.
      *****************************************************************
          01 WS-TABLA-LINEAS    VALUE SPACES.
             05 WS-LIN-LISTA       PIC X(74) OCCURS 8 TIMES.
          01 WS-LINEA-CAMBIO.
             05 WS-LC-FECHA        PIC X(08).
             05 FILLER             PIC X(01).
             05 WS-LC-CODIGO       PIC X(01).
             05 FILLER             PIC X(01).
             05 WS-LC-DESCRIPCION  PIC X(15).
             05 FILLER             PIC X(01).
             05 WS-LC-IMPORTE      PIC Z(6)9.99.
             05 FILLER             PIC X(01).
             05 WS-LC-ESTADO       PIC X(01).
             05 FILLER             PIC X(01).
             05 WS-LC-SITUACION    PIC X(04).
             05 FILLER             PIC X(01).
             05 WS-LC-USUARIO      PIC X(08).
             05 FILLER             PIC X(01).
             05 WS-LC-RESULTADO    PIC X(20).
       LINKAGE SECTION.
          01 DFHCOMMAREA             PIC X(40).
       PROCEDURE DIVISION.
      *****************************************************************
      * CAMBIOS PROGRAMADOS SOBRE COBTESN1: EL OPERADOR CARGA UN ALTA,
      * CAMBIO O BAJA DE UNA CLAVE CON UNA FECHA EFECTIVA POSTERIOR A
      * HOY (ACCION G), O ANULA UNO TODAVIA PENDIENTE (ACCION X).  LOS
      * CAMBIOS QUEDAN EN COBTESF1 Y LOS APLICA VSAMVIGE EN LA CADENA
      * DE LA NOCHE ANTERIOR A LA FECHA EFECTIVA, ASI ESE DIA YA ABRE
      * CON EL CAMBIO HECHO, CON SU AUDITORIA Y SU ASIENTO EN EL LIBRO
      * COMO SI SE HUBIERA HECHO EN VSAMWRIT.
      * ENTER SIN ACCION MUESTRA LO QUE HOY TIENE LA CLAVE, LO TRAE
      * A LOS CAMPOS DE DATOS PARA PARTIR DE AHI, Y LISTA LOS CAMBIOS
      * PROGRAMADOS DE LA CLAVE CON SU SITUACION.
      *****************************************************************
       MAIN-PROCESS.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREAA
               MOVE WS-MENSAJE-INICIAL TO WS-MENSAJE-PANTALLA
               PERFORM ENVIAR-PANTALLA-PROGRAMA
               PERFORM DEVOLVER-CONTROL
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREAA
               EVALUATE EIBAID
                   WHEN WS-AID-PF3
                       EXEC CICS XCTL
                                 PROGRAM('VSAMMENU')
                       END-EXEC
                   WHEN OTHER
                       PERFORM RECIBIR-PANTALLA-PROGRAMA
                       PERFORM ATENDER-PANTALLA
                       PERFORM ENVIAR-PANTALLA-PROGRAMA
                       PERFORM DEVOLVER-CONTROL
               END-EVALUATE
           END-IF.

       RECIBIR-PANTALLA-PROGRAMA.
           MOVE SPACE TO WS-ACCION
           EXEC CICS RECEIVE MAP('VSWRMPA')
                     MAPSET('VSWRSET')
                     INTO(VSWRMPAI)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(MAPFAIL)
               IF MACLAL > ZERO
                   MOVE MACLAI TO WS-CAA-CLAVE
               END-IF
               IF MAFECL > ZERO
                   MOVE MAFECI TO WS-CAA-FECHA
               END-IF
               IF MACODL > ZERO
                   MOVE MACODI TO WS-CAA-CODIGO
               END-IF
               IF MADESL > ZERO
                   MOVE MADESI TO WS-CAA-DESCRIPCION
               END-IF
               IF MAIMPL > ZERO
                   MOVE MAIMPI TO WS-CAA-IMPORTE
               END-IF
               IF MAESTL > ZERO
                   MOVE MAESTI TO WS-CAA-ESTADO
               END-IF
               IF MAACCL > ZERO
                   MOVE MAACCI TO WS-ACCION
               END-IF
           END-IF.

       ATENDER-PANTALLA.
           MOVE SPACES TO WS-LINEA-ACTUAL
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-HOY)
                     TIME(WS-HORA-HOY)
           END-EXEC
           IF WS-CAA-CLAVE NOT NUMERIC
               MOVE WS-MENSAJE-CLAVE-INV TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-CAA-CLAVE TO WS-CLAVE-PEDIDA
               PERFORM LEER-ACTUAL
               EVALUATE WS-ACCION
                   WHEN SPACE
                       PERFORM CONSULTAR-CLAVE
                   WHEN 'G'
                       PERFORM PROGRAMAR-CAMBIO
                   WHEN 'X'
                       PERFORM ANULAR-CAMBIO
                   WHEN OTHER
                       MOVE WS-MENSAJE-ACC-INV TO WS-MENSAJE-PANTALLA
               END-EVALUATE
               PERFORM ARMAR-LISTA
               IF WS-ACCION = SPACE
                   MOVE WS-CANT-CAMBIOS TO WS-CANT-ED
                   MOVE WS-CANT-PENDIENTES TO WS-PEND-ED
                   MOVE SPACES TO WS-MENSAJE-PANTALLA
                   STRING 'Cambios:' DELIMITED BY SIZE
                          WS-CANT-ED DELIMITED BY SIZE
                          '  pendientes:' DELIMITED BY SIZE
                          WS-PEND-ED DELIMITED BY SIZE
                          INTO WS-MENSAJE-PANTALLA
                   END-STRING
               END-IF
           END-IF.

      *****************************************************************
      * LO QUE HOY TIENE COBTESN1 PARA LA CLAVE, COMO REFERENCIA DEL
      * CAMBIO QUE SE ESTA POR PROGRAMAR.
      *****************************************************************
       LEER-ACTUAL.
           MOVE 'N' TO WS-SW-EXISTE
           MOVE WS-CLAVE-PEDIDA TO WS-CLAVE
           EXEC CICS READ FILE('COBTESN1')
                     INTO(WS-REGISTRO)
                     RIDFLD(WS-CLAVE)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'S' TO WS-SW-EXISTE
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ED
                   STRING WS-DAT-DESCRIPCION DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-IMPORTE-ED DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-DAT-ESTADO DELIMITED BY SIZE
                          '  ULT.MANT ' DELIMITED BY SIZE
                          WS-ULT-FECHA DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          WS-ULT-USUARIO DELIMITED BY SIZE
                          INTO WS-LINEA-ACTUAL
                   END-STRING
               WHEN DFHRESP(NOTFND)
                   MOVE 'LA CLAVE NO EXISTE HOY EN COBTESN1'
                       TO WS-LINEA-ACTUAL
               WHEN OTHER
                   MOVE 'NO SE PUDO LEER COBTESN1'
                       TO WS-LINEA-ACTUAL
           END-EVALUATE.

       CONSULTAR-CLAVE.
           IF WS-EXISTE
               MOVE WS-DAT-DESCRIPCION TO WS-CAA-DESCRIPCION
               MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ENTRADA
               MOVE WS-IMPORTE-ENT-X TO WS-CAA-IMPORTE
               MOVE WS-DAT-ESTADO TO WS-CAA-ESTADO
           END-IF.

      *****************************************************************
      * UN ALTA LA PUEDE PROGRAMAR CUALQUIERA QUE LLEGUE A LA
      * PANTALLA; UN CAMBIO EXIGE EN COBTESU1 PERMISO DE CORREGIR Y
      * UNA BAJA PERMISO DE BORRAR, LO MISMO QUE EN VSAMWRIT.  SE
      * VERIFICA EN CADA ACCION, NO SOLO AL ENTRAR, POR SI EL TRANSID
      * SE TIPEO A MANO.
      *****************************************************************
       PROGRAMAR-CAMBIO.
           PERFORM VALIDAR-CAMBIO
           IF WS-CAMBIO-VALIDO
               PERFORM VERIFICAR-AUTORIZACION
               EVALUATE TRUE
                   WHEN NOT WS-OPCION-PERMITIDA
                       MOVE WS-MENSAJE-NOAUT TO WS-MENSAJE-PANTALLA
                   WHEN WS-CAA-CODIGO = 'C'
                    AND NOT WS-AUT-PUEDE-CORREGIR
                       MOVE WS-MENSAJE-NOAUT-COR TO WS-MENSAJE-PANTALLA
                   WHEN WS-CAA-CODIGO = 'D'
                    AND NOT WS-AUT-PUEDE-BORRAR
                       MOVE WS-MENSAJE-NOAUT-BOR TO WS-MENSAJE-PANTALLA
                   WHEN OTHER
                       PERFORM GRABAR-CAMBIO
               END-EVALUATE
           END-IF.

       VALIDAR-CAMBIO.
           MOVE 'N' TO WS-SW-CAMBIO-VALIDO
           MOVE WS-CAA-FECHA TO WS-FECHA-TRABAJO-X
           PERFORM VALIDAR-FECHA
           MOVE WS-CAA-IMPORTE TO WS-IMPORTE-ENT-X
           EVALUATE TRUE
               WHEN NOT WS-FECHA-VALIDA
                   MOVE WS-MENSAJE-FECHA-INV TO WS-MENSAJE-PANTALLA
               WHEN WS-CAA-FECHA NOT > WS-FECHA-HOY
                   MOVE WS-MENSAJE-FECHA-PASADA TO WS-MENSAJE-PANTALLA
               WHEN WS-CAA-CODIGO NOT = 'A'
                AND WS-CAA-CODIGO NOT = 'C'
                AND WS-CAA-CODIGO NOT = 'D'
                   MOVE WS-MENSAJE-CODIGO-INV TO WS-MENSAJE-PANTALLA
               WHEN WS-CAA-CODIGO = 'D'
                   MOVE 'S' TO WS-SW-CAMBIO-VALIDO
               WHEN WS-CAA-DESCRIPCION = SPACES
                   MOVE WS-MENSAJE-FALTA-DES TO WS-MENSAJE-PANTALLA
               WHEN WS-IMPORTE-ENT-X NOT NUMERIC
                   MOVE WS-MENSAJE-IMPORTE-INV TO WS-MENSAJE-PANTALLA
               WHEN WS-CAA-ESTADO NOT = 'A'
                AND WS-CAA-ESTADO NOT = 'I'
                   MOVE WS-MENSAJE-ESTADO-INV TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   MOVE 'S' TO WS-SW-CAMBIO-VALIDO
           END-EVALUATE.

       VALIDAR-FECHA.
           MOVE 'N' TO WS-SW-FECHA-VALIDA
           IF WS-FECHA-TRABAJO-X NUMERIC
               IF WS-FTR-ANIO > ZERO
                  AND WS-FTR-MES >= 1 AND WS-FTR-MES <= 12
                   PERFORM CALCULAR-TOPE-DIA
                   IF WS-FTR-DIA >= 1 AND WS-FTR-DIA <= WS-FTR-TOPE-DIA
                       MOVE 'S' TO WS-SW-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF.

       CALCULAR-TOPE-DIA.
           MOVE WS-DIAS-MES (WS-FTR-MES) TO WS-FTR-TOPE-DIA
           IF WS-FTR-MES = 2
               DIVIDE WS-FTR-ANIO BY 4 GIVING WS-FTR-COCIENTE
                   REMAINDER WS-FTR-RESTO-4
               DIVIDE WS-FTR-ANIO BY 100 GIVING WS-FTR-COCIENTE
                   REMAINDER WS-FTR-RESTO-100
               DIVIDE WS-FTR-ANIO BY 400 GIVING WS-FTR-COCIENTE
                   REMAINDER WS-FTR-RESTO-400
               IF WS-FTR-RESTO-4 = ZERO
                  AND (WS-FTR-RESTO-100 NOT = ZERO
                       OR WS-FTR-RESTO-400 = ZERO)
                   MOVE 29 TO WS-FTR-TOPE-DIA
               END-IF
           END-IF.

       VERIFICAR-AUTORIZACION.
           MOVE 'N' TO WS-SW-OPCION
           MOVE EIBOPID TO WS-AUT-USUARIO
           EXEC CICS READ FILE('COBTESU1')
                     INTO(WS-REG-AUTORIZACION)
                     RIDFLD(WS-AUT-USUARIO)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE ZERO TO WS-CUENTA
                   INSPECT WS-AUT-OPCIONES
                       TALLYING WS-CUENTA
                       FOR ALL '8'
                   IF WS-CUENTA > ZERO
                       MOVE 'S' TO WS-SW-OPCION
                   END-IF
               WHEN DFHRESP(NOTFND)
                   MOVE 'S' TO WS-SW-OPCION
                   MOVE 'N' TO WS-AUT-CORRIGE
                   MOVE 'N' TO WS-AUT-BORRA
           END-EVALUATE.

      *****************************************************************
      * EL CAMBIO SE GRABA PENDIENTE CON QUIEN, DESDE DONDE Y CUANDO.
      * SI LA CLAVE YA TIENE PARA ESA FECHA UN CAMBIO CERRADO (ANULADO
      * O YA PROCESADO POR VSAMVIGE) SE REEMPLAZA POR EL NUEVO; SI
      * TODAVIA ESTA PENDIENTE, NO SE TOCA: HAY QUE ANULARLO ANTES.
      *****************************************************************
       GRABAR-CAMBIO.
           PERFORM ARMAR-CAMBIO
           EXEC CICS WRITE
                     FILE('COBTESF1')
                     FROM(WS-REG-FUTURO)
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE WS-MENSAJE-PROGRAMADO TO WS-MENSAJE-PANTALLA
               WHEN DFHRESP(DUPREC)
                   PERFORM REEMPLAZAR-CAMBIO
               WHEN OTHER
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

       ARMAR-CAMBIO.
           MOVE SPACES TO WS-REG-FUTURO
           MOVE WS-CLAVE-PEDIDA TO WS-FUT-CLAVE
           MOVE WS-CAA-FECHA TO WS-FUT-FECHA-EFECTIVA
           MOVE WS-CAA-CODIGO TO WS-FUT-CODIGO
           IF WS-FUT-BAJA
               MOVE ZERO TO WS-FUT-IMPORTE
           ELSE
               MOVE WS-CAA-DESCRIPCION TO WS-FUT-DESCRIPCION
               MOVE WS-CAA-IMPORTE TO WS-IMPORTE-ENT-X
               MOVE WS-IMPORTE-ENTRADA TO WS-FUT-IMPORTE
               MOVE WS-CAA-ESTADO TO WS-FUT-DAT-ESTADO
           END-IF
           MOVE 'P' TO WS-FUT-ESTADO
           MOVE EIBOPID TO WS-FUT-USUARIO
           MOVE EIBTRMID TO WS-FUT-TERMINAL
           MOVE WS-FECHA-HOY TO WS-FUT-FECHA
           MOVE WS-HORA-HOY TO WS-FUT-HORA.

       REEMPLAZAR-CAMBIO.
           EXEC CICS READ FILE('COBTESF1')
                     INTO(WS-REG-FUTURO)
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-FUT-PENDIENTE
                   EXEC CICS UNLOCK FILE('COBTESF1')
                             RESP(WS-RESP)
                   END-EXEC
                   MOVE WS-MENSAJE-YA-PROGRAMADO
                       TO WS-MENSAJE-PANTALLA
               ELSE
                   PERFORM ARMAR-CAMBIO
                   EXEC CICS REWRITE FILE('COBTESF1')
                             FROM(WS-REG-FUTURO)
                             RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WS-MENSAJE-PROGRAMADO
                           TO WS-MENSAJE-PANTALLA
                   ELSE
                       MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
                   END-IF
               END-IF
           ELSE
               MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * SOLO SE ANULA UN CAMBIO PENDIENTE, Y LO ANULA QUIEN LO CARGO O
      * UN USUARIO CON PERMISO DE CORREGIR.  NO SE BORRA: QUEDA
      * CERRADO CON QUIEN Y CUANDO LO ANULO, COMO CONSTANCIA.
      *****************************************************************
       ANULAR-CAMBIO.
           MOVE WS-CAA-FECHA TO WS-FECHA-TRABAJO-X
           PERFORM VALIDAR-FECHA
           IF NOT WS-FECHA-VALIDA
               MOVE WS-MENSAJE-FECHA-INV TO WS-MENSAJE-PANTALLA
           ELSE
               PERFORM VERIFICAR-AUTORIZACION
               IF NOT WS-OPCION-PERMITIDA
                   MOVE WS-MENSAJE-NOAUT TO WS-MENSAJE-PANTALLA
               ELSE
                   PERFORM CERRAR-CAMBIO-ANULADO
               END-IF
           END-IF.

       CERRAR-CAMBIO-ANULADO.
           MOVE WS-CLAVE-PEDIDA TO WS-FUT-CLAVE
           MOVE WS-CAA-FECHA TO WS-FUT-FECHA-EFECTIVA
           EXEC CICS READ FILE('COBTESF1')
                     INTO(WS-REG-FUTURO)
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     UPDATE
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   EVALUATE TRUE
                       WHEN NOT WS-FUT-PENDIENTE
                           EXEC CICS UNLOCK FILE('COBTESF1')
                                     RESP(WS-RESP)
                           END-EXEC
                           MOVE WS-MENSAJE-NO-PENDIENTE
                               TO WS-MENSAJE-PANTALLA
                       WHEN WS-FUT-USUARIO NOT = EIBOPID
                        AND NOT WS-AUT-PUEDE-CORREGIR
                           EXEC CICS UNLOCK FILE('COBTESF1')
                                     RESP(WS-RESP)
                           END-EXEC
                           MOVE WS-MENSAJE-NOAUT-ANU
                               TO WS-MENSAJE-PANTALLA
                       WHEN OTHER
                           PERFORM GRABAR-ANULACION
                   END-EVALUATE
               WHEN DFHRESP(NOTFND)
                   MOVE WS-MENSAJE-SIN-CAMBIO TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

       GRABAR-ANULACION.
           MOVE 'X' TO WS-FUT-ESTADO
           MOVE WS-FECHA-HOY TO WS-FUT-CIE-FECHA
           MOVE WS-HORA-HOY TO WS-FUT-CIE-HORA
           MOVE EIBOPID TO WS-FUT-CIE-USUARIO
           MOVE SPACES TO WS-FUT-CIE-TEXTO
           STRING 'ANULADO POR ' DELIMITED BY SIZE
                  EIBOPID DELIMITED BY SIZE
                  INTO WS-FUT-CIE-TEXTO
           END-STRING
           EXEC CICS REWRITE FILE('COBTESF1')
                     FROM(WS-REG-FUTURO)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE WS-MENSAJE-ANULADO TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * RECORRE LOS CAMBIOS DE LA CLAVE EN COBTESF1 (CLAVE MAS FECHA
      * EFECTIVA, ASI QUE VIENEN JUNTOS Y EN ORDEN DE FECHA) Y DEJA EN
      * LA TABLA LOS ULTIMOS 8, CONTANDO TODOS Y LOS PENDIENTES.  SI
      * COBTESF1 NO ESTA DISPONIBLE LA LISTA QUEDA VACIA.
      *****************************************************************
       ARMAR-LISTA.
           MOVE ZERO TO WS-CANT-LINEAS
           MOVE ZERO TO WS-CANT-CAMBIOS
           MOVE ZERO TO WS-CANT-PENDIENTES
           MOVE SPACES TO WS-TABLA-LINEAS
           MOVE WS-CLAVE-PEDIDA TO WS-FUT-CLAVE
           MOVE LOW-VALUES TO WS-FUT-FECHA-EFECTIVA
           EXEC CICS STARTBR FILE('COBTESF1')
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     GTEQ
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SW-FIN-LISTA
               PERFORM LEER-CAMBIO-LISTA UNTIL WS-FIN-LISTA
               EXEC CICS ENDBR FILE('COBTESF1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF.

       LEER-CAMBIO-LISTA.
           EXEC CICS READNEXT FILE('COBTESF1')
                     INTO(WS-REG-FUTURO)
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND WS-FUT-CLAVE = WS-CLAVE-PEDIDA
               ADD 1 TO WS-CANT-CAMBIOS
               IF WS-FUT-PENDIENTE
                   ADD 1 TO WS-CANT-PENDIENTES
               END-IF
               PERFORM AGREGAR-LINEA-LISTA
           ELSE
               MOVE 'S' TO WS-SW-FIN-LISTA
           END-IF.

       AGREGAR-LINEA-LISTA.
           IF WS-CANT-LINEAS < 8
               ADD 1 TO WS-CANT-LINEAS
           ELSE
               MOVE 1 TO WS-IND
               PERFORM CORRER-LINEA-LISTA UNTIL WS-IND > 7
           END-IF
           PERFORM ARMAR-LINEA-CAMBIO
           MOVE WS-LINEA-CAMBIO TO WS-LIN-LISTA (WS-CANT-LINEAS).

       CORRER-LINEA-LISTA.
           MOVE WS-LIN-LISTA (WS-IND + 1) TO WS-LIN-LISTA (WS-IND)
           ADD 1 TO WS-IND.

       ARMAR-LINEA-CAMBIO.
           MOVE SPACES TO WS-LINEA-CAMBIO
           MOVE WS-FUT-FECHA-EFECTIVA TO WS-LC-FECHA
           MOVE WS-FUT-CODIGO TO WS-LC-CODIGO
           MOVE WS-FUT-DESCRIPCION TO WS-LC-DESCRIPCION
           MOVE WS-FUT-IMPORTE TO WS-LC-IMPORTE
           MOVE WS-FUT-DAT-ESTADO TO WS-LC-ESTADO
           MOVE WS-FUT-USUARIO TO WS-LC-USUARIO
           EVALUATE TRUE
               WHEN WS-FUT-PENDIENTE
                   MOVE 'PEND' TO WS-LC-SITUACION
               WHEN WS-FUT-APLICADO
                   MOVE 'APLI' TO WS-LC-SITUACION
               WHEN WS-FUT-FALLIDO
                   MOVE 'FALL' TO WS-LC-SITUACION
               WHEN OTHER
                   MOVE 'ANUL' TO WS-LC-SITUACION
           END-EVALUATE
           IF WS-FUT-PENDIENTE
               STRING 'DESDE ' DELIMITED BY SIZE
                      WS-FUT-TERMINAL DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-FUT-FECHA DELIMITED BY SIZE
                      INTO WS-LC-RESULTADO
               END-STRING
           ELSE
               MOVE WS-FUT-CIE-TEXTO TO WS-LC-RESULTADO
           END-IF.

       ENVIAR-PANTALLA-PROGRAMA.
           MOVE WS-CAA-CLAVE TO MACLAO
           MOVE WS-CAA-FECHA TO MAFECO
           MOVE WS-CAA-CODIGO TO MACODO
           MOVE WS-CAA-DESCRIPCION TO MADESO
           MOVE WS-CAA-IMPORTE TO MAIMPO
           MOVE WS-CAA-ESTADO TO MAESTO
           MOVE SPACES TO MAACCO
           MOVE WS-LINEA-ACTUAL TO MAACTO
           MOVE 1 TO WS-IND
           PERFORM MOVER-LINEA-LISTA UNTIL WS-IND > 8
           MOVE WS-MENSAJE-PANTALLA TO MAMSGO
           EXEC CICS SEND MAP('VSWRMPA')
                     MAPSET('VSWRSET')
                     FROM(VSWRMPAO)
                     ERASE
           END-EXEC.

       MOVER-LINEA-LISTA.
           MOVE WS-LIN-LISTA (WS-IND) TO MALINO (WS-IND)
           ADD 1 TO WS-IND.

       DEVOLVER-CONTROL.
           MOVE WS-COMMAREAA TO DFHCOMMAREA
           EXEC CICS RETURN
                     TRANSID('VSWP')
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH WS-COMMAREAA)
           END-EXEC.
