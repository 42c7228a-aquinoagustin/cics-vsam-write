       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMMONI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
          COPY VSWRAUD.
          COPY VSWRAUT.
          COPY VSWRCI9.
          COPY VSWRMP9.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-ABSTIME         PIC S9(15) COMP.
          01 WS-FECHA-HOY       PIC X(08).
          01 WS-HORA-HOY        PIC X(06).
          01 WS-CONSTANTES.
             05 WS-MENSAJE-INICIAL PIC X(40)
                                  VALUE 'Actividad de hoy y colas'.
             05 WS-MENSAJE-REFRESCO PIC X(40)
                                  VALUE 'Datos actualizados'.
             05 WS-MENSAJE-FIN-LISTA PIC X(40)
                                  VALUE 'Fin de la lista'.
             05 WS-MENSAJE-PPIO-LISTA PIC X(40)
                                  VALUE 'Principio de la lista'.
             05 WS-MENSAJE-SIN-TERMINAL PIC X(40)
                                  VALUE 'Falta el terminal'.
             05 WS-MENSAJE-ACC-INV PIC X(40)
                                  VALUE 'Accion invalida'.
             05 WS-MENSAJE-SIN-COLA PIC X(40)
                                  VALUE 'Terminal sin esa cola'.
             05 WS-MENSAJE-ACTIVO PIC X(40)
                                  VALUE 'Terminal activo'.
             05 WS-MENSAJE-CKP-BORRADO PIC X(40)
                                  VALUE 'Checkpoint borrado'.
             05 WS-MENSAJE-DUP-BORRADA PIC X(40)
                                  VALUE 'Duplicados borrados'.
             05 WS-MENSAJE-SIN-COLAS PIC X(40)
                                  VALUE 'Colas no visibles'.
             05 WS-MENSAJE-LLENA PIC X(40)
                                  VALUE 'Tabla llena'.
             05 WS-MENSAJE-ERR  PIC X(40)
                                  VALUE 'Error desconocido'.
             05 WS-MENSAJE-NOAUT PIC X(24)
                                  VALUE 'VSAMMONI - No autorizado'.
             05 WS-RESULTADO-CKP PIC X(18)
                                  VALUE 'Checkpoint borrado'.
             05 WS-RESULTADO-DUP PIC X(18)
                                  VALUE 'Cola dup. borrada'.
          01 WS-MENSAJE-LEN     PIC S9(4) USAGE IS BINARY.
          01 WS-AID-VALORES.
             05 WS-AID-PF3         PIC X VALUE X'F3'.
             05 WS-AID-PF5         PIC X VALUE X'F5'.
             05 WS-AID-PF7         PIC X VALUE X'F7'.
             05 WS-AID-PF8         PIC X VALUE X'F8'.
          01 WS-MENSAJE-PANTALLA PIC X(40) VALUE SPACES.
          01 WS-SW-SUPERVISOR   PIC X(01).
             88 WS-ES-SUPERVISOR   VALUE 'S'.
          01 WS-CUENTA          PIC S9(4) COMP.
          01 WS-ACCION          PIC X(01).
          01 WS-TERMINAL-PEDIDO PIC X(04).
      *****************************************************************
      * LAS COLAS DE TRABAJO DE VSAMWRIT SE LLAMAN VSWK + TERMINAL
      * (CHECKPOINT, UN ITEM CON LA ULTIMA CLAVE GRABADA) Y VSWD +
      * TERMINAL (DUPLICADOS, UN ITEM POR CLAVE); VER VSWRADD.CBL.
      * EL NOMBRE SE PARTE EN PREFIJO Y TERMINAL PARA RECONOCERLAS AL
      * RECORRER LAS COLAS Y PARA ARMARLAS AL LIMPIAR UNA.
      *****************************************************************
          01 WS-TSQ-AUDITORIA   PIC X(08) VALUE 'VSWRAUDQ'.
          01 WS-NOMBRE-COLA.
             05 WS-COLA-PREFIJO    PIC X(04).
                88 WS-COLA-CHECKPOINT VALUE 'VSWK'.
                88 WS-COLA-DUPLICADOS VALUE 'VSWD'.
             05 WS-COLA-TERMINAL   PIC X(04).
          01 WS-COLA-ITEMS      PIC S9(4) COMP.
          01 WS-ITEM-TS         PIC S9(4) COMP.
          01 WS-LARGO-AUDITORIA PIC S9(4) COMP.
          01 WS-REG-CHECKPOINT  PIC 9(6).
          01 WS-LARGO-CKPT      PIC S9(4) COMP VALUE +6.
          01 WS-ITEM-CKPT       PIC S9(4) COMP VALUE +1.
          01 WS-SW-FIN-COLA     PIC X(01).
             88 WS-FIN-COLA        VALUE 'S'.
          01 WS-SW-SIN-COLAS    PIC X(01).
             88 WS-SIN-COLAS       VALUE 'S'.
          01 WS-SW-TABLA-LLENA  PIC X(01).
             88 WS-TABLA-LLENA     VALUE 'S'.
          01 WS-SIN-VOLCAR      PIC 9(5).
          01 WS-TIPO-RESULTADO  PIC 9(1).
             88 WS-TIPO-ESCRITO    VALUE 1.
             88 WS-TIPO-CORREGIDO  VALUE 2.
             88 WS-TIPO-BORRADO    VALUE 3.
             88 WS-TIPO-DUPLICADO  VALUE 4.
             88 WS-TIPO-ERROR      VALUE 5.
             88 WS-TIPO-NOAUT      VALUE 6.
             88 WS-TIPO-SUPERVISION VALUE 7.
      *****************************************************************
      * UN TERMINAL SE PUEDE LIMPIAR SI NO DEJO NINGUNA ENTRADA EN LA
      * AUDITORIA EN LOS ULTIMOS WS-MINUTOS-INACTIVO MINUTOS: VSAMWRIT
      * AUDITA CADA ENTER, ASI QUE UN OPERADOR TRABAJANDO NO PASA
      * TANTO TIEMPO SIN DEJAR RASTRO.  NO SE MIRA EL USO DE LA COLA
      * EN SI PORQUE EL PROPIO MONITOR LEE EL CHECKPOINT AL MOSTRARLO.
      *****************************************************************
          01 WS-MINUTOS-INACTIVO PIC 9(3) VALUE 15.
          01 WS-HORA-CALCULO.
             05 WS-HC-HH           PIC 9(2).
             05 WS-HC-MM           PIC 9(2).
             05 WS-HC-SS           PIC 9(2).
          01 WS-SEGUNDOS-AHORA  PIC S9(7) COMP.
          01 WS-SEGUNDOS-ULTIMA PIC S9(7) COMP.
          01 WS-ULTIMA-TERMINAL PIC X(06).
      *****************************************************************
      * UNA FILA POR TERMINAL Y USUARIO CON LO QUE HIZO HOY SEGUN LA
      * COLA DE AUDITORIA (LOS MISMOS RUBROS QUE RESUME VSAMAUDR), LA
      * HORA DE SU ULTIMA ENTRADA, Y LAS COLAS ABIERTAS DEL TERMINAL.
      * LAS COLAS SON DEL TERMINAL, NO DEL USUARIO: SE ANOTAN EN LA
      * FILA DEL ULTIMO USUARIO QUE TRABAJO EN ESE TERMINAL, O EN
      * UNA FILA SIN USUARIO SI HOY NO HUBO ACTIVIDAD EN EL.  LA
      * TABLA SE MANTIENE ORDENADA POR TERMINAL Y USUARIO.
      *****************************************************************
          01 WS-TAB-FILAS.
             05 WS-FIL-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-FIL-ENTRADA OCCURS 100 TIMES.
                10 WS-FIL-ORDEN.
                   15 WS-FIL-TERMINAL  PIC X(04).
                   15 WS-FIL-USUARIO   PIC X(08).
                10 WS-FIL-ULTIMA    PIC X(06).
                10 WS-FIL-ESC       PIC 9(5).
                10 WS-FIL-COR       PIC 9(5).
                10 WS-FIL-BOR       PIC 9(5).
                10 WS-FIL-DUP       PIC 9(5).
                10 WS-FIL-NOA       PIC 9(5).
                10 WS-FIL-ERR       PIC 9(5).
                10 WS-FIL-CKP-CLAVE PIC X(06).
                10 WS-FIL-DUP-COLA  PIC X(01).
                10 WS-FIL-DUP-ITEMS PIC 9(4).
          01 WS-FILA-VACIA.
             05 WS-VAC-ORDEN.
                10 WS-VAC-TERMINAL  PIC X(04) VALUE SPACES.
                10 WS-VAC-USUARIO   PIC X(08) VALUE SPACES.
             05 FILLER           PIC X(06) VALUE SPACES.
             05 FILLER           PIC 9(30) VALUE ZERO.
             05 FILLER           PIC X(06) VALUE SPACES.
             05 FILLER           PIC X(01) VALUE 'N'.
             05 FILLER           PIC 9(4) VALUE ZERO.
          01 WS-IDX             PIC S9(4) COMP.
          01 WS-IDX-FILA        PIC S9(4) COMP.
          01 WS-IDX-MOV         PIC S9(4) COMP.
          01 WS-LIN             PIC S9(4) COMP.
          01 WS-IDX-TAB         PIC S9(4) COMP.
          01 WS-PAG-ED          PIC ZZ9.
          01 WS-CANT-ED         PIC ZZ9.
          01 WS-SIN-VOLCAR-ED   PIC ZZZZ9.
          01 WS-ITEMS-ED        PIC 9(5).
          01 WS-PUNTERO         PIC S9(4) COMP.
          01 WS-LINEA-MONITOR.
             05 WS-LMO-TERMINAL  PIC X(04).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-USUARIO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-ESC       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-COR       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-BOR       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-DUP       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-NOA       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-ERR       PIC ZZZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-ULTIMA    PIC X(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-CHECKPOINT PIC X(07).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMO-DUP-COLA  PIC X(06).
          01 WS-DUP-COLA-ED     PIC ZZZZZ9.
       LINKAGE SECTION.
          01 DFHCOMMAREA             PIC X(03).
       PROCEDURE DIVISION.
      *****************************************************************
      * MONITOR DE OPERACION PARA EL SUPERVISOR: CUANTAS ENTRADAS HAY
      * EN LA COLA DE AUDITORIA VSWRAUDQ DESDE EL ULTIMO VOLCADO
      * (VSWO), QUE HIZO HOY CADA TERMINAL Y USUARIO SEGUN ESA COLA,
      * Y QUE TERMINALES TIENEN UN CHECKPOINT O UNA COLA DE
      * DUPLICADOS DE VSAMWRIT ABIERTOS.  CADA TECLA VUELVE A ARMAR LA
      * FOTO (PF5 SOLO REFRESCA).  CON TERMINAL Y ACCION EL
      * SUPERVISOR BORRA EL CHECKPOINT (K) O LA COLA DE DUPLICADOS (D)
      * DE UN TERMINAL ABANDONADO, Y LA LIMPIEZA QUEDA EN LA
      * AUDITORIA.  HACE FALTA EL 7 EN LAS OPCIONES DE COBTESU1, Y SE
      * VERIFICA EN CADA IDA Y VUELTA COMO EN VSAMSUPR.  EL RECORRIDO
      * DE COLAS USA INQUIRE TSQUEUE (COMANDO DE SISTEMA: EL PROGRAMA
      * SE TRADUCE CON LA OPCION SP).
      *****************************************************************
       MAIN-PROCESS.
           PERFORM VERIFICAR-SUPERVISOR
           IF NOT WS-ES-SUPERVISOR
               MOVE LENGTH WS-MENSAJE-NOAUT TO WS-MENSAJE-LEN
               EXEC CICS SEND
                         FROM(WS-MENSAJE-NOAUT)
                         LENGTH(WS-MENSAJE-LEN)
                         ERASE
               END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF
           IF EIBCALEN = 0
               MOVE 1 TO WS-CA9-PAGINA
               MOVE WS-MENSAJE-INICIAL TO WS-MENSAJE-PANTALLA
               PERFORM ARMAR-FOTO
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA9
               EVALUATE EIBAID
                   WHEN WS-AID-PF3
                       EXEC CICS XCTL
                                 PROGRAM('VSAMMENU')
                       END-EXEC
                   WHEN WS-AID-PF5
                       MOVE WS-MENSAJE-REFRESCO TO WS-MENSAJE-PANTALLA
                       PERFORM ARMAR-FOTO
                   WHEN WS-AID-PF8
                       PERFORM ARMAR-FOTO
                       PERFORM PAGINA-SIGUIENTE
                   WHEN WS-AID-PF7
                       PERFORM ARMAR-FOTO
                       PERFORM PAGINA-ANTERIOR
                   WHEN OTHER
                       PERFORM RECIBIR-PANTALLA-MONITOR
                       PERFORM ARMAR-FOTO
                       IF WS-ACCION = SPACE
                           MOVE WS-MENSAJE-REFRESCO
                               TO WS-MENSAJE-PANTALLA
                       ELSE
                           PERFORM ATENDER-ACCION
                           PERFORM ARMAR-FOTO
                       END-IF
               END-EVALUATE
           END-IF
           IF WS-TABLA-LLENA
               MOVE WS-MENSAJE-LLENA TO WS-MENSAJE-PANTALLA
           END-IF
           IF WS-SIN-COLAS
               MOVE WS-MENSAJE-SIN-COLAS TO WS-MENSAJE-PANTALLA
           END-IF
           PERFORM ARMAR-PANTALLA-LISTA
           PERFORM ENVIAR-PANTALLA-MONITOR
           PERFORM DEVOLVER-CONTROL.

       VERIFICAR-SUPERVISOR.
           MOVE 'N' TO WS-SW-SUPERVISOR
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
                   FOR ALL '7'
               IF WS-CUENTA > ZERO
                   MOVE 'S' TO WS-SW-SUPERVISOR
               END-IF
           END-IF.

       RECIBIR-PANTALLA-MONITOR.
           MOVE SPACE TO WS-ACCION
           MOVE SPACES TO WS-TERMINAL-PEDIDO
           EXEC CICS RECEIVE MAP('VSWRMP9')
                     MAPSET('VSWRSET')
                     INTO(VSWRMP9I)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL) OR WS-RESP = DFHRESP(MAPFAIL)
               IF M9TRML > ZERO
                   MOVE M9TRMI TO WS-TERMINAL-PEDIDO
               END-IF
               IF M9ACCL > ZERO
                   MOVE M9ACCI TO WS-ACCION
               END-IF
           END-IF.

      *****************************************************************
      * ARMA LA FOTO DEL MOMENTO: PRIMERO LA ACTIVIDAD DE HOY DESDE LA
      * COLA DE AUDITORIA, DESPUES LAS COLAS DE TRABAJO ABIERTAS, QUE
      * SE CUELGAN DE LAS FILAS YA ARMADAS.
      *****************************************************************
       ARMAR-FOTO.
           MOVE ZERO TO WS-FIL-CANT
           MOVE ZERO TO WS-SIN-VOLCAR
           MOVE 'N' TO WS-SW-TABLA-LLENA
           MOVE 'N' TO WS-SW-SIN-COLAS
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-HOY)
                     TIME(WS-HORA-HOY)
           END-EXEC
           MOVE 1 TO WS-ITEM-TS
           MOVE 'N' TO WS-SW-FIN-COLA
           PERFORM LEER-UNA-AUDITORIA
               UNTIL WS-FIN-COLA
           PERFORM RECORRER-COLAS.

       LEER-UNA-AUDITORIA.
           MOVE LENGTH WS-REG-AUDITORIA TO WS-LARGO-AUDITORIA
           EXEC CICS READQ TS
                     QUEUE(WS-TSQ-AUDITORIA)
                     INTO(WS-REG-AUDITORIA)
                     LENGTH(WS-LARGO-AUDITORIA)
                     ITEM(WS-ITEM-TS)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-SIN-VOLCAR
               IF WS-AUD-FECHA = WS-FECHA-HOY
                   PERFORM ACUMULAR-AUDITORIA
               END-IF
               ADD 1 TO WS-ITEM-TS
           ELSE
               MOVE 'S' TO WS-SW-FIN-COLA
           END-IF.

      *****************************************************************
      * LAS LIMPIEZAS DE ESTE MISMO MONITOR TAMBIEN VAN A LA COLA, PERO
      * NO SON ACTIVIDAD DE CARGA: NO SE ACUMULAN.
      *****************************************************************
       ACUMULAR-AUDITORIA.
           PERFORM CLASIFICAR-RESULTADO
           IF NOT WS-TIPO-SUPERVISION
               MOVE WS-AUD-TERMINAL TO WS-VAC-TERMINAL
               MOVE WS-AUD-USUARIO TO WS-VAC-USUARIO
               PERFORM UBICAR-FILA
               IF WS-IDX-FILA > ZERO
                   EVALUATE TRUE
                       WHEN WS-TIPO-ESCRITO
                           ADD 1 TO WS-FIL-ESC(WS-IDX-FILA)
                       WHEN WS-TIPO-CORREGIDO
                           ADD 1 TO WS-FIL-COR(WS-IDX-FILA)
                       WHEN WS-TIPO-BORRADO
                           ADD 1 TO WS-FIL-BOR(WS-IDX-FILA)
                       WHEN WS-TIPO-DUPLICADO
                           ADD 1 TO WS-FIL-DUP(WS-IDX-FILA)
                       WHEN WS-TIPO-NOAUT
                           ADD 1 TO WS-FIL-NOA(WS-IDX-FILA)
                       WHEN WS-TIPO-ERROR
                           ADD 1 TO WS-FIL-ERR(WS-IDX-FILA)
                   END-EVALUATE
                   IF WS-AUD-HORA > WS-FIL-ULTIMA(WS-IDX-FILA)
                      OR WS-FIL-ULTIMA(WS-IDX-FILA) = SPACES
                       MOVE WS-AUD-HORA TO WS-FIL-ULTIMA(WS-IDX-FILA)
                   END-IF
               END-IF
           END-IF.

       CLASIFICAR-RESULTADO.
           EVALUATE WS-AUD-RESULTADO
               WHEN 'Registro escrito'
                   MOVE 1 TO WS-TIPO-RESULTADO
               WHEN 'Registro corregido'
                   MOVE 2 TO WS-TIPO-RESULTADO
               WHEN 'Registro borrado'
                   MOVE 3 TO WS-TIPO-RESULTADO
               WHEN 'Clave duplicada'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'Retenido p/aprobar'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'Espera aprobacion'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'No autorizado'
                   MOVE 6 TO WS-TIPO-RESULTADO
               WHEN 'Checkpoint borrado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cola dup. borrada'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cambio aprobado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cambio rechazado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Aprobacion vencida'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN OTHER
                   MOVE 5 TO WS-TIPO-RESULTADO
           END-EVALUATE.

      *****************************************************************
      * BUSCA LA FILA DEL TERMINAL Y USUARIO DE WS-VAC-ORDEN; SI NO
      * ESTA, LA INSERTA EN SU LUGAR CORRIENDO LAS DE ATRAS.  CON LA
      * TABLA LLENA DEVUELVE CERO Y LA ACTIVIDAD NO SE MUESTRA.
      *****************************************************************
       UBICAR-FILA.
           MOVE ZERO TO WS-IDX-FILA
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-FILA
               UNTIL WS-IDX-FILA > ZERO OR WS-IDX > WS-FIL-CANT
           IF WS-IDX-FILA = ZERO
               IF WS-FIL-CANT < 100
                   PERFORM INSERTAR-FILA
               ELSE
                   MOVE 'S' TO WS-SW-TABLA-LLENA
               END-IF
           END-IF.

       BUSCAR-FILA.
           IF WS-FIL-ORDEN(WS-IDX) = WS-VAC-ORDEN
               MOVE WS-IDX TO WS-IDX-FILA
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       INSERTAR-FILA.
           MOVE 1 TO WS-IDX
           PERFORM AVANZAR-POSICION
               UNTIL WS-IDX > WS-FIL-CANT
                  OR WS-FIL-ORDEN(WS-IDX) > WS-VAC-ORDEN
           MOVE WS-FIL-CANT TO WS-IDX-MOV
           PERFORM CORRER-FILA
               UNTIL WS-IDX-MOV < WS-IDX
           ADD 1 TO WS-FIL-CANT
           MOVE WS-FILA-VACIA TO WS-FIL-ENTRADA(WS-IDX)
           MOVE WS-IDX TO WS-IDX-FILA.

       AVANZAR-POSICION.
           ADD 1 TO WS-IDX.

       CORRER-FILA.
           MOVE WS-FIL-ENTRADA(WS-IDX-MOV)
               TO WS-FIL-ENTRADA(WS-IDX-MOV + 1)
           SUBTRACT 1 FROM WS-IDX-MOV.

      *****************************************************************
      * RECORRE TODAS LAS COLAS TS DE LA REGION Y SE QUEDA CON LOS
      * CHECKPOINTS Y LAS COLAS DE DUPLICADOS DE VSAMWRIT.  SI EL
      * RECORRIDO NO SE PUEDE ABRIR (P.EJ. SIN PERMISO SOBRE LOS
      * COMANDOS DE SISTEMA) SE AVISA Y SE MUESTRA SOLO LA ACTIVIDAD.
      *****************************************************************
       RECORRER-COLAS.
           EXEC CICS INQUIRE TSQUEUE START
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO WS-SW-FIN-COLA
               PERFORM LEER-SIGUIENTE-COLA
                   UNTIL WS-FIN-COLA
               EXEC CICS INQUIRE TSQUEUE END
                         RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE 'S' TO WS-SW-SIN-COLAS
           END-IF.

       LEER-SIGUIENTE-COLA.
           EXEC CICS INQUIRE TSQUEUE(WS-NOMBRE-COLA)
                     NEXT
                     NUMITEMS(WS-COLA-ITEMS)
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-COLA-CHECKPOINT OR WS-COLA-DUPLICADOS
                   PERFORM ANOTAR-COLA
               END-IF
           ELSE
               MOVE 'S' TO WS-SW-FIN-COLA
           END-IF.

       ANOTAR-COLA.
           PERFORM UBICAR-FILA-TERMINAL
           IF WS-IDX-FILA = ZERO
               MOVE WS-COLA-TERMINAL TO WS-VAC-TERMINAL
               MOVE SPACES TO WS-VAC-USUARIO
               PERFORM UBICAR-FILA
           END-IF
           IF WS-IDX-FILA > ZERO
               IF WS-COLA-CHECKPOINT
                   PERFORM LEER-CHECKPOINT
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WS-REG-CHECKPOINT
                           TO WS-FIL-CKP-CLAVE(WS-IDX-FILA)
                   ELSE
                       MOVE '??????' TO WS-FIL-CKP-CLAVE(WS-IDX-FILA)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-FIL-DUP-COLA(WS-IDX-FILA)
                   MOVE WS-COLA-ITEMS TO WS-FIL-DUP-ITEMS(WS-IDX-FILA)
               END-IF
           END-IF.

      *****************************************************************
      * LA FILA DEL TERMINAL CON LA ENTRADA DE AUDITORIA MAS RECIENTE,
      * O CERO SI EL TERMINAL NO TUVO ACTIVIDAD HOY.  DEJA ADEMAS ESA
      * HORA EN WS-ULTIMA-TERMINAL.
      *****************************************************************
       UBICAR-FILA-TERMINAL.
           MOVE ZERO TO WS-IDX-FILA
           MOVE SPACES TO WS-ULTIMA-TERMINAL
           MOVE 1 TO WS-IDX
           PERFORM ELEGIR-FILA-TERMINAL
               UNTIL WS-IDX > WS-FIL-CANT.

       ELEGIR-FILA-TERMINAL.
           IF WS-FIL-TERMINAL(WS-IDX) = WS-COLA-TERMINAL
              AND WS-FIL-ULTIMA(WS-IDX) NOT = SPACES
              AND (WS-IDX-FILA = ZERO
                   OR WS-FIL-ULTIMA(WS-IDX) > WS-ULTIMA-TERMINAL)
               MOVE WS-IDX TO WS-IDX-FILA
               MOVE WS-FIL-ULTIMA(WS-IDX) TO WS-ULTIMA-TERMINAL
           END-IF
           ADD 1 TO WS-IDX.

       LEER-CHECKPOINT.
           MOVE ZERO TO WS-REG-CHECKPOINT
           EXEC CICS READQ TS
                     QUEUE(WS-NOMBRE-COLA)
                     INTO(WS-REG-CHECKPOINT)
                     LENGTH(WS-LARGO-CKPT)
                     ITEM(WS-ITEM-CKPT)
                     RESP(WS-RESP)
           END-EXEC.

      *****************************************************************
      * LIMPIEZA DE UNA COLA ABANDONADA.  SIN CHECKPOINT, EL PROXIMO
      * VSAMWRIT EN ESE TERMINAL ARRANCA DE LA CLAVE QUE LE DEN Y NO
      * DE DONDE QUEDO EL OPERADOR QUE SE FUE; SIN LA COLA DE
      * DUPLICADOS, SU RESUMEN FINAL YA NO LISTA CLAVES PENDIENTES.
      * SE NIEGA SI EL TERMINAL TUVO ACTIVIDAD RECIENTE (VER
      * WS-MINUTOS-INACTIVO).  LA ENTRADA DE AUDITORIA LLEVA EL
      * SUPERVISOR Y SU TERMINAL, LA CLAVE DEL CHECKPOINT BORRADO (O
      * CERO) Y EN LA IMAGEN ANTES EL NOMBRE DE LA COLA Y SUS ITEMS.
      *****************************************************************
       ATENDER-ACCION.
           EVALUATE TRUE
               WHEN WS-TERMINAL-PEDIDO = SPACES
                   MOVE WS-MENSAJE-SIN-TERMINAL TO WS-MENSAJE-PANTALLA
               WHEN WS-ACCION = 'K'
                   MOVE 'VSWK' TO WS-COLA-PREFIJO
                   PERFORM LIMPIAR-COLA
               WHEN WS-ACCION = 'D'
                   MOVE 'VSWD' TO WS-COLA-PREFIJO
                   PERFORM LIMPIAR-COLA
               WHEN OTHER
                   MOVE WS-MENSAJE-ACC-INV TO WS-MENSAJE-PANTALLA
           END-EVALUATE.

       LIMPIAR-COLA.
           MOVE WS-TERMINAL-PEDIDO TO WS-COLA-TERMINAL
           EXEC CICS INQUIRE TSQUEUE(WS-NOMBRE-COLA)
                     NUMITEMS(WS-COLA-ITEMS)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(QIDERR)
                   MOVE WS-MENSAJE-SIN-COLA TO WS-MENSAJE-PANTALLA
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
               WHEN OTHER
                   PERFORM VERIFICAR-INACTIVIDAD
                   IF WS-SEGUNDOS-AHORA - WS-SEGUNDOS-ULTIMA
                      < WS-MINUTOS-INACTIVO * 60
                       MOVE WS-MENSAJE-ACTIVO TO WS-MENSAJE-PANTALLA
                   ELSE
                       PERFORM BORRAR-COLA
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * SEGUNDOS DEL DIA DE AHORA Y DE LA ULTIMA ENTRADA DE AUDITORIA
      * DEL TERMINAL.  SIN ACTIVIDAD HOY, LA ULTIMA QUEDA EN CERO Y
      * EL TERMINAL CUENTA COMO INACTIVO DESDE LA MEDIANOCHE.
      *****************************************************************
       VERIFICAR-INACTIVIDAD.
           PERFORM UBICAR-FILA-TERMINAL
           MOVE WS-HORA-HOY TO WS-HORA-CALCULO
           COMPUTE WS-SEGUNDOS-AHORA = WS-HC-HH * 3600
                                     + WS-HC-MM * 60 + WS-HC-SS
           MOVE ZERO TO WS-SEGUNDOS-ULTIMA
           IF WS-ULTIMA-TERMINAL NOT = SPACES
               MOVE WS-ULTIMA-TERMINAL TO WS-HORA-CALCULO
               COMPUTE WS-SEGUNDOS-ULTIMA = WS-HC-HH * 3600
                                          + WS-HC-MM * 60 + WS-HC-SS
           END-IF.

       BORRAR-COLA.
           MOVE ZERO TO WS-REG-CHECKPOINT
           IF WS-COLA-CHECKPOINT
               PERFORM LEER-CHECKPOINT
           END-IF
           EXEC CICS DELETEQ TS
                     QUEUE(WS-NOMBRE-COLA)
                     RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE WS-MENSAJE-ERR TO WS-MENSAJE-PANTALLA
               WHEN WS-COLA-CHECKPOINT
                   MOVE WS-MENSAJE-CKP-BORRADO TO WS-MENSAJE-PANTALLA
                   MOVE WS-RESULTADO-CKP TO WS-AUD-RESULTADO
                   PERFORM REGISTRAR-AUDITORIA
               WHEN OTHER
                   MOVE WS-MENSAJE-DUP-BORRADA TO WS-MENSAJE-PANTALLA
                   MOVE WS-RESULTADO-DUP TO WS-AUD-RESULTADO
                   PERFORM REGISTRAR-AUDITORIA
           END-EVALUATE.

       REGISTRAR-AUDITORIA.
           MOVE WS-REG-CHECKPOINT TO WS-AUD-CLAVE
           MOVE WS-RESP TO WS-AUD-RESP
           MOVE EIBTRMID TO WS-AUD-TERMINAL
           MOVE EIBOPID TO WS-AUD-USUARIO
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-AUD-FECHA)
                     TIME(WS-AUD-HORA)
           END-EXEC
           MOVE WS-COLA-ITEMS TO WS-ITEMS-ED
           MOVE SPACES TO WS-AUD-DATOS-ANTES WS-AUD-DATOS-DESPUES
           MOVE 1 TO WS-PUNTERO
           STRING 'COLA=' DELIMITED BY SIZE
                  WS-NOMBRE-COLA DELIMITED BY SIZE
                  ' ITEMS=' DELIMITED BY SIZE
                  WS-ITEMS-ED DELIMITED BY SIZE
                  INTO WS-AUD-DATOS-ANTES
                  WITH POINTER WS-PUNTERO
           END-STRING
           MOVE LENGTH WS-REG-AUDITORIA TO WS-LARGO-AUDITORIA
           EXEC CICS WRITEQ TS
                     QUEUE(WS-TSQ-AUDITORIA)
                     FROM(WS-REG-AUDITORIA)
                     LENGTH(WS-LARGO-AUDITORIA)
                     RESP(WS-RESP)
           END-EXEC.

       PAGINA-SIGUIENTE.
           IF WS-CA9-PAGINA * 12 < WS-FIL-CANT
               ADD 1 TO WS-CA9-PAGINA
               MOVE WS-MENSAJE-REFRESCO TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-MENSAJE-FIN-LISTA TO WS-MENSAJE-PANTALLA
           END-IF.

       PAGINA-ANTERIOR.
           IF WS-CA9-PAGINA > 1
               SUBTRACT 1 FROM WS-CA9-PAGINA
               MOVE WS-MENSAJE-REFRESCO TO WS-MENSAJE-PANTALLA
           ELSE
               MOVE WS-MENSAJE-PPIO-LISTA TO WS-MENSAJE-PANTALLA
           END-IF.

      *****************************************************************
      * SI DESDE LA ULTIMA TECLA LA LISTA SE ACHICO (UN VOLCADO VACIO
      * LA COLA DE AUDITORIA, SE LIMPIO UNA COLA), LA PAGINA SE AJUSTA
      * A LA ULTIMA QUE TODAVIA TIENE FILAS.
      *****************************************************************
       ARMAR-PANTALLA-LISTA.
           IF (WS-CA9-PAGINA - 1) * 12 >= WS-FIL-CANT
               COMPUTE WS-CA9-PAGINA = (WS-FIL-CANT + 11) / 12
               IF WS-CA9-PAGINA = ZERO
                   MOVE 1 TO WS-CA9-PAGINA
               END-IF
           END-IF
           MOVE 1 TO WS-LIN
           PERFORM LIMPIAR-LINEA-LISTA
               UNTIL WS-LIN > 12
           COMPUTE WS-IDX-TAB = (WS-CA9-PAGINA - 1) * 12
           MOVE ZERO TO WS-LIN
           PERFORM ARMAR-UNA-LINEA
               UNTIL WS-LIN >= 12
                  OR WS-IDX-TAB + WS-LIN >= WS-FIL-CANT
           MOVE WS-CA9-PAGINA TO WS-PAG-ED
           MOVE WS-FIL-CANT TO WS-CANT-ED
           MOVE SPACES TO M9PAGO
           MOVE 1 TO WS-PUNTERO
           STRING 'PAG=' DELIMITED BY SIZE
                  WS-PAG-ED DELIMITED BY SIZE
                  ' FILAS=' DELIMITED BY SIZE
                  WS-CANT-ED DELIMITED BY SIZE
                  INTO M9PAGO
                  WITH POINTER WS-PUNTERO
           END-STRING
           MOVE WS-SIN-VOLCAR TO WS-SIN-VOLCAR-ED
           MOVE SPACES TO M9RESO
           MOVE 1 TO WS-PUNTERO
           STRING 'AUDITORIA SIN VOLCAR=' DELIMITED BY SIZE
                  WS-SIN-VOLCAR-ED DELIMITED BY SIZE
                  '  HOY=' DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  '  A LAS ' DELIMITED BY SIZE
                  WS-HORA-HOY(1:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-HORA-HOY(3:2) DELIMITED BY SIZE
                  ':' DELIMITED BY SIZE
                  WS-HORA-HOY(5:2) DELIMITED BY SIZE
                  INTO M9RESO
                  WITH POINTER WS-PUNTERO
           END-STRING.

       LIMPIAR-LINEA-LISTA.
           MOVE SPACES TO M9LINO(WS-LIN)
           ADD 1 TO WS-LIN.

       ARMAR-UNA-LINEA.
           ADD 1 TO WS-LIN
           COMPUTE WS-IDX = WS-IDX-TAB + WS-LIN
           MOVE WS-FIL-TERMINAL(WS-IDX) TO WS-LMO-TERMINAL
           MOVE WS-FIL-USUARIO(WS-IDX) TO WS-LMO-USUARIO
           MOVE WS-FIL-ESC(WS-IDX) TO WS-LMO-ESC
           MOVE WS-FIL-COR(WS-IDX) TO WS-LMO-COR
           MOVE WS-FIL-BOR(WS-IDX) TO WS-LMO-BOR
           MOVE WS-FIL-DUP(WS-IDX) TO WS-LMO-DUP
           MOVE WS-FIL-NOA(WS-IDX) TO WS-LMO-NOA
           MOVE WS-FIL-ERR(WS-IDX) TO WS-LMO-ERR
           MOVE SPACES TO WS-LMO-ULTIMA
           IF WS-FIL-ULTIMA(WS-IDX) NOT = SPACES
               STRING WS-FIL-ULTIMA(WS-IDX)(1:2) DELIMITED BY SIZE
                      ':' DELIMITED BY SIZE
                      WS-FIL-ULTIMA(WS-IDX)(3:2) DELIMITED BY SIZE
                      INTO WS-LMO-ULTIMA
               END-STRING
           END-IF
           MOVE WS-FIL-CKP-CLAVE(WS-IDX) TO WS-LMO-CHECKPOINT
           MOVE SPACES TO WS-LMO-DUP-COLA
           IF WS-FIL-DUP-COLA(WS-IDX) = 'S'
               MOVE WS-FIL-DUP-ITEMS(WS-IDX) TO WS-DUP-COLA-ED
               MOVE WS-DUP-COLA-ED TO WS-LMO-DUP-COLA
           END-IF
           MOVE WS-LINEA-MONITOR TO M9LINO(WS-LIN).

       ENVIAR-PANTALLA-MONITOR.
           MOVE SPACES TO M9TRMO
           MOVE SPACES TO M9ACCO
           MOVE WS-MENSAJE-PANTALLA TO M9MSGO
           EXEC CICS SEND MAP('VSWRMP9')
                     MAPSET('VSWRSET')
                     FROM(VSWRMP9O)
                     ERASE
           END-EXEC.

       DEVOLVER-CONTROL.
           MOVE WS-COMMAREA9 TO DFHCOMMAREA
           EXEC CICS RETURN
                     TRANSID('VSWT')
                     COMMAREA(DFHCOMMAREA)
                     LENGTH(LENGTH WS-COMMAREA9)
           END-EXEC.
