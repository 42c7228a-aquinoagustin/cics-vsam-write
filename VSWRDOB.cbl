       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMDOBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOBLES ASSIGN TO DOBLES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DOB-CLAVE-ARCH
               FILE STATUS IS WS-FS-DOBLES.
           SELECT PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PAR-CLAVE
               FILE STATUS IS WS-FS-PARAMS.
           SELECT AUDFILE ASSIGN TO AUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AUF-CLAVE-ARCH
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT FICHAPAR ASSIGN TO FICHAPAR
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * LOS CAMBIOS QUE VSAMWRIT DEJO A APROBAR Y QUE SE ATIENDEN DESDE
      * LA PANTALLA VSAMAPRO.  LOS VENCIDOS SE REESCRIBEN CERRADOS Y
      * LOS CERRADOS, YA DEVUELTOS EN EL REPORTE, SE BORRAN.
      *****************************************************************
       FD  DOBLES.
       COPY VSWRDOB.
       FD  PARAMS.
       COPY VSWRPAR.
      *****************************************************************
      * CADA PEDIDO VENCIDO DEJA SU ENTRADA EN LA AUDITORIA COBTESA1,
      * COMO LA APROBACION Y EL RECHAZO QUE DEJA VSAMAPRO EN LINEA.
      *****************************************************************
       FD  AUDFILE.
       COPY VSWRAUF.
      *****************************************************************
      * FICHA DE FICHAPAR (CADA CAMPO EN BLANCO QUEDA COMO ESTA EN
      * COBTESK1; LA PRIMERA VEZ TOMA SU OMISION):
      *   COLUMNAS  1-9  UMBRAL DE IMPORTE 9999999V99 (005000000)
      *   COLUMNAS 11-13 DIAS PARA VENCER UN PEDIDO, 000 = NO VENCE
      *                  (005)
      *****************************************************************
       FD  FICHAPAR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-PARAMETROS.
          05 WS-PRM-UMBRAL    PIC X(09).
          05 WS-PRM-UMBRAL-N REDEFINES WS-PRM-UMBRAL
                              PIC 9(7)V99.
          05 FILLER           PIC X(01).
          05 WS-PRM-DIAS      PIC X(03).
          05 WS-PRM-DIAS-N REDEFINES WS-PRM-DIAS
                              PIC 9(03).
          05 FILLER           PIC X(67).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-DOBLES     PIC X(02).
          01 WS-FS-PARAMS     PIC X(02).
          01 WS-FS-AUDITORIA  PIC X(02).
          01 WS-SW-DOBLES-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-DOBLES-ABIERTO  VALUE 'S'.
          01 WS-SW-PARAMS-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-PARAMS-ABIERTO  VALUE 'S'.
          01 WS-SW-PARAMS-VACIO PIC X(01) VALUE 'N'.
             88 WS-PARAMS-VACIO    VALUE 'S'.
          01 WS-SW-AUDFILE-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-AUDFILE-ABIERTO VALUE 'S'.
          01 WS-SW-PARAMETRO  PIC X(01) VALUE 'N'.
             88 WS-PARAMETRO-VALIDO VALUE 'S'.
          01 WS-SW-PAR-NUEVO  PIC X(01) VALUE 'N'.
             88 WS-PAR-NUEVO       VALUE 'S'.
          01 WS-SW-PAR-CAMBIADO PIC X(01) VALUE 'N'.
             88 WS-PAR-CAMBIADO    VALUE 'S'.
          01 WS-SW-FIN-DOBLES PIC X(01) VALUE 'N'.
             88 WS-FIN-DOBLES      VALUE 'S'.
          01 WS-SW-AUD-GRABADA PIC X(01).
             88 WS-AUD-GRABADA     VALUE 'S'.
          01 WS-SW-AUD-ERROR  PIC X(01).
             88 WS-AUD-ERROR       VALUE 'S'.
          01 WS-SW-TABLA-LLENA PIC X(01) VALUE 'N'.
             88 WS-TABLA-LLENA     VALUE 'S'.
          01 WS-SW-LUGAR      PIC X(01).
             88 WS-LUGAR-HALLADO   VALUE 'S'.
          01 WS-UMBRAL-OMISION PIC 9(7)V99 VALUE 50000.00.
          01 WS-DIAS-OMISION  PIC 9(03) VALUE 5.
          01 WS-DIAS-SUMADOS  PIC 9(03).
          01 WS-FECHA-HOY     PIC X(08).
          01 WS-HORA-HOY      PIC X(08).
          01 WS-FECHA-VENCE   PIC X(08).
          01 WS-USUARIO-EN-CURSO PIC X(08).
          01 WS-MENSAJE-VENCIDO PIC X(18)
                                VALUE 'Aprobacion vencida'.
          COPY VSWRFEC.
      *****************************************************************
      * LOS PEDIDOS CERRADOS (APROBADOS, RECHAZADOS O VENCIDOS) A
      * DEVOLVER A QUIEN LOS PIDIO, ORDENADOS POR USUARIO, CLAVE Y
      * FECHA A MEDIDA QUE SE LEEN.  SI LA TABLA SE LLENA EL SOBRANTE
      * NO SE BORRA Y SALE EN LA CORRIDA SIGUIENTE.
      *****************************************************************
          01 WS-TAB-CERRADOS.
             05 WS-CER-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-CER-ENTRADA OCCURS 1000 TIMES.
                10 WS-CER-ORDEN.
                   15 WS-CER-USUARIO   PIC X(08).
                   15 WS-CER-CLAVE-ARCH.
                      20 WS-CER-CLAVE     PIC 9(6).
                      20 WS-CER-FECHA     PIC X(08).
                      20 WS-CER-HORA      PIC X(06).
                10 WS-CER-TIPO      PIC X(01).
                10 WS-CER-ESTADO    PIC X(01).
                10 WS-CER-CIE-USUARIO PIC X(08).
                10 WS-CER-CIE-TEXTO PIC X(30).
          01 WS-CER-MAXIMO    PIC S9(4) COMP VALUE 1000.
          01 WS-ORDEN-NUEVO.
             05 WS-ORD-USUARIO   PIC X(08).
             05 WS-ORD-CLAVE-ARCH PIC X(20).
          01 WS-IDX           PIC S9(4) COMP.
          01 WS-IDX-TAB       PIC S9(4) COMP.
          01 WS-TOTALES.
             05 WS-TOT-LEIDOS    PIC 9(5) VALUE ZERO.
             05 WS-TOT-PENDIENTES PIC 9(5) VALUE ZERO.
             05 WS-TOT-VENCIDOS-HOY PIC 9(5) VALUE ZERO.
             05 WS-TOT-APROBADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-RECHAZADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-VENCIDOS  PIC 9(5) VALUE ZERO.
             05 WS-TOT-DEVUELTOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-SIN-LUGAR PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-AUDIT PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-DOBLES PIC 9(5) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC ZZZZ9.
          01 WS-UMBRAL-ED     PIC Z(6)9.99.
          01 WS-DIAS-ED       PIC ZZ9.
          01 WS-CLAVE-ED      PIC Z(5)9.
          01 WS-LINEA-PENDIENTE.
             05 WS-LPE-CLAVE     PIC 9(6).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-TIPO      PIC X(01).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-MOTIVO    PIC X(01).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-IMP-ANTES PIC Z(6)9.99.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-IMP-DESPUES PIC Z(6)9.99.
             05 WS-LPE-IMP-DESPUES-X REDEFINES WS-LPE-IMP-DESPUES
                                 PIC X(10).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-USUARIO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-TERMINAL  PIC X(04).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-HORA      PIC X(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LPE-VENCE     PIC X(08).
             05 FILLER           PIC X(09) VALUE SPACES.
          01 WS-LINEA-CERRADO.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-LCE-CLAVE     PIC 9(6).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-HORA      PIC X(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-TIPO      PIC X(01).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-RESULTADO PIC X(09).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-CIE-USUARIO PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LCE-CIE-TEXTO PIC X(30).
             05 FILLER           PIC X(04) VALUE SPACES.
       PROCEDURE DIVISION.
      *****************************************************************
      * CONTROL POR OPOSICION DE VSAMWRIT, CORRIDA DIARIA:
      *   - CARGA O CAMBIA EN COBTESK1 EL UMBRAL DE IMPORTE Y LOS DIAS
      *     PARA VENCER, SEGUN LA FICHA DE PARAMETROS.
      *   - DA POR VENCIDOS LOS PEDIDOS PENDIENTES DE COBTESD1 QUE
      *     NADIE ATENDIO EN ESOS DIAS (EL CAMBIO NO SE APLICA), CON SU
      *     ENTRADA EN LA AUDITORIA COBTESA1.
      *   - LISTA TODO LO QUE SIGUE PENDIENTE DE APROBACION.
      *   - DEVUELVE A CADA USUARIO QUE PIDIO UN CAMBIO LOS PEDIDOS
      *     SUYOS CERRADOS DESDE LA CORRIDA ANTERIOR (APROBADOS,
      *     RECHAZADOS CON SU MOTIVO Y VENCIDOS) Y LOS BORRA DE
      *     COBTESD1; EL RASTRO QUEDA EN LA AUDITORIA.
      * TERMINA CON RC=4 SI DEVUELVE ALGUN RECHAZADO O VENCIDO, O ANTE
      * UN ERROR DE AUDITORIA O DE COBTESD1.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF WS-PARAMS-ABIERTO
               PERFORM ACTUALIZAR-PARAMETRO
           END-IF
           IF WS-DOBLES-ABIERTO
               PERFORM IMPRIMIR-TITULO-PENDIENTES
               PERFORM LEER-DOBLE
               PERFORM ATENDER-DOBLE
                   UNTIL WS-FIN-DOBLES
               PERFORM IMPRIMIR-CERRADOS
               PERFORM BORRAR-CERRADOS
           END-IF
           PERFORM CERRAR-ARCHIVOS
           STOP RUN.

      *****************************************************************
      * COBTESK1 Y COBTESD1 RECIEN DEFINIDOS DAN FILE STATUS 35: EL DE
      * PARAMETROS SE ABRE OUTPUT PARA CARGARLO, Y SIN PEDIDOS NO HAY
      * NADA QUE LISTAR.  SIN AUDITORIA NO SE VENCE NINGUN PEDIDO.
      *****************************************************************
       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMDOBL - CAMBIOS A APROBAR DE COBTESD1 AL '
                  DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           OPEN I-O PARAMS
           IF WS-FS-PARAMS = '35'
               MOVE 'S' TO WS-SW-PARAMS-VACIO
               OPEN OUTPUT PARAMS
           END-IF
           IF WS-FS-PARAMS = '00' OR WS-FS-PARAMS = '97'
               MOVE 'S' TO WS-SW-PARAMS-ABIERTO
           ELSE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA PARAMS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PARAMS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF
           OPEN I-O DOBLES
           EVALUATE WS-FS-DOBLES
               WHEN '00'
               WHEN '97'
                   MOVE 'S' TO WS-SW-DOBLES-ABIERTO
               WHEN '35'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'SIN CAMBIOS A APROBAR'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA DOBLES FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-DOBLES DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           OPEN I-O AUDFILE
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDFILE
           END-IF
           IF WS-FS-AUDITORIA = '00' OR WS-FS-AUDITORIA = '97'
               MOVE 'S' TO WS-SW-AUDFILE-ABIERTO
           ELSE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA AUDFILE FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-AUDITORIA DELIMITED BY SIZE
                      ' - NO SE VENCE NINGUN PEDIDO' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * EL REGISTRO 'DOBLECTL' QUE LEE VSAMWRIT.  SI NO EXISTE SE CREA
      * CON LAS OMISIONES (CON COBTESK1 RECIEN DEFINIDO, ABIERTO
      * OUTPUT, NI SE INTENTA LEER, COMO EN VSAMCIER); LOS CAMPOS DE
      * LA FICHA QUE VIENEN CARGADOS LO CAMBIAN, Y EL CAMBIO QUEDA
      * ESTAMPADO CON ESTE PASO.  UN CAMPO INVALIDO SE AVISA Y NO SE
      * TOMA.  SIN PARAMETRO VALIDO NO SE VENCE NINGUN PEDIDO.
      *****************************************************************
       ACTUALIZAR-PARAMETRO.
           OPEN INPUT FICHAPAR
           READ FICHAPAR
               AT END
                   MOVE SPACES TO WS-REG-PARAMETROS
           END-READ
           CLOSE FICHAPAR
           MOVE 'DOBLECTL' TO WS-PAR-CLAVE
           IF WS-PARAMS-VACIO
               PERFORM CARGAR-OMISIONES
           ELSE
               READ PARAMS
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE WS-FS-PARAMS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       PERFORM CARGAR-OMISIONES
                   WHEN OTHER
                       PERFORM ANOTAR-ERROR-PARAMS
               END-EVALUATE
           END-IF
           IF WS-FS-PARAMS = '00' OR WS-PAR-NUEVO
               PERFORM TOMAR-FICHA-PARAMETROS
               IF WS-PAR-NUEVO OR WS-PAR-CAMBIADO
                   PERFORM GRABAR-PARAMETRO
               ELSE
                   MOVE 'S' TO WS-SW-PARAMETRO
               END-IF
           END-IF
           IF WS-PARAMETRO-VALIDO
               MOVE WS-PAR-UMBRAL TO WS-UMBRAL-ED
               MOVE WS-PAR-DIAS-VENCE TO WS-DIAS-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'UMBRAL DE IMPORTE=' DELIMITED BY SIZE
                      WS-UMBRAL-ED DELIMITED BY SIZE
                      ' DIAS PARA VENCER=' DELIMITED BY SIZE
                      WS-DIAS-ED DELIMITED BY SIZE
                      ' CAMBIADO ' DELIMITED BY SIZE
                      WS-PAR-ULT-FECHA DELIMITED BY SIZE
                      ' POR ' DELIMITED BY SIZE
                      WS-PAR-ULT-USUARIO DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

       CARGAR-OMISIONES.
           MOVE 'S' TO WS-SW-PAR-NUEVO
           MOVE SPACES TO WS-REG-PARAMETRO
           MOVE 'DOBLECTL' TO WS-PAR-CLAVE
           MOVE WS-UMBRAL-OMISION TO WS-PAR-UMBRAL
           MOVE WS-DIAS-OMISION TO WS-PAR-DIAS-VENCE.

       TOMAR-FICHA-PARAMETROS.
           IF WS-PRM-UMBRAL NOT = SPACES
               IF WS-PRM-UMBRAL NUMERIC
                   IF WS-PRM-UMBRAL-N NOT = WS-PAR-UMBRAL
                       MOVE WS-PRM-UMBRAL-N TO WS-PAR-UMBRAL
                       MOVE 'S' TO WS-SW-PAR-CAMBIADO
                   END-IF
               ELSE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'AVISO: UMBRAL INVALIDO EN LA FICHA, NO SE'
                          DELIMITED BY SIZE
                          ' CAMBIA' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               END-IF
           END-IF
           IF WS-PRM-DIAS NOT = SPACES
               IF WS-PRM-DIAS NUMERIC
                   IF WS-PRM-DIAS-N NOT = WS-PAR-DIAS-VENCE
                       MOVE WS-PRM-DIAS-N TO WS-PAR-DIAS-VENCE
                       MOVE 'S' TO WS-SW-PAR-CAMBIADO
                   END-IF
               ELSE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'AVISO: DIAS INVALIDO EN LA FICHA, NO SE'
                          DELIMITED BY SIZE
                          ' CAMBIA' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               END-IF
           END-IF.

       GRABAR-PARAMETRO.
           MOVE WS-FECHA-HOY TO WS-PAR-ULT-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-PAR-ULT-HORA
           MOVE 'VSAMDOBL' TO WS-PAR-ULT-USUARIO
           IF WS-PAR-NUEVO
               WRITE WS-REG-PARAMETRO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE WS-REG-PARAMETRO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-FS-PARAMS = '00'
               MOVE 'S' TO WS-SW-PARAMETRO
           ELSE
               PERFORM ANOTAR-ERROR-PARAMS
           END-IF.

       ANOTAR-ERROR-PARAMS.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR PARAMS DOBLECTL FILE STATUS='
                  DELIMITED BY SIZE
                  WS-FS-PARAMS DELIMITED BY SIZE
                  ' - NO SE VENCE NINGUN PEDIDO' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE 8 TO RETURN-CODE.

       IMPRIMIR-TITULO-PENDIENTES.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE 'PEDIDOS PENDIENTES DE APROBACION' TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'CLAVE  T M      ANTES    DESPUES USUARIO  TERM'
                  DELIMITED BY SIZE
                  ' FECHA    HORA   VENCE' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       LEER-DOBLE.
           READ DOBLES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-DOBLES
           END-READ
           IF NOT WS-FIN-DOBLES AND WS-FS-DOBLES NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LECTURA DOBLES FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-DOBLES DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-DOBLES
           END-IF.

      *****************************************************************
      * UN PENDIENTE SE VENCE CUANDO HOY LLEGA A LA FECHA DEL PEDIDO
      * MAS LOS DIAS DEL PARAMETRO; SI NO, SE LISTA CON ESA FECHA.  LOS
      * CERRADOS (LOS QUE ATENDIO VSAMAPRO Y LOS RECIEN VENCIDOS) VAN A
      * LA TABLA PARA DEVOLVERLOS A QUIEN LOS PIDIO.
      *****************************************************************
       ATENDER-DOBLE.
           ADD 1 TO WS-TOT-LEIDOS
           IF WS-DOB-PENDIENTE
               PERFORM CALCULAR-VENCIMIENTO
               IF WS-FECHA-VENCE NUMERIC
                  AND WS-FECHA-VENCE NOT > WS-FECHA-HOY
                  AND WS-AUDFILE-ABIERTO
                   PERFORM VENCER-PEDIDO
               ELSE
                   ADD 1 TO WS-TOT-PENDIENTES
                   PERFORM IMPRIMIR-PENDIENTE
               END-IF
           END-IF
           IF NOT WS-DOB-PENDIENTE
               EVALUATE TRUE
                   WHEN WS-DOB-APROBADO
                       ADD 1 TO WS-TOT-APROBADOS
                   WHEN WS-DOB-RECHAZADO
                       ADD 1 TO WS-TOT-RECHAZADOS
                   WHEN OTHER
                       ADD 1 TO WS-TOT-VENCIDOS
               END-EVALUATE
               PERFORM AGREGAR-CERRADO
           END-IF
           PERFORM LEER-DOBLE.

       CALCULAR-VENCIMIENTO.
           IF NOT WS-PARAMETRO-VALIDO OR WS-PAR-DIAS-VENCE = ZERO
               MOVE 'NO VENCE' TO WS-FECHA-VENCE
           ELSE
               MOVE WS-DOB-FECHA TO WS-FECHA-TRABAJO-X
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-VALIDA
                   MOVE ZERO TO WS-DIAS-SUMADOS
                   PERFORM SUMAR-UN-DIA
                       UNTIL WS-DIAS-SUMADOS = WS-PAR-DIAS-VENCE
                   MOVE WS-FECHA-TRABAJO-X TO WS-FECHA-VENCE
               ELSE
                   MOVE '????????' TO WS-FECHA-VENCE
               END-IF
           END-IF.

       SUMAR-UN-DIA.
           PERFORM CALCULAR-TOPE-DIA
           IF WS-FTR-DIA < WS-FTR-TOPE-DIA
               ADD 1 TO WS-FTR-DIA
           ELSE
               MOVE 1 TO WS-FTR-DIA
               IF WS-FTR-MES < 12
                   ADD 1 TO WS-FTR-MES
               ELSE
                   MOVE 1 TO WS-FTR-MES
                   ADD 1 TO WS-FTR-ANIO
               END-IF
           END-IF
           ADD 1 TO WS-DIAS-SUMADOS.

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

      *****************************************************************
      * EL PEDIDO VENCIDO SE CIERRA CON LA CONVENCION BATCH Y SU
      * AUDITORIA LLEVA LAS IMAGENES DEL CAMBIO QUE NO SE APLICO.  LA
      * AUDITORIA VA PRIMERO: SI NO SE PUEDE GRABAR, EL PEDIDO NO SE
      * TOCA, SIGUE PENDIENTE Y SE LISTA COMO TAL, ASI NO SE CIERRA
      * (NI SE BORRA DESPUES) SIN DEJAR RASTRO, Y LA PROXIMA CORRIDA
      * LO VUELVE A VENCER.  SI LO QUE FALLA ES EL REWRITE TAMBIEN
      * SIGUE PENDIENTE; LA AUDITORIA SE REPETIRA CUANDO SE VENZA.
      *****************************************************************
       VENCER-PEDIDO.
           PERFORM GRABAR-AUDITORIA
           IF WS-AUD-ERROR
               ADD 1 TO WS-TOT-PENDIENTES
               PERFORM IMPRIMIR-PENDIENTE
           ELSE
               PERFORM CERRAR-VENCIDO
           END-IF.

       CERRAR-VENCIDO.
           MOVE 'V' TO WS-DOB-ESTADO
           MOVE WS-FECHA-HOY TO WS-DOB-CIE-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-DOB-CIE-HORA
           MOVE 'VSAMDOBL' TO WS-DOB-CIE-USUARIO
           MOVE 'BTCH' TO WS-DOB-CIE-TERMINAL
           MOVE SPACES TO WS-DOB-CIE-TEXTO
           STRING 'SIN ATENDER AL ' DELIMITED BY SIZE
                  WS-FECHA-VENCE DELIMITED BY SIZE
                  INTO WS-DOB-CIE-TEXTO
           END-STRING
           REWRITE WS-REG-DOBLE
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-DOBLES = '00'
               ADD 1 TO WS-TOT-VENCIDOS-HOY
           ELSE
               MOVE 'P' TO WS-DOB-ESTADO
               ADD 1 TO WS-TOT-ERR-DOBLES
               PERFORM ANOTAR-ERROR-DOBLES
               ADD 1 TO WS-TOT-PENDIENTES
               PERFORM IMPRIMIR-PENDIENTE
           END-IF.

      *****************************************************************
      * AUDITORIA CON LA CONVENCION BATCH ('BTCH' Y EL NOMBRE DEL
      * PROGRAMA), REINTENTANDO CON LA SECUENCIA SIGUIENTE ANTE CLAVE
      * DUPLICADA, COMO VSAMVIGE.
      *****************************************************************
       GRABAR-AUDITORIA.
           MOVE WS-FECHA-HOY TO WS-AUF-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-AUF-HORA
           MOVE ZERO TO WS-AUF-SECUENCIA
           MOVE WS-DOB-CLAVE TO WS-AUF-CLAVE
           MOVE WS-MENSAJE-VENCIDO TO WS-AUF-RESULTADO
           MOVE ZERO TO WS-AUF-RESP
           MOVE 'BTCH' TO WS-AUF-TERMINAL
           MOVE 'VSAMDOBL' TO WS-AUF-USUARIO
           MOVE WS-DOB-DATOS-ANTES TO WS-AUF-DATOS-ANTES
           MOVE WS-DOB-DATOS-DESPUES TO WS-AUF-DATOS-DESPUES
           MOVE 'N' TO WS-SW-AUD-GRABADA
           MOVE 'N' TO WS-SW-AUD-ERROR
           PERFORM INTENTAR-GRABAR-AUDITORIA
               UNTIL WS-AUD-GRABADA OR WS-AUD-ERROR
           IF WS-AUD-ERROR
               ADD 1 TO WS-TOT-ERR-AUDIT
               MOVE WS-DOB-CLAVE TO WS-CLAVE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR AUDITORIA CLAVE=' DELIMITED BY SIZE
                      WS-CLAVE-ED DELIMITED BY SIZE
                      ' FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-AUDITORIA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

       INTENTAR-GRABAR-AUDITORIA.
           WRITE WS-REG-AUDFILE
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-AUDITORIA
               WHEN '00'
                   MOVE 'S' TO WS-SW-AUD-GRABADA
               WHEN '22'
                   IF WS-AUF-SECUENCIA < 9999
                       ADD 1 TO WS-AUF-SECUENCIA
                   ELSE
                       MOVE 'S' TO WS-SW-AUD-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-SW-AUD-ERROR
           END-EVALUATE.

       ANOTAR-ERROR-DOBLES.
           MOVE WS-DOB-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR DOBLES CLAVE=' DELIMITED BY SIZE
                  WS-CLAVE-ED DELIMITED BY SIZE
                  ' PEDIDO=' DELIMITED BY SIZE
                  WS-DOB-FECHA DELIMITED BY SIZE
                  WS-DOB-HORA DELIMITED BY SIZE
                  ' FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-DOBLES DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       IMPRIMIR-PENDIENTE.
           MOVE WS-DOB-CLAVE TO WS-LPE-CLAVE
           MOVE WS-DOB-TIPO TO WS-LPE-TIPO
           MOVE WS-DOB-MOTIVO TO WS-LPE-MOTIVO
           MOVE WS-DOB-ANT-IMPORTE TO WS-LPE-IMP-ANTES
           IF WS-DOB-CORRECCION
               MOVE WS-DOB-DES-IMPORTE TO WS-LPE-IMP-DESPUES
           ELSE
               MOVE SPACES TO WS-LPE-IMP-DESPUES-X
           END-IF
           MOVE WS-DOB-USUARIO TO WS-LPE-USUARIO
           MOVE WS-DOB-TERMINAL TO WS-LPE-TERMINAL
           MOVE WS-DOB-FECHA TO WS-LPE-FECHA
           MOVE WS-DOB-HORA TO WS-LPE-HORA
           MOVE WS-FECHA-VENCE TO WS-LPE-VENCE
           MOVE WS-LINEA-PENDIENTE TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * INSERCION ORDENADA COMO EN VSAMAGEN: SE BUSCA DESDE EL FINAL EL
      * LUGAR DEL PEDIDO NUEVO, CORRIENDO UN LUGAR HACIA ABAJO LAS
      * ENTRADAS DE USUARIO, CLAVE Y FECHA MAYORES.
      *****************************************************************
       AGREGAR-CERRADO.
           IF WS-CER-CANT < WS-CER-MAXIMO
               MOVE WS-DOB-USUARIO TO WS-ORD-USUARIO
               MOVE WS-DOB-CLAVE-ARCH TO WS-ORD-CLAVE-ARCH
               MOVE WS-CER-CANT TO WS-IDX
               MOVE 'N' TO WS-SW-LUGAR
               PERFORM BUSCAR-LUGAR
                   UNTIL WS-LUGAR-HALLADO
               COMPUTE WS-IDX-TAB = WS-IDX + 1
               MOVE WS-DOB-USUARIO TO WS-CER-USUARIO (WS-IDX-TAB)
               MOVE WS-DOB-CLAVE-ARCH TO WS-CER-CLAVE-ARCH (WS-IDX-TAB)
               MOVE WS-DOB-TIPO TO WS-CER-TIPO (WS-IDX-TAB)
               MOVE WS-DOB-ESTADO TO WS-CER-ESTADO (WS-IDX-TAB)
               MOVE WS-DOB-CIE-USUARIO
                 TO WS-CER-CIE-USUARIO (WS-IDX-TAB)
               MOVE WS-DOB-CIE-TEXTO TO WS-CER-CIE-TEXTO (WS-IDX-TAB)
               ADD 1 TO WS-CER-CANT
           ELSE
               MOVE 'S' TO WS-SW-TABLA-LLENA
               ADD 1 TO WS-TOT-SIN-LUGAR
           END-IF.

       BUSCAR-LUGAR.
           IF WS-IDX = ZERO
               MOVE 'S' TO WS-SW-LUGAR
           ELSE
               IF WS-CER-ORDEN (WS-IDX) > WS-ORDEN-NUEVO
                   COMPUTE WS-IDX-TAB = WS-IDX + 1
                   MOVE WS-CER-ENTRADA (WS-IDX)
                     TO WS-CER-ENTRADA (WS-IDX-TAB)
                   SUBTRACT 1 FROM WS-IDX
               ELSE
                   MOVE 'S' TO WS-SW-LUGAR
               END-IF
           END-IF.

      *****************************************************************
      * UN BLOQUE POR USUARIO QUE PIDIO LOS CAMBIOS, CON CADA PEDIDO
      * CERRADO, QUIEN LO CERRO Y EL MOTIVO O EL TEXTO DEL CIERRE.
      *****************************************************************
       IMPRIMIR-CERRADOS.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE 'PEDIDOS CERRADOS, POR USUARIO QUE LOS PIDIO'
             TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE LOW-VALUES TO WS-USUARIO-EN-CURSO
           MOVE 1 TO WS-IDX
           PERFORM IMPRIMIR-CERRADO
               UNTIL WS-IDX > WS-CER-CANT.

       IMPRIMIR-CERRADO.
           IF WS-CER-USUARIO (WS-IDX) NOT = WS-USUARIO-EN-CURSO
               MOVE WS-CER-USUARIO (WS-IDX) TO WS-USUARIO-EN-CURSO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'USUARIO ' DELIMITED BY SIZE
                      WS-USUARIO-EN-CURSO DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           MOVE WS-CER-CLAVE (WS-IDX) TO WS-LCE-CLAVE
           MOVE WS-CER-FECHA (WS-IDX) TO WS-LCE-FECHA
           MOVE WS-CER-HORA (WS-IDX) TO WS-LCE-HORA
           MOVE WS-CER-TIPO (WS-IDX) TO WS-LCE-TIPO
           EVALUATE WS-CER-ESTADO (WS-IDX)
               WHEN 'A'
                   MOVE 'APROBADO' TO WS-LCE-RESULTADO
               WHEN 'R'
                   MOVE 'RECHAZADO' TO WS-LCE-RESULTADO
               WHEN OTHER
                   MOVE 'VENCIDO' TO WS-LCE-RESULTADO
           END-EVALUATE
           MOVE WS-CER-CIE-USUARIO (WS-IDX) TO WS-LCE-CIE-USUARIO
           MOVE WS-CER-CIE-TEXTO (WS-IDX) TO WS-LCE-CIE-TEXTO
           MOVE WS-LINEA-CERRADO TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           ADD 1 TO WS-IDX.

      *****************************************************************
      * SOLO SE BORRAN LOS PEDIDOS QUE SALIERON EN EL REPORTE; LOS QUE
      * NO ENTRARON EN LA TABLA QUEDAN PARA LA CORRIDA SIGUIENTE.
      *****************************************************************
       BORRAR-CERRADOS.
           MOVE 1 TO WS-IDX
           PERFORM BORRAR-CERRADO
               UNTIL WS-IDX > WS-CER-CANT.

       BORRAR-CERRADO.
           MOVE WS-CER-CLAVE-ARCH (WS-IDX) TO WS-DOB-CLAVE-ARCH
           DELETE DOBLES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-FS-DOBLES = '00'
               ADD 1 TO WS-TOT-DEVUELTOS
           ELSE
               ADD 1 TO WS-TOT-ERR-DOBLES
               PERFORM ANOTAR-ERROR-DOBLES
           END-IF
           ADD 1 TO WS-IDX.

       CERRAR-ARCHIVOS.
           IF WS-TABLA-LLENA
               MOVE WS-TOT-SIN-LUGAR TO WS-CONTADOR-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: TABLA LLENA, CERRADOS PARA LA PROXIMA='
                      DELIMITED BY SIZE
                      WS-CONTADOR-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           MOVE WS-TOT-LEIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL LEIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-PENDIENTES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL PENDIENTES=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-VENCIDOS-HOY TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL VENCIDOS HOY=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-APROBADOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL APROBADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-RECHAZADOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL RECHAZADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-VENCIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL VENCIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-DEVUELTOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL DEVUELTOS Y BORRADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ERR-AUDIT TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES AUDITORIA=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ERR-DOBLES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES DOBLES=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF (WS-TOT-RECHAZADOS > ZERO OR WS-TOT-VENCIDOS > ZERO
               OR WS-TOT-ERR-AUDIT > ZERO OR WS-TOT-ERR-DOBLES > ZERO
               OR WS-TABLA-LLENA)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-DOBLES-ABIERTO
               CLOSE DOBLES
           END-IF
           IF WS-PARAMS-ABIERTO
               CLOSE PARAMS
           END-IF
           IF WS-AUDFILE-ABIERTO
               CLOSE AUDFILE
           END-IF
           CLOSE REPORTE.
