       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMAGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUTUROS ASSIGN TO FUTUROS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-FUT-CLAVE-ARCH
               FILE STATUS IS WS-FS-FUTUROS.
           SELECT DIAS ASSIGN TO DIAS
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  FUTUROS.
       COPY VSWRFUT.
      *****************************************************************
      * FICHA DE DIAS (CADA CAMPO EN BLANCO TOMA SU OMISION):
      *   COLUMNAS  1-3  CANTIDAD DE DIAS HACIA ADELANTE (007)
      *   COLUMNAS  5-12 FECHA DESDE AAAAMMDD (HOY)
      *****************************************************************
       FD  DIAS
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-DIAS.
          05 WS-DIA-CANTIDAD  PIC X(03).
          05 WS-DIA-CANTIDAD-N REDEFINES WS-DIA-CANTIDAD
                              PIC 9(03).
          05 FILLER           PIC X(01).
          05 WS-DIA-DESDE     PIC X(08).
          05 FILLER           PIC X(68).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-FUTUROS    PIC X(02).
          01 WS-SW-FIN-FUTUROS PIC X(01) VALUE 'N'.
             88 WS-FIN-FUTUROS     VALUE 'S'.
          01 WS-SW-FUTUROS-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-FUTUROS-ABIERTO VALUE 'S'.
          01 WS-SW-TABLA-LLENA PIC X(01) VALUE 'N'.
             88 WS-TABLA-LLENA     VALUE 'S'.
          01 WS-SW-LUGAR      PIC X(01).
             88 WS-LUGAR-HALLADO   VALUE 'S'.
          01 WS-CANT-DIAS     PIC 9(03).
          01 WS-DIAS-SUMADOS  PIC 9(03).
          01 WS-FECHA-HOY     PIC X(08).
          01 WS-FECHA-DESDE   PIC X(08).
          01 WS-FECHA-HASTA   PIC X(08).
          01 WS-FECHA-EN-CURSO PIC X(08).
          COPY VSWRFEC.
      *****************************************************************
      * LOS CAMBIOS A LISTAR, ORDENADOS POR FECHA EFECTIVA Y CLAVE A
      * MEDIDA QUE SE LEEN (COBTESF1 VIENE POR CLAVE Y FECHA).  SI LA
      * TABLA SE LLENA SE AVISA EN EL REPORTE Y EL SOBRANTE SOLO SE
      * CUENTA.
      *****************************************************************
          01 WS-TAB-AGENDA.
             05 WS-AGE-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-AGE-ENTRADA OCCURS 1000 TIMES.
                10 WS-AGE-ORDEN.
                   15 WS-AGE-FECHA     PIC X(08).
                   15 WS-AGE-CLAVE     PIC 9(6).
                10 WS-AGE-CODIGO    PIC X(01).
                10 WS-AGE-DESCRIPCION PIC X(15).
                10 WS-AGE-IMPORTE   PIC 9(7)V99.
                10 WS-AGE-DAT-ESTADO PIC X(01).
                10 WS-AGE-USUARIO   PIC X(08).
                10 WS-AGE-CARGADO   PIC X(08).
          01 WS-AGE-MAXIMO    PIC S9(4) COMP VALUE 1000.
          01 WS-ORDEN-NUEVO.
             05 WS-ORD-FECHA     PIC X(08).
             05 WS-ORD-CLAVE     PIC 9(6).
          01 WS-IDX           PIC S9(4) COMP.
          01 WS-IDX-TAB       PIC S9(4) COMP.
          01 WS-TOTALES.
             05 WS-TOT-LEIDOS    PIC 9(7) VALUE ZERO.
             05 WS-TOT-PROGRAMADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-ATRASADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-POSTERIORES PIC 9(5) VALUE ZERO.
             05 WS-TOT-SIN-LUGAR PIC 9(5) VALUE ZERO.
             05 WS-TOT-FECHA     PIC 9(5) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC ZZZZZZ9.
          01 WS-CANT-DIAS-ED  PIC ZZ9.
          01 WS-LINEA-CAMBIO.
             05 WS-LIN-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-CLAVE     PIC 9(6).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-CODIGO    PIC X(01).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-DESCRIPCION PIC X(15).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-IMPORTE   PIC Z(6)9.99.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-ESTADO    PIC X(01).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-USUARIO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-CARGADO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-MARCA     PIC X(08).
             05 FILLER           PIC X(07) VALUE SPACES.
       PROCEDURE DIVISION.
      *****************************************************************
      * AGENDA DE CAMBIOS PROGRAMADOS: LISTA LOS CAMBIOS PENDIENTES DE
      * COBTESF1 CON FECHA EFECTIVA DESDE LA FECHA DE LA FICHA (HOY SI
      * VIENE EN BLANCO) HASTA N DIAS DESPUES, EN ORDEN DE FECHA, CON
      * LA CANTIDAD DE CADA DIA.  LOS PENDIENTES CON FECHA HASTA LA
      * FECHA DESDE INCLUSIVE SALEN MARCADOS ATRASADO: VSAMVIGE APLICA
      * CADA CAMBIO EN LA CADENA DE LA NOCHE ANTERIOR A SU FECHA, ASI
      * QUE TENDRIA QUE HABERLOS APLICADO Y LA CADENA NO CORRIO O
      * FRENO ANTES; EN ESE CASO EL PASO TERMINA CON RC=4.  LOS DE
      * FECHA POSTERIOR AL HORIZONTE SOLO SE CUENTAN.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-FUTURO
           PERFORM CARGAR-FUTURO
               UNTIL WS-FIN-FUTUROS
           IF WS-FUTUROS-ABIERTO
               PERFORM IMPRIMIR-AGENDA
           END-IF
           PERFORM CERRAR-ARCHIVOS
           STOP RUN.

       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN OUTPUT REPORTE
           PERFORM LEER-DIAS
           PERFORM CALCULAR-HASTA
           MOVE WS-CANT-DIAS TO WS-CANT-DIAS-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMAGEN - CAMBIOS PROGRAMADOS DEL '
                  DELIMITED BY SIZE
                  WS-FECHA-DESDE DELIMITED BY SIZE
                  ' AL ' DELIMITED BY SIZE
                  WS-FECHA-HASTA DELIMITED BY SIZE
                  ' (' DELIMITED BY SIZE
                  WS-CANT-DIAS-ED DELIMITED BY SIZE
                  ' DIAS)' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           OPEN INPUT FUTUROS
           EVALUATE WS-FS-FUTUROS
               WHEN '00'
               WHEN '97'
                   MOVE 'S' TO WS-SW-FUTUROS-ABIERTO
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'EFECTIVA CLAVE  C DESCRIPCION        IMPORTE'
                          DELIMITED BY SIZE
                          ' E USUARIO  CARGADO' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               WHEN '35'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'SIN CAMBIOS PROGRAMADOS'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA FUTUROS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-FUTUROS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
           END-EVALUATE.

      *****************************************************************
      * UNA FICHA INVALIDA NO FRENA EL REPORTE: SE AVISA Y SE TOMAN
      * LAS OMISIONES.
      *****************************************************************
       LEER-DIAS.
           MOVE 7 TO WS-CANT-DIAS
           MOVE WS-FECHA-HOY TO WS-FECHA-DESDE
           OPEN INPUT DIAS
           READ DIAS
               AT END
                   MOVE SPACES TO WS-REG-DIAS
           END-READ
           CLOSE DIAS
           IF WS-DIA-CANTIDAD NOT = SPACES
               IF WS-DIA-CANTIDAD NUMERIC
                   MOVE WS-DIA-CANTIDAD-N TO WS-CANT-DIAS
               ELSE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'AVISO: DIAS INVALIDO EN LA FICHA, SE TOMA 7'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               END-IF
           END-IF
           IF WS-DIA-DESDE NOT = SPACES
               MOVE WS-DIA-DESDE TO WS-FECHA-TRABAJO-X
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-VALIDA
                   MOVE WS-DIA-DESDE TO WS-FECHA-DESDE
               ELSE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'AVISO: FECHA DESDE INVALIDA, SE TOMA HOY'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               END-IF
           END-IF.

       CALCULAR-HASTA.
           MOVE WS-FECHA-DESDE TO WS-FECHA-TRABAJO-X
           MOVE ZERO TO WS-DIAS-SUMADOS
           PERFORM SUMAR-UN-DIA
               UNTIL WS-DIAS-SUMADOS = WS-CANT-DIAS
           MOVE WS-FECHA-TRABAJO-X TO WS-FECHA-HASTA.

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

       LEER-FUTURO.
           IF NOT WS-FIN-FUTUROS
               READ FUTUROS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-FUTUROS
               END-READ
               IF NOT WS-FIN-FUTUROS AND WS-FS-FUTUROS NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA FUTUROS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-FUTUROS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
               END-IF
           END-IF.

       CARGAR-FUTURO.
           ADD 1 TO WS-TOT-LEIDOS
           IF WS-FUT-PENDIENTE
               IF WS-FUT-FECHA-EFECTIVA > WS-FECHA-HASTA
                   ADD 1 TO WS-TOT-POSTERIORES
               ELSE
                   PERFORM AGENDAR-FUTURO
               END-IF
           END-IF
           PERFORM LEER-FUTURO.

      *****************************************************************
      * INSERCION ORDENADA: SE BUSCA DESDE EL FINAL EL LUGAR DEL
      * CAMBIO NUEVO, CORRIENDO UN LUGAR HACIA ABAJO LAS ENTRADAS DE
      * FECHA Y CLAVE MAYORES.
      *****************************************************************
       AGENDAR-FUTURO.
           IF WS-AGE-CANT < WS-AGE-MAXIMO
               MOVE WS-FUT-FECHA-EFECTIVA TO WS-ORD-FECHA
               MOVE WS-FUT-CLAVE TO WS-ORD-CLAVE
               MOVE WS-AGE-CANT TO WS-IDX
               MOVE 'N' TO WS-SW-LUGAR
               PERFORM BUSCAR-LUGAR
                   UNTIL WS-LUGAR-HALLADO
               COMPUTE WS-IDX-TAB = WS-IDX + 1
               MOVE WS-FUT-FECHA-EFECTIVA TO WS-AGE-FECHA (WS-IDX-TAB)
               MOVE WS-FUT-CLAVE TO WS-AGE-CLAVE (WS-IDX-TAB)
               MOVE WS-FUT-CODIGO TO WS-AGE-CODIGO (WS-IDX-TAB)
               MOVE WS-FUT-DESCRIPCION
                 TO WS-AGE-DESCRIPCION (WS-IDX-TAB)
               MOVE WS-FUT-IMPORTE TO WS-AGE-IMPORTE (WS-IDX-TAB)
               MOVE WS-FUT-DAT-ESTADO TO WS-AGE-DAT-ESTADO (WS-IDX-TAB)
               MOVE WS-FUT-USUARIO TO WS-AGE-USUARIO (WS-IDX-TAB)
               MOVE WS-FUT-FECHA TO WS-AGE-CARGADO (WS-IDX-TAB)
               ADD 1 TO WS-AGE-CANT
           ELSE
               MOVE 'S' TO WS-SW-TABLA-LLENA
               ADD 1 TO WS-TOT-SIN-LUGAR
           END-IF.

       BUSCAR-LUGAR.
           IF WS-IDX = ZERO
               MOVE 'S' TO WS-SW-LUGAR
           ELSE
               IF WS-AGE-ORDEN (WS-IDX) > WS-ORDEN-NUEVO
                   COMPUTE WS-IDX-TAB = WS-IDX + 1
                   MOVE WS-AGE-ENTRADA (WS-IDX)
                     TO WS-AGE-ENTRADA (WS-IDX-TAB)
                   SUBTRACT 1 FROM WS-IDX
               ELSE
                   MOVE 'S' TO WS-SW-LUGAR
               END-IF
           END-IF.

       IMPRIMIR-AGENDA.
           MOVE SPACES TO WS-FECHA-EN-CURSO
           MOVE ZERO TO WS-TOT-FECHA
           MOVE 1 TO WS-IDX
           PERFORM IMPRIMIR-CAMBIO
               UNTIL WS-IDX > WS-AGE-CANT
           IF WS-TOT-FECHA > ZERO
               PERFORM IMPRIMIR-TOTAL-FECHA
           END-IF.

       IMPRIMIR-CAMBIO.
           IF WS-AGE-FECHA (WS-IDX) NOT = WS-FECHA-EN-CURSO
               IF WS-TOT-FECHA > ZERO
                   PERFORM IMPRIMIR-TOTAL-FECHA
               END-IF
               MOVE WS-AGE-FECHA (WS-IDX) TO WS-FECHA-EN-CURSO
               MOVE ZERO TO WS-TOT-FECHA
           END-IF
           MOVE WS-AGE-FECHA (WS-IDX) TO WS-LIN-FECHA
           MOVE WS-AGE-CLAVE (WS-IDX) TO WS-LIN-CLAVE
           MOVE WS-AGE-CODIGO (WS-IDX) TO WS-LIN-CODIGO
           MOVE WS-AGE-DESCRIPCION (WS-IDX) TO WS-LIN-DESCRIPCION
           MOVE WS-AGE-IMPORTE (WS-IDX) TO WS-LIN-IMPORTE
           MOVE WS-AGE-DAT-ESTADO (WS-IDX) TO WS-LIN-ESTADO
           MOVE WS-AGE-USUARIO (WS-IDX) TO WS-LIN-USUARIO
           MOVE WS-AGE-CARGADO (WS-IDX) TO WS-LIN-CARGADO
           IF WS-AGE-FECHA (WS-IDX) NOT > WS-FECHA-DESDE
               MOVE 'ATRASADO' TO WS-LIN-MARCA
               ADD 1 TO WS-TOT-ATRASADOS
           ELSE
               MOVE SPACES TO WS-LIN-MARCA
           END-IF
           IF WS-AGE-CODIGO (WS-IDX) = 'D'
               MOVE SPACES TO WS-LIN-DESCRIPCION
               MOVE ZERO TO WS-LIN-IMPORTE
               MOVE SPACES TO WS-LIN-ESTADO
           END-IF
           MOVE WS-LINEA-CAMBIO TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           ADD 1 TO WS-TOT-FECHA
           ADD 1 TO WS-TOT-PROGRAMADOS
           ADD 1 TO WS-IDX.

       IMPRIMIR-TOTAL-FECHA.
           MOVE WS-TOT-FECHA TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING '  CAMBIOS PARA EL ' DELIMITED BY SIZE
                  WS-FECHA-EN-CURSO DELIMITED BY SIZE
                  '=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       CERRAR-ARCHIVOS.
           IF WS-TABLA-LLENA
               MOVE WS-TOT-SIN-LUGAR TO WS-CONTADOR-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: TABLA LLENA, CAMBIOS SIN LISTAR='
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
           MOVE WS-TOT-PROGRAMADOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL PROGRAMADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ATRASADOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ATRASADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-POSTERIORES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL PENDIENTES MAS ADELANTE=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF (WS-TOT-ATRASADOS > ZERO OR WS-TABLA-LLENA)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-FUTUROS-ABIERTO
               CLOSE FUTUROS
           END-IF
           CLOSE REPORTE.
