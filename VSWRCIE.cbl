       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCIER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBTESN1 ASSIGN TO COBTESN1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT PERIODOS ASSIGN TO PERIODOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT AUTORIZ ASSIGN TO AUTORIZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AUT-USUARIO
               FILE STATUS IS WS-FS-AUTORIZ.
           SELECT PERIODO ASSIGN TO PERIODO
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBTESN1.
       COPY VSWRREG.
       FD  PERIODOS.
       COPY VSWRPER.
       FD  AUTORIZ.
       COPY VSWRAUT.
      *****************************************************************
      * FICHA DE PERIODO: AAAAMM EN 1-6 (EN BLANCO = EL MES EN CURSO),
      * ACCION EN 8 ('C' O BLANCO = CERRAR, 'R' = REABRIR) Y, PARA
      * REABRIR, EL USUARIO DEL SUPERVISOR EN 10-17.
      *****************************************************************
       FD  PERIODO
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-FICHA.
          05 WS-FIC-PERIODO   PIC X(06).
          05 FILLER           PIC X(01).
          05 WS-FIC-ACCION    PIC X(01).
          05 FILLER           PIC X(01).
          05 WS-FIC-SUPERVISOR PIC X(08).
          05 FILLER           PIC X(63).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-PERIODOS   PIC X(02).
          01 WS-FS-AUTORIZ    PIC X(02).
          01 WS-SW-FIN-COBTESN1 PIC X(01) VALUE 'N'.
             88 WS-FIN-COBTESN1    VALUE 'S'.
          01 WS-SW-PERIODOS-VACIO PIC X(01) VALUE 'N'.
             88 WS-PERIODOS-VACIO  VALUE 'S'.
          01 WS-SW-PER-EXISTE PIC X(01) VALUE 'N'.
             88 WS-PER-EXISTE      VALUE 'S'.
          01 WS-SW-SUPERVISOR PIC X(01) VALUE 'N'.
             88 WS-ES-SUPERVISOR   VALUE 'S'.
          01 WS-ACCION        PIC X(01).
             88 WS-ACCION-CERRAR   VALUE 'C'.
             88 WS-ACCION-REABRIR  VALUE 'R'.
          01 WS-SUPERVISOR    PIC X(08).
          01 WS-PERIODO-PEDIDO.
             05 WS-PED-AAAA      PIC 9(4).
             05 WS-PED-MM        PIC 9(2).
          01 WS-FECHA-HOY.
             05 WS-HOY-AAAAMM    PIC X(06).
             05 FILLER           PIC X(02).
          01 WS-HORA-HOY      PIC X(08).
          01 WS-CUENTA        PIC S9(4) COMP.
          01 WS-IDX           PIC S9(4) COMP.
      *****************************************************************
      * ACUMULADORES CON EL MISMO ORDEN DE LINEAS QUE VSWRPER.CPY,
      * ASI AL FINAL PASAN AL REGISTRO DEL PERIODO DE UNA VEZ.  LA
      * ANTIGUEDAD SE MIDE IGUAL QUE EN VSAMTOTL PERO CONTRA EL MES
      * DEL PERIODO QUE SE CIERRA, NO CONTRA HOY: UN CIERRE CORRIDO
      * EL PRIMER DIA DEL MES SIGUIENTE SIGUE CLASIFICANDO COMO AL
      * CIERRE.
      *****************************************************************
          01 WS-TAB-TOTALES.
             05 WS-TOT-LINEA OCCURS 8 TIMES.
                10 WS-TOT-CANT      PIC 9(7).
                10 WS-TOT-IMPORTE   PIC 9(13)V99.
          01 WS-FECHA-REG.
             05 WS-REG-AAAA      PIC 9(4).
             05 WS-REG-MM        PIC 9(2).
             05 FILLER           PIC X(2).
          01 WS-MESES-PERIODO PIC 9(6).
          01 WS-MESES-REG     PIC 9(6).
          01 WS-DIF-MESES     PIC S9(6).
          01 WS-TAB-TITULOS-LIT.
             05 FILLER           PIC X(14) VALUE 'ACTIVOS'.
             05 FILLER           PIC X(14) VALUE 'INACTIVOS'.
             05 FILLER           PIC X(14) VALUE 'ESTADO OTRO'.
             05 FILLER           PIC X(14) VALUE 'ESTE MES'.
             05 FILLER           PIC X(14) VALUE '1 A 3 MESES'.
             05 FILLER           PIC X(14) VALUE 'MAS DE 3 MESES'.
             05 FILLER           PIC X(14) VALUE 'SIN FECHA'.
             05 FILLER           PIC X(14) VALUE 'TOTAL GENERAL'.
          01 WS-TAB-TITULOS REDEFINES WS-TAB-TITULOS-LIT.
             05 WS-TITULO        PIC X(14) OCCURS 8 TIMES.
          01 WS-LINEA-TOTAL.
             05 WS-LIN-TITULO    PIC X(22).
             05 FILLER           PIC X(05) VALUE 'CANT='.
             05 WS-LIN-CANT      PIC Z(6)9.
             05 FILLER           PIC X(09) VALUE ' IMPORTE='.
             05 WS-LIN-IMPORTE   PIC Z(12)9.99.
          01 WS-CIERRES-ED    PIC ZZ9.
       PROCEDURE DIVISION.
      *****************************************************************
      * CIERRE DE MES: CONGELA EN EL HISTORICO COBTESP1 LAS CIFRAS DE
      * VSAMTOTL DEL PERIODO (VER VSWRPER.CPY).  UN PERIODO YA
      * CERRADO SE RECHAZA CON RC=8 SIN TOCAR NADA; PARA REPETIR EL
      * CIERRE UN SUPERVISOR (USUARIO DE COBTESU1 CON LA OPCION 5)
      * TIENE QUE REABRIRLO ANTES CON LA ACCION 'R' DE LA FICHA.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM LEER-FICHA
           IF RETURN-CODE = ZERO
               PERFORM ABRIR-PERIODOS
               IF RETURN-CODE = ZERO
                   IF WS-ACCION-REABRIR
                       PERFORM REABRIR-PERIODO
                   ELSE
                       PERFORM CERRAR-PERIODO
                   END-IF
                   CLOSE PERIODOS
               END-IF
           END-IF
           CLOSE PERIODO
           CLOSE REPORTE
           STOP RUN.

       LEER-FICHA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN INPUT PERIODO
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-PERIODO-PEDIDO WS-ACCION WS-SUPERVISOR
           READ PERIODO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-FIC-PERIODO TO WS-PERIODO-PEDIDO
                   MOVE WS-FIC-ACCION TO WS-ACCION
                   MOVE WS-FIC-SUPERVISOR TO WS-SUPERVISOR
           END-READ
           IF WS-PERIODO-PEDIDO = SPACES
               MOVE WS-HOY-AAAAMM TO WS-PERIODO-PEDIDO
           END-IF
           IF WS-ACCION = SPACE
               MOVE 'C' TO WS-ACCION
           END-IF
           EVALUATE TRUE
               WHEN WS-PERIODO-PEDIDO NOT NUMERIC
                OR WS-PED-MM < 1 OR WS-PED-MM > 12
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - PERIODO INVALIDO: '
                          DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERIODO-PEDIDO > WS-HOY-AAAAMM
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - EL PERIODO ' DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          ' TODAVIA NO EMPEZO' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-ACCION-CERRAR AND NOT WS-ACCION-REABRIR
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - ACCION INVALIDA: '
                          DELIMITED BY SIZE
                          WS-ACCION DELIMITED BY SIZE
                          ' (C = CERRAR, R = REABRIR)' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCION-REABRIR AND WS-SUPERVISOR = SPACES
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - REABRIR EXIGE EL USUARIO DEL '
                          DELIMITED BY SIZE
                          'SUPERVISOR EN LA FICHA' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ACCION-REABRIR
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - REAPERTURA DEL PERIODO '
                          DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          ' PEDIDA POR ' DELIMITED BY SIZE
                          WS-SUPERVISOR DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCIER - CIERRE DEL PERIODO '
                          DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
           END-EVALUATE.

      *****************************************************************
      * EL HISTORICO RECIEN DEFINIDO Y VACIO NO ADMITE OPEN I-O (FILE
      * STATUS 35): SE ABRE OUTPUT, Y ENTONCES EL PERIODO NO PUEDE
      * ESTAR CERRADO TODAVIA.  CUALQUIER OTRA FALLA CORTA CON RC=8.
      *****************************************************************
       ABRIR-PERIODOS.
           OPEN I-O PERIODOS
           IF WS-FS-PERIODOS = '35'
               MOVE 'S' TO WS-SW-PERIODOS-VACIO
               OPEN OUTPUT PERIODOS
           END-IF
           IF WS-FS-PERIODOS NOT = '00' AND WS-FS-PERIODOS NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA PERIODOS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PERIODOS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PERIODO-PEDIDO TO WS-PER-PERIODO
               IF NOT WS-PERIODOS-VACIO
                   READ PERIODOS
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-PERIODOS = '00'
                       MOVE 'S' TO WS-SW-PER-EXISTE
                   END-IF
               END-IF
           END-IF.

       CERRAR-PERIODO.
           IF WS-PER-EXISTE AND WS-PER-CERRADO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WS-PERIODO-PEDIDO DELIMITED BY SIZE
                      ' YA CERRADO EL ' DELIMITED BY SIZE
                      WS-PER-CIE-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PER-CIE-HORA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'PARA VOLVER A CERRARLO UN SUPERVISOR DEBE '
                      DELIMITED BY SIZE
                      'REABRIRLO (ACCION R)' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ACUMULAR-COBTESN1
               IF RETURN-CODE = ZERO
                   PERFORM GRABAR-PERIODO
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM IMPRIMIR-CIFRAS
               END-IF
           END-IF.

       ACUMULAR-COBTESN1.
           MOVE ZERO TO WS-TAB-TOTALES
           MOVE 1 TO WS-IDX
           PERFORM LIMPIAR-TOTAL
               UNTIL WS-IDX > 8
           COMPUTE WS-MESES-PERIODO = WS-PED-AAAA * 12 + WS-PED-MM
           OPEN INPUT COBTESN1
           PERFORM LEER-COBTESN1
           PERFORM ACUMULAR-REGISTRO
               UNTIL WS-FIN-COBTESN1
           CLOSE COBTESN1.

       LIMPIAR-TOTAL.
           MOVE ZERO TO WS-TOT-CANT(WS-IDX)
           MOVE ZERO TO WS-TOT-IMPORTE(WS-IDX)
           ADD 1 TO WS-IDX.

      *****************************************************************
      * UN ERROR DE LECTURA CORTA CON RC=8 Y NO SE CONGELA NADA: UN
      * CIERRE CON CIFRAS A MEDIAS SERIA PEOR QUE NINGUNO.
      *****************************************************************
       LEER-COBTESN1.
           READ COBTESN1
               AT END
                   MOVE 'S' TO WS-SW-FIN-COBTESN1
           END-READ
           IF NOT WS-FIN-COBTESN1 AND WS-FS-COBTESN1 NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LECTURA FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-COBTESN1 DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-COBTESN1
           END-IF.

       ACUMULAR-REGISTRO.
           ADD 1 TO WS-TOT-CANT(8)
           ADD WS-DAT-IMPORTE TO WS-TOT-IMPORTE(8)
           EVALUATE TRUE
               WHEN WS-DAT-ACTIVO
                   MOVE 1 TO WS-IDX
               WHEN WS-DAT-INACTIVO
                   MOVE 2 TO WS-IDX
               WHEN OTHER
                   MOVE 3 TO WS-IDX
           END-EVALUATE
           ADD 1 TO WS-TOT-CANT(WS-IDX)
           ADD WS-DAT-IMPORTE TO WS-TOT-IMPORTE(WS-IDX)
           IF WS-ULT-FECHA NUMERIC
               MOVE WS-ULT-FECHA TO WS-FECHA-REG
               COMPUTE WS-MESES-REG = WS-REG-AAAA * 12 + WS-REG-MM
               COMPUTE WS-DIF-MESES = WS-MESES-PERIODO - WS-MESES-REG
               EVALUATE TRUE
                   WHEN WS-DIF-MESES < 1
                       MOVE 4 TO WS-IDX
                   WHEN WS-DIF-MESES <= 3
                       MOVE 5 TO WS-IDX
                   WHEN OTHER
                       MOVE 6 TO WS-IDX
               END-EVALUATE
           ELSE
               MOVE 7 TO WS-IDX
           END-IF
           ADD 1 TO WS-TOT-CANT(WS-IDX)
           ADD WS-DAT-IMPORTE TO WS-TOT-IMPORTE(WS-IDX)
           PERFORM LEER-COBTESN1.

      *****************************************************************
      * UN PERIODO REABIERTO SE REESCRIBE: CONSERVA QUIEN LO REABRIO
      * Y SUMA UN CIERRE MAS.  UNO NUEVO SE GRABA CON EL PRIMERO.
      *****************************************************************
       GRABAR-PERIODO.
           IF WS-PER-EXISTE
               ADD 1 TO WS-PER-CIERRES
           ELSE
               MOVE WS-PERIODO-PEDIDO TO WS-PER-PERIODO
               MOVE 1 TO WS-PER-CIERRES
               MOVE SPACES TO WS-PER-REAPERTURA
           END-IF
           MOVE 'C' TO WS-PER-ESTADO
           MOVE WS-FECHA-HOY TO WS-PER-CIE-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-PER-CIE-HORA
           MOVE WS-TAB-TOTALES TO WS-PER-TOTALES
           IF WS-PER-EXISTE
               REWRITE WS-REG-PERIODO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-REG-PERIODO
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-FS-PERIODOS NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR GRABANDO PERIODOS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PERIODOS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF.

       IMPRIMIR-CIFRAS.
           MOVE WS-PER-CIERRES TO WS-CIERRES-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PERIODO ' DELIMITED BY SIZE
                  WS-PERIODO-PEDIDO DELIMITED BY SIZE
                  ' CERRADO, CIERRE NRO ' DELIMITED BY SIZE
                  WS-CIERRES-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF WS-PER-REA-USUARIO NOT = SPACES
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'REABIERTO POR ' DELIMITED BY SIZE
                      WS-PER-REA-USUARIO DELIMITED BY SIZE
                      ' EL ' DELIMITED BY SIZE
                      WS-PER-REA-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PER-REA-HORA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM IMPRIMIR-LINEA
               UNTIL WS-IDX > 8.

       IMPRIMIR-LINEA.
           IF WS-IDX = 1
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'TOTALES POR ESTADO' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           IF WS-IDX = 4
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ANTIGUEDAD DEL ULTIMO MANTENIMIENTO'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           MOVE WS-TITULO(WS-IDX) TO WS-LIN-TITULO
           MOVE WS-TOT-CANT(WS-IDX) TO WS-LIN-CANT
           MOVE WS-TOT-IMPORTE(WS-IDX) TO WS-LIN-IMPORTE
           MOVE WS-LINEA-TOTAL TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           ADD 1 TO WS-IDX.

      *****************************************************************
      * SOLO SE REABRE UN PERIODO CERRADO, Y SOLO LO REABRE UN
      * SUPERVISOR: EL USUARIO DE LA FICHA TIENE QUE ESTAR EN
      * COBTESU1 CON LA OPCION 5 (LA PANTALLA DE SUPERVISOR VSAMSUPR)
      * ENTRE SUS OPCIONES.  LA REAPERTURA QUEDA ESTAMPADA EN EL
      * PERIODO Y LAS CIFRAS DEL CIERRE ANTERIOR SIGUEN AHI HASTA
      * QUE EL PROXIMO CIERRE LAS REEMPLACE.
      *****************************************************************
       REABRIR-PERIODO.
           PERFORM VERIFICAR-SUPERVISOR
           EVALUATE TRUE
               WHEN RETURN-CODE NOT = ZERO
                   CONTINUE
               WHEN NOT WS-ES-SUPERVISOR
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'USUARIO ' DELIMITED BY SIZE
                          WS-SUPERVISOR DELIMITED BY SIZE
                          ' NO ES SUPERVISOR EN COBTESU1 (OPCION 5)'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT WS-PER-EXISTE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'PERIODO ' DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          ' NUNCA SE CERRO, NO HAY NADA QUE REABRIR'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PER-REABIERTO
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'PERIODO ' DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          ' YA ESTABA REABIERTO POR ' DELIMITED BY SIZE
                          WS-PER-REA-USUARIO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM GRABAR-REAPERTURA
           END-EVALUATE.

       VERIFICAR-SUPERVISOR.
           OPEN INPUT AUTORIZ
           IF WS-FS-AUTORIZ NOT = '00' AND WS-FS-AUTORIZ NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA COBTESU1 FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-AUTORIZ DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-SUPERVISOR TO WS-AUT-USUARIO
               READ AUTORIZ
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-AUTORIZ = '00'
                   MOVE ZERO TO WS-CUENTA
                   INSPECT WS-AUT-OPCIONES
                       TALLYING WS-CUENTA
                       FOR ALL '5'
                   IF WS-CUENTA > ZERO
                       MOVE 'S' TO WS-SW-SUPERVISOR
                   END-IF
               END-IF
               CLOSE AUTORIZ
           END-IF.

       GRABAR-REAPERTURA.
           MOVE 'R' TO WS-PER-ESTADO
           MOVE WS-SUPERVISOR TO WS-PER-REA-USUARIO
           MOVE WS-FECHA-HOY TO WS-PER-REA-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-PER-REA-HORA
           REWRITE WS-REG-PERIODO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-PERIODOS = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WS-PERIODO-PEDIDO DELIMITED BY SIZE
                      ' REABIERTO; EL PROXIMO CIERRE REEMPLAZA LAS '
                      DELIMITED BY SIZE
                      'CIFRAS' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           ELSE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR GRABANDO PERIODOS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PERIODOS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF.
