       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODOS ASSIGN TO PERIODOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PER-PERIODO
               FILE STATUS IS WS-FS-PERIODOS.
           SELECT PERIODO ASSIGN TO PERIODO
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODOS.
       COPY VSWRPER.
      *****************************************************************
      * FICHA DE PERIODO: AAAAMM EN 1-6.  EN BLANCO = EL ULTIMO
      * PERIODO DEL HISTORICO, QUE DESPUES DEL CIERRE ES EL RECIEN
      * CERRADO.  ES LA MISMA FICHA DE VSAMCIER: EL RESTO SE IGNORA.
      *****************************************************************
       FD  PERIODO
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-FICHA.
          05 WS-FIC-PERIODO   PIC X(06).
          05 FILLER           PIC X(74).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-PERIODOS   PIC X(02).
          01 WS-SW-FIN-PERIODOS PIC X(01) VALUE 'N'.
             88 WS-FIN-PERIODOS    VALUE 'S'.
          01 WS-PERIODO-PEDIDO.
             05 WS-PED-AAAA      PIC 9(4).
             05 WS-PED-MM        PIC 9(2).
          01 WS-PERIODO-COMPARADO.
             05 WS-COM-AAAA      PIC 9(4).
             05 WS-COM-MM        PIC 9(2).
          01 WS-TITULO-COMPARACION PIC X(40).
          01 WS-FECHA-HOY     PIC X(08).
          01 WS-HORA-HOY      PIC X(08).
          01 WS-IDX           PIC S9(4) COMP.
      *****************************************************************
      * CIFRAS DEL PERIODO PEDIDO, GUARDADAS APARTE PORQUE LA LECTURA
      * DE CADA PERIODO DE COMPARACION PISA EL AREA DEL ARCHIVO.
      *****************************************************************
          01 WS-ACTUAL-TOTALES.
             05 WS-ACT-LINEA OCCURS 8 TIMES.
                10 WS-ACT-CANT      PIC 9(7).
                10 WS-ACT-IMPORTE   PIC 9(13)V99.
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
      *****************************************************************
      * LA VARIACION SE CALCULA SOBRE EL PERIODO ANTERIOR.  SI EL
      * ANTERIOR ES CERO NO HAY PORCENTAJE: SE IMPRIME NUEVO (O 0.0
      * SI LOS DOS SON CERO).  UNA VARIACION QUE NO ENTRA EN LA
      * COLUMNA SALE CON ASTERISCOS.
      *****************************************************************
          01 WS-ACTUAL        PIC S9(14)V99.
          01 WS-BASE          PIC S9(14)V99.
          01 WS-DIFERENCIA    PIC S9(14)V99.
          01 WS-PORCENTAJE    PIC S9(5)V9.
          01 WS-ED-CANT       PIC Z(15)9.
          01 WS-ED-IMPORTE    PIC Z(12)9.99.
          01 WS-ED-DIF-CANT   PIC -(16)9.
          01 WS-ED-DIF-IMPORTE PIC -(13)9.99.
          01 WS-ED-PORCENTAJE PIC -(5)9.9.
          01 WS-LINEA-TITULOS.
             05 FILLER           PIC X(20) VALUE 'CONCEPTO'.
             05 FILLER           PIC X(16) VALUE '          ACTUAL'.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 FILLER           PIC X(16) VALUE '        ANTERIOR'.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 FILLER           PIC X(17) VALUE '       DIFERENCIA'.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 FILLER           PIC X(08) VALUE '       %'.
          01 WS-LINEA-COMPARA.
             05 WS-CMP-TITULO    PIC X(14).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-CMP-TIPO      PIC X(04).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-CMP-ACTUAL    PIC X(16).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-CMP-ANTERIOR  PIC X(16).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-CMP-DIFERENCIA PIC X(17).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-CMP-PORCENTAJE PIC X(08).
       PROCEDURE DIVISION.
      *****************************************************************
      * COMPARA LAS CIFRAS CONGELADAS DE UN CIERRE DE MES (COBTESP1,
      * VER VSWRPER.CPY) CONTRA EL MES ANTERIOR Y CONTRA EL MISMO MES
      * DEL ANIO ANTERIOR, LINEA POR LINEA: CANTIDAD E IMPORTE, CON
      * LA DIFERENCIA Y EL PORCENTAJE DE VARIACION.  UN PERIODO DE
      * COMPARACION QUE NUNCA SE CERRO SE INFORMA Y SE SALTEA.  EL
      * PERIODO PEDIDO SIN CIERRE TERMINA CON RC=8; SI ESTA REABIERTO
      * SE COMPARA IGUAL (SON LAS CIFRAS DEL ULTIMO CIERRE) CON RC=4.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF RETURN-CODE = ZERO
               PERFORM LEER-PERIODO-PEDIDO
           END-IF
           IF RETURN-CODE < 8
               IF WS-PED-MM = 1
                   COMPUTE WS-COM-AAAA = WS-PED-AAAA - 1
                   MOVE 12 TO WS-COM-MM
               ELSE
                   MOVE WS-PED-AAAA TO WS-COM-AAAA
                   COMPUTE WS-COM-MM = WS-PED-MM - 1
               END-IF
               MOVE 'CONTRA EL MES ANTERIOR' TO WS-TITULO-COMPARACION
               PERFORM COMPARAR-PERIODO
               COMPUTE WS-COM-AAAA = WS-PED-AAAA - 1
               MOVE WS-PED-MM TO WS-COM-MM
               MOVE 'CONTRA EL MISMO MES DEL ANIO ANTERIOR'
                   TO WS-TITULO-COMPARACION
               PERFORM COMPARAR-PERIODO
           END-IF
           PERFORM CERRAR-ARCHIVOS
           STOP RUN.

       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN INPUT PERIODO
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-PERIODO-PEDIDO
           READ PERIODO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-FIC-PERIODO TO WS-PERIODO-PEDIDO
           END-READ
           OPEN INPUT PERIODOS
           EVALUATE TRUE
               WHEN WS-FS-PERIODOS = '35'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCMES - HISTORICO DE CIERRES VACIO: '
                          DELIMITED BY SIZE
                          'NUNCA SE CERRO UN MES' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FS-PERIODOS NOT = '00'
                AND WS-FS-PERIODOS NOT = '97'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA PERIODOS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-PERIODOS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PERIODO-PEDIDO = SPACES
                   PERFORM BUSCAR-ULTIMO-PERIODO
           END-EVALUATE
           IF RETURN-CODE = ZERO
               IF WS-PERIODO-PEDIDO NOT NUMERIC
                OR WS-PED-MM < 1 OR WS-PED-MM > 12
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCMES - PERIODO INVALIDO: '
                          DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * LA CLAVE ES EL PERIODO, ASI QUE EL ULTIMO REGISTRO ES EL MAS
      * NUEVO.  HAY UN REGISTRO POR MES: RECORRERLO ENTERO NO PESA.
      *****************************************************************
       BUSCAR-ULTIMO-PERIODO.
           PERFORM LEER-SIGUIENTE-PERIODO
           PERFORM TOMAR-PERIODO
               UNTIL WS-FIN-PERIODOS
           IF WS-PERIODO-PEDIDO = SPACES AND RETURN-CODE = ZERO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'VSAMCMES - HISTORICO DE CIERRES SIN REGISTROS'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LEER-SIGUIENTE-PERIODO.
           READ PERIODOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PERIODOS
           END-READ
           IF NOT WS-FIN-PERIODOS AND WS-FS-PERIODOS NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LECTURA PERIODOS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PERIODOS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-PERIODOS
           END-IF.

       TOMAR-PERIODO.
           MOVE WS-PER-PERIODO TO WS-PERIODO-PEDIDO
           PERFORM LEER-SIGUIENTE-PERIODO.

       LEER-PERIODO-PEDIDO.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMCMES - COMPARACION DEL CIERRE ' DELIMITED BY SIZE
                  WS-PERIODO-PEDIDO DELIMITED BY SIZE
                  '  EMITIDO ' DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-HOY(1:6) DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-PERIODO-PEDIDO TO WS-PER-PERIODO
           READ PERIODOS
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FS-PERIODOS = '23'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'PERIODO ' DELIMITED BY SIZE
                          WS-PERIODO-PEDIDO DELIMITED BY SIZE
                          ' SIN CIERRE, NO HAY NADA QUE COMPARAR'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FS-PERIODOS NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA PERIODOS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-PERIODOS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-PER-TOTALES TO WS-ACTUAL-TOTALES
                   PERFORM INFORMAR-ESTADO-PERIODO
                   IF WS-PER-REABIERTO
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       INFORMAR-ESTADO-PERIODO.
           MOVE SPACES TO WS-REG-REPORTE
           IF WS-PER-REABIERTO
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WS-PER-PERIODO DELIMITED BY SIZE
                      ' REABIERTO POR ' DELIMITED BY SIZE
                      WS-PER-REA-USUARIO DELIMITED BY SIZE
                      ' EL ' DELIMITED BY SIZE
                      WS-PER-REA-FECHA DELIMITED BY SIZE
                      ', CIFRAS DEL CIERRE ' DELIMITED BY SIZE
                      WS-PER-CIE-FECHA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
           ELSE
               STRING 'PERIODO ' DELIMITED BY SIZE
                      WS-PER-PERIODO DELIMITED BY SIZE
                      ' CERRADO EL ' DELIMITED BY SIZE
                      WS-PER-CIE-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PER-CIE-HORA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
           END-IF
           WRITE WS-REG-REPORTE.

       COMPARAR-PERIODO.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING WS-TITULO-COMPARACION DELIMITED BY '  '
                  ' (' DELIMITED BY SIZE
                  WS-PERIODO-COMPARADO DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-PERIODO-COMPARADO TO WS-PER-PERIODO
           READ PERIODOS
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN WS-FS-PERIODOS = '23'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'SIN CIERRE DEL PERIODO ' DELIMITED BY SIZE
                          WS-PERIODO-COMPARADO DELIMITED BY SIZE
                          ', NO HAY CONTRA QUE COMPARAR'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               WHEN WS-FS-PERIODOS NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA PERIODOS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-PERIODOS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM INFORMAR-ESTADO-PERIODO
                   MOVE WS-LINEA-TITULOS TO WS-REG-REPORTE
                   WRITE WS-REG-REPORTE
                   MOVE 1 TO WS-IDX
                   PERFORM IMPRIMIR-COMPARACION
                       UNTIL WS-IDX > 8
           END-EVALUATE.

      *****************************************************************
      * DOS RENGLONES POR LINEA DEL CIERRE: CANTIDAD E IMPORTE.
      *****************************************************************
       IMPRIMIR-COMPARACION.
           MOVE WS-TITULO(WS-IDX) TO WS-CMP-TITULO
           MOVE 'CANT' TO WS-CMP-TIPO
           MOVE WS-ACT-CANT(WS-IDX) TO WS-ACTUAL WS-ED-CANT
           MOVE WS-ED-CANT TO WS-CMP-ACTUAL
           MOVE WS-PER-CANT(WS-IDX) TO WS-BASE WS-ED-CANT
           MOVE WS-ED-CANT TO WS-CMP-ANTERIOR
           COMPUTE WS-DIFERENCIA = WS-ACTUAL - WS-BASE
           MOVE WS-DIFERENCIA TO WS-ED-DIF-CANT
           MOVE WS-ED-DIF-CANT TO WS-CMP-DIFERENCIA
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-LINEA-COMPARA TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-CMP-TITULO
           MOVE 'IMP' TO WS-CMP-TIPO
           MOVE WS-ACT-IMPORTE(WS-IDX) TO WS-ACTUAL WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-CMP-ACTUAL
           MOVE WS-PER-IMPORTE(WS-IDX) TO WS-BASE WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE TO WS-CMP-ANTERIOR
           COMPUTE WS-DIFERENCIA = WS-ACTUAL - WS-BASE
           MOVE WS-DIFERENCIA TO WS-ED-DIF-IMPORTE
           MOVE WS-ED-DIF-IMPORTE TO WS-CMP-DIFERENCIA
           PERFORM CALCULAR-PORCENTAJE
           MOVE WS-LINEA-COMPARA TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           ADD 1 TO WS-IDX.

       CALCULAR-PORCENTAJE.
           EVALUATE TRUE
               WHEN WS-BASE = ZERO AND WS-ACTUAL = ZERO
                   MOVE ZERO TO WS-ED-PORCENTAJE
                   MOVE WS-ED-PORCENTAJE TO WS-CMP-PORCENTAJE
               WHEN WS-BASE = ZERO
                   MOVE '   NUEVO' TO WS-CMP-PORCENTAJE
               WHEN OTHER
                   COMPUTE WS-PORCENTAJE ROUNDED =
                       WS-DIFERENCIA * 100 / WS-BASE
                       ON SIZE ERROR
                           MOVE '  ******' TO WS-CMP-PORCENTAJE
                       NOT ON SIZE ERROR
                           MOVE WS-PORCENTAJE TO WS-ED-PORCENTAJE
                           MOVE WS-ED-PORCENTAJE TO WS-CMP-PORCENTAJE
                   END-COMPUTE
           END-EVALUATE.

       CERRAR-ARCHIVOS.
           CLOSE PERIODO
           CLOSE PERIODOS
           CLOSE REPORTE.
