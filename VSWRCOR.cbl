       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCORR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-COR-CLAVE
               FILE STATUS IS WS-FS-CORRIDAS.
           SELECT FECHANEG ASSIGN TO FECHANEG
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRIDAS.
       COPY VSWRCTR.
       FD  FECHANEG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-FECHANEG.
          05 WS-NEG-FECHA     PIC X(08).
          05 FILLER           PIC X(72).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-CORRIDAS   PIC X(02).
          01 WS-SW-FIN-CORRIDAS PIC X(01) VALUE 'N'.
             88 WS-FIN-CORRIDAS    VALUE 'S'.
          01 WS-SW-CORRIDAS-VACIO PIC X(01) VALUE 'N'.
             88 WS-CORRIDAS-VACIO  VALUE 'S'.
          01 WS-SW-COR-EXISTE PIC X(01).
             88 WS-COR-EXISTE      VALUE 'S'.
          01 WS-FECHA-NEGOCIO PIC X(08).
          01 WS-FECHA-HOY     PIC X(08).
          01 WS-HORA-HOY      PIC X(08).
      *****************************************************************
      * LOS PASOS DE LA CADENA NOCTURNA EN EL ORDEN EN QUE CORREN.
      * CADA UNO EXIGE QUE EL ANTERIOR HAYA TERMINADO BIEN, ASI QUE EL
      * PRIMERO QUE NO APARECE TERMINADO ES DONDE SE FRENO LA NOCHE.
      *****************************************************************
          01 WS-TAB-CADENA.
             05 FILLER           PIC X(08) VALUE 'VSAMVOLC'.
             05 FILLER           PIC X(08) VALUE 'VSAMVIGE'.
             05 FILLER           PIC X(08) VALUE 'VSAMBALN'.
             05 FILLER           PIC X(08) VALUE 'VSAMDESC'.
             05 FILLER           PIC X(08) VALUE 'VSAMDELT'.
             05 FILLER           PIC X(08) VALUE 'VSAMARCH'.
             05 FILLER           PIC X(08) VALUE 'VSAMTOTL'.
          01 WS-TAB-PASOS REDEFINES WS-TAB-CADENA.
             05 WS-PASO-PROGRAMA PIC X(08) OCCURS 7 TIMES.
          01 WS-CANT-PASOS    PIC S9(4) COMP VALUE 7.
          01 WS-IDX           PIC S9(4) COMP.
          01 WS-CONTADORES.
             05 WS-TOT-BIEN      PIC 9(2) VALUE ZERO.
             05 WS-TOT-AVISO     PIC 9(2) VALUE ZERO.
             05 WS-TOT-MAL       PIC 9(2) VALUE ZERO.
             05 WS-TOT-FALTAN    PIC 9(2) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC Z9.
          01 WS-LINEA-PASO.
             05 WS-LIN-PASO      PIC 9(1).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-PROGRAMA  PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-ESTADO    PIC X(10).
             05 FILLER           PIC X(04) VALUE ' RC='.
             05 WS-LIN-RC        PIC X(02).
             05 FILLER           PIC X(05) VALUE ' INI='.
             05 WS-LIN-INICIO    PIC X(06).
             05 FILLER           PIC X(05) VALUE ' FIN='.
             05 WS-LIN-FIN       PIC X(06).
             05 FILLER           PIC X(06) VALUE ' VECES'.
             05 WS-LIN-CORRIDAS  PIC ZZ9.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-FORZADA   PIC X(07).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LIN-MARCA     PIC X(03).
          01 WS-LINEA-CANTIDADES.
             05 FILLER           PIC X(11) VALUE SPACES.
             05 WS-LIN-ROTULO-1  PIC X(10).
             05 FILLER           PIC X(01) VALUE '='.
             05 WS-LIN-CANT-1    PIC Z(6)9.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-LIN-ROTULO-2  PIC X(10).
             05 FILLER           PIC X(01) VALUE '='.
             05 WS-LIN-CANT-2    PIC Z(6)9.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-LIN-ROTULO-3  PIC X(10).
             05 FILLER           PIC X(01) VALUE '='.
             05 WS-LIN-CANT-3    PIC Z(6)9.
       PROCEDURE DIVISION.
      *****************************************************************
      * REPORTE DE LA MANANA: UNA PAGINA CON CADA PASO DE LA CADENA
      * NOCTURNA DE UNA FECHA DE NEGOCIO (ESTADO, RC, HORAS, VECES
      * QUE CORRIO Y SUS CANTIDADES), PARA QUE EL TURNO DE DIA
      * CONFIRME QUE LA NOCHE TERMINO ANTES DE ABRIR LAS PANTALLAS.
      * LA CADENA INCOMPLETA O CON ALGUN PASO EN RC=8 TERMINA CON
      * RC=4; UN ERROR DEL PROPIO CONTROL, CON RC=8.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF WS-FECHA-NEGOCIO NOT = SPACES
               PERFORM IMPRIMIR-CABECERA
               MOVE 1 TO WS-IDX
               PERFORM IMPRIMIR-PASO
                   UNTIL WS-IDX > WS-CANT-PASOS
               PERFORM IMPRIMIR-CONCLUSION
           END-IF
           PERFORM CERRAR-ARCHIVOS
           STOP RUN.

      *****************************************************************
      * LA FICHA DE FECHANEG TRAE LA FECHA DE NEGOCIO A INFORMAR
      * (AAAAMMDD).  EN BLANCO = LA ULTIMA FECHA QUE FIGURA EN EL
      * CONTROL, QUE A LA MANANA ES LA DE LA NOCHE QUE ACABA DE
      * CORRER AUNQUE HAYA CRUZADO LA MEDIANOCHE.
      *****************************************************************
       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN INPUT FECHANEG
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-FECHA-NEGOCIO
           READ FECHANEG
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-NEG-FECHA TO WS-FECHA-NEGOCIO
           END-READ
           IF WS-FECHA-NEGOCIO NOT NUMERIC
               MOVE SPACES TO WS-FECHA-NEGOCIO
           END-IF
           OPEN INPUT CORRIDAS
           IF WS-FS-CORRIDAS = '35'
               MOVE 'S' TO WS-SW-CORRIDAS-VACIO
           END-IF
           EVALUATE TRUE
               WHEN WS-CORRIDAS-VACIO
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'VSAMCORR - CONTROL DE CORRIDAS VACIO: LA '
                          DELIMITED BY SIZE
                          'CADENA NOCTURNA NUNCA CORRIO'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE SPACES TO WS-FECHA-NEGOCIO
                   MOVE 4 TO RETURN-CODE
               WHEN WS-FS-CORRIDAS NOT = '00'
                AND WS-FS-CORRIDAS NOT = '97'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA CORRIDAS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-CORRIDAS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE SPACES TO WS-FECHA-NEGOCIO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FECHA-NEGOCIO = SPACES
                   PERFORM BUSCAR-ULTIMA-FECHA
           END-EVALUATE.

      *****************************************************************
      * LA CLAVE EMPIEZA POR LA FECHA DE NEGOCIO, ASI QUE EL ULTIMO
      * REGISTRO DEL ARCHIVO TRAE LA FECHA MAS NUEVA.  EL CONTROL
      * TIENE UN PUNADO DE REGISTROS POR NOCHE: RECORRERLO ENTERO NO
      * PESA.
      *****************************************************************
       BUSCAR-ULTIMA-FECHA.
           PERFORM LEER-SIGUIENTE-CORRIDA
           PERFORM TOMAR-FECHA
               UNTIL WS-FIN-CORRIDAS
           IF WS-FECHA-NEGOCIO = SPACES AND RETURN-CODE = ZERO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'VSAMCORR - CONTROL DE CORRIDAS SIN REGISTROS'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 4 TO RETURN-CODE
           END-IF.

       LEER-SIGUIENTE-CORRIDA.
           READ CORRIDAS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-CORRIDAS
           END-READ
           IF NOT WS-FIN-CORRIDAS AND WS-FS-CORRIDAS NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LECTURA CORRIDAS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-CORRIDAS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WS-FECHA-NEGOCIO
               MOVE 'S' TO WS-SW-FIN-CORRIDAS
           END-IF.

       TOMAR-FECHA.
           MOVE WS-COR-FECHA TO WS-FECHA-NEGOCIO
           PERFORM LEER-SIGUIENTE-CORRIDA.

       IMPRIMIR-CABECERA.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMCORR - CADENA NOCTURNA DEL ' DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  '  EMITIDO ' DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-HORA-HOY(1:6) DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'P PROGRAMA ESTADO' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * UN PASO TERMINADO CON RC 0 ESTA BIEN; CON RC 4 TERMINO CON
      * AVISOS QUE HAY QUE MIRAR EN SU REPORTE PERO NO FRENO LA
      * CADENA.  EN CURSO (SE CAYO A MITAD), RC=8 O SIN REGISTRO SE
      * MARCAN CON '***': AHI SE FRENO LA NOCHE.
      *****************************************************************
       IMPRIMIR-PASO.
           MOVE 'N' TO WS-SW-COR-EXISTE
           MOVE WS-FECHA-NEGOCIO TO WS-COR-FECHA
           MOVE WS-PASO-PROGRAMA(WS-IDX) TO WS-COR-PROGRAMA
           READ CORRIDAS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CORRIDAS = '00'
               MOVE 'S' TO WS-SW-COR-EXISTE
           END-IF
           MOVE WS-IDX TO WS-LIN-PASO
           MOVE WS-PASO-PROGRAMA(WS-IDX) TO WS-LIN-PROGRAMA
           MOVE SPACES TO WS-LIN-FORZADA WS-LIN-MARCA
           IF WS-COR-EXISTE
               MOVE WS-COR-RC TO WS-LIN-RC
               MOVE WS-COR-INI-HORA TO WS-LIN-INICIO
               MOVE WS-COR-FIN-HORA TO WS-LIN-FIN
               MOVE WS-COR-CORRIDAS TO WS-LIN-CORRIDAS
               IF WS-COR-FUE-FORZADA
                   MOVE 'FORZADA' TO WS-LIN-FORZADA
               END-IF
               EVALUATE TRUE
                   WHEN WS-COR-EN-CURSO
                       MOVE 'EN CURSO' TO WS-LIN-ESTADO
                       MOVE SPACES TO WS-LIN-RC
                       MOVE '***' TO WS-LIN-MARCA
                       ADD 1 TO WS-TOT-MAL
                   WHEN WS-COR-RC > 4
                       MOVE 'TERMINADO' TO WS-LIN-ESTADO
                       MOVE '***' TO WS-LIN-MARCA
                       ADD 1 TO WS-TOT-MAL
                   WHEN WS-COR-RC > 0
                       MOVE 'TERMINADO' TO WS-LIN-ESTADO
                       ADD 1 TO WS-TOT-AVISO
                   WHEN OTHER
                       MOVE 'TERMINADO' TO WS-LIN-ESTADO
                       ADD 1 TO WS-TOT-BIEN
               END-EVALUATE
           ELSE
               MOVE 'NO CORRIO' TO WS-LIN-ESTADO
               MOVE SPACES TO WS-LIN-RC WS-LIN-INICIO WS-LIN-FIN
               MOVE ZERO TO WS-LIN-CORRIDAS
               MOVE '***' TO WS-LIN-MARCA
               ADD 1 TO WS-TOT-FALTAN
           END-IF
           MOVE WS-LINEA-PASO TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           IF WS-COR-EXISTE
               PERFORM IMPRIMIR-CANTIDADES
           END-IF
           ADD 1 TO WS-IDX.

      *****************************************************************
      * LOS PASOS LLEVAN DE UNA A TRES CANTIDADES; LOS LUGARES SIN
      * ROTULO QUEDAN EN BLANCO.
      *****************************************************************
       IMPRIMIR-CANTIDADES.
           MOVE WS-COR-ROTULO-1 TO WS-LIN-ROTULO-1
           MOVE WS-COR-CANT-1 TO WS-LIN-CANT-1
           MOVE WS-COR-ROTULO-2 TO WS-LIN-ROTULO-2
           MOVE WS-COR-CANT-2 TO WS-LIN-CANT-2
           MOVE WS-COR-ROTULO-3 TO WS-LIN-ROTULO-3
           MOVE WS-COR-CANT-3 TO WS-LIN-CANT-3
           IF WS-COR-ROTULO-1 NOT = SPACES
               MOVE WS-LINEA-CANTIDADES TO WS-REG-REPORTE
               IF WS-COR-ROTULO-2 = SPACES
                   MOVE SPACES TO WS-REG-REPORTE(30:)
               END-IF
               IF WS-COR-ROTULO-3 = SPACES
                   MOVE SPACES TO WS-REG-REPORTE(50:)
               END-IF
               WRITE WS-REG-REPORTE
           END-IF.

       IMPRIMIR-CONCLUSION.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-BIEN TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PASOS TERMINADOS BIEN=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-AVISO TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PASOS CON AVISOS (RC=4)=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-MAL TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PASOS CAIDOS O CON RC=8=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-FALTAN TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PASOS QUE NO CORRIERON=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           IF WS-TOT-MAL = ZERO AND WS-TOT-FALTAN = ZERO
               STRING 'CADENA COMPLETA: SE PUEDEN ABRIR LAS PANTALLAS'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
           ELSE
               STRING 'CADENA INCOMPLETA: NO ABRIR LAS PANTALLAS '
                      DELIMITED BY SIZE
                      'HASTA RESOLVER LOS PASOS ***'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           WRITE WS-REG-REPORTE.

       CERRAR-ARCHIVOS.
           IF NOT WS-CORRIDAS-VACIO
               CLOSE CORRIDAS
           END-IF
           CLOSE FECHANEG
           CLOSE REPORTE.
