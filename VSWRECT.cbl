       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMECTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT COBTESN1 ASSIGN TO COBTESN1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT CLAVESEL ASSIGN TO CLAVESEL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LIBRO.
       COPY VSWRLIB.
       FD  COBTESN1.
       COPY VSWRREG.
      *****************************************************************
      * FICHA DE SELECCION DEL ESTADO DE CUENTA:
      *   COLUMNAS  1-6  CLAVE DESDE (OBLIGATORIA)
      *   COLUMNAS  8-13 CLAVE HASTA (EN BLANCO = LA MISMA CLAVE)
      *   COLUMNAS 15-22 FECHA DESDE AAAAMMDD (EN BLANCO = DESDE EL
      *                  PRIMER MOVIMIENTO)
      *   COLUMNAS 24-31 FECHA HASTA AAAAMMDD (EN BLANCO = HOY)
      *****************************************************************
       FD  CLAVESEL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-CLAVESEL.
          05 WS-SEL-CLAVE-DESDE PIC X(06).
          05 FILLER           PIC X(01).
          05 WS-SEL-CLAVE-HASTA PIC X(06).
          05 FILLER           PIC X(01).
          05 WS-SEL-FECHA-DESDE PIC X(08).
          05 FILLER           PIC X(01).
          05 WS-SEL-FECHA-HASTA PIC X(08).
          05 FILLER           PIC X(49).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-SW-FIN-LIBRO  PIC X(01) VALUE 'N'.
             88 WS-FIN-LIBRO       VALUE 'S'.
          01 WS-SW-CABECERA   PIC X(01).
             88 WS-CABECERA-IMPRESA VALUE 'S'.
          01 WS-SELECCION.
             05 WS-CLAVE-DESDE   PIC 9(6).
             05 WS-CLAVE-HASTA   PIC 9(6).
             05 WS-FECHA-DESDE   PIC X(08).
             05 WS-FECHA-HASTA   PIC X(08).
          01 WS-CLAVE-ACTUAL   PIC 9(6).
      *****************************************************************
      * SALDOS DE LA CLAVE EN CURSO.  EL INICIAL ES EL SALDO QUE DEJO
      * EL ULTIMO MOVIMIENTO ANTERIOR AL PERIODO; EL CALCULADO ARRANCA
      * AHI Y SUMA CREDITOS Y RESTA DEBITOS, Y DEBE COINCIDIR CON EL
      * SALDO ASENTADO EN CADA MOVIMIENTO.
      *****************************************************************
          01 WS-SALDO-INICIAL  PIC 9(7)V99.
          01 WS-SALDO-CALCULADO PIC S9(8)V99.
          01 WS-IMPORTE-COBTESN1 PIC S9(8)V99.
          01 WS-CONTADORES.
             05 WS-TOT-CLAVES    PIC 9(7) VALUE ZERO.
             05 WS-TOT-MOVIMIENTOS PIC 9(7) VALUE ZERO.
             05 WS-TOT-DESCUADRES PIC 9(5) VALUE ZERO.
             05 WS-TOT-NO-CONCILIAN PIC 9(5) VALUE ZERO.
          01 WS-CANT-MOV-CLAVE PIC 9(5).
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC Z(6)9.
          01 WS-IMPORTE-ED     PIC -(8)9.99.
          01 WS-FECHA-HOY      PIC X(08).
          01 WS-LINEA-MOVIMIENTO.
             05 FILLER           PIC X(02) VALUE SPACES.
             05 WS-LMV-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-HORA      PIC X(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-TIPO      PIC X(07).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-IMPORTE   PIC Z(6)9.99.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-SALDO     PIC Z(6)9.99.
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-MOTIVO    PIC X(11).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-USUARIO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMV-TERMINAL  PIC X(04).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM LEER-SELECCION
           IF RETURN-CODE = ZERO
               PERFORM ABRIR-ARCHIVOS
               PERFORM POSICIONAR-LIBRO
               PERFORM TRATAR-CLAVE
                   UNTIL WS-FIN-LIBRO
               PERFORM CERRAR-ARCHIVOS
           END-IF
           STOP RUN.

      *****************************************************************
      * LA CLAVE DESDE ES OBLIGATORIA; LO DEMAS TIENE VALOR POR
      * OMISION.  UNA FICHA MAL ARMADA TERMINA CON RC=8 SIN LISTAR
      * NADA, ASI NO SALE UN ESTADO DE CUENTA DE OTRO PERIODO.
      *****************************************************************
       LEER-SELECCION.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT CLAVESEL
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-CLAVESEL
           READ CLAVESEL
               AT END
                   CONTINUE
           END-READ
           CLOSE CLAVESEL
           IF WS-SEL-CLAVE-HASTA = SPACES
               MOVE WS-SEL-CLAVE-DESDE TO WS-SEL-CLAVE-HASTA
           END-IF
           IF WS-SEL-FECHA-DESDE = SPACES
               MOVE ZEROS TO WS-SEL-FECHA-DESDE
           END-IF
           IF WS-SEL-FECHA-HASTA = SPACES
               MOVE WS-FECHA-HOY TO WS-SEL-FECHA-HASTA
           END-IF
           IF WS-SEL-CLAVE-DESDE NUMERIC
              AND WS-SEL-CLAVE-HASTA NUMERIC
              AND WS-SEL-FECHA-DESDE NUMERIC
              AND WS-SEL-FECHA-HASTA NUMERIC
              AND WS-SEL-CLAVE-DESDE NOT > WS-SEL-CLAVE-HASTA
              AND WS-SEL-FECHA-DESDE NOT > WS-SEL-FECHA-HASTA
               MOVE WS-SEL-CLAVE-DESDE TO WS-CLAVE-DESDE
               MOVE WS-SEL-CLAVE-HASTA TO WS-CLAVE-HASTA
               MOVE WS-SEL-FECHA-DESDE TO WS-FECHA-DESDE
               MOVE WS-SEL-FECHA-HASTA TO WS-FECHA-HASTA
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'VSAMECTA - ESTADO DE CUENTA CLAVES '
                      DELIMITED BY SIZE
                      WS-SEL-CLAVE-DESDE DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      WS-SEL-CLAVE-HASTA DELIMITED BY SIZE
                      ' DEL ' DELIMITED BY SIZE
                      WS-SEL-FECHA-DESDE DELIMITED BY SIZE
                      ' AL ' DELIMITED BY SIZE
                      WS-SEL-FECHA-HASTA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           ELSE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'FICHA DE SELECCION AUSENTE O INVALIDA'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               CLOSE REPORTE
           END-IF.

       ABRIR-ARCHIVOS.
           OPEN INPUT LIBRO
           OPEN INPUT COBTESN1.

      *****************************************************************
      * EL START SE POSICIONA EN EL PRIMER MOVIMIENTO POSIBLE DE LA
      * CLAVE DESDE; SI NO HAY NINGUNO DE AHI EN ADELANTE (STATUS 23)
      * NO HAY NADA QUE LISTAR.
      *****************************************************************
       POSICIONAR-LIBRO.
           MOVE LOW-VALUES TO WS-LIB-CLAVE-ARCH
           MOVE WS-CLAVE-DESDE TO WS-LIB-CLAVE
           START LIBRO KEY IS NOT LESS THAN WS-LIB-CLAVE-ARCH
               INVALID KEY
                   CONTINUE
           END-START
           EVALUATE WS-FS-LIBRO
               WHEN '00'
                   PERFORM LEER-LIBRO
               WHEN '23'
                   MOVE 'S' TO WS-SW-FIN-LIBRO
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR POSICIONAMIENTO FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-LIBRO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-LIBRO
           END-EVALUATE.

      *****************************************************************
      * LA LECTURA TERMINA AL PASAR LA CLAVE HASTA: EL LIBRO ESTA
      * ORDENADO POR CLAVE, ASI QUE NO QUEDA NADA MAS DEL RANGO.
      *****************************************************************
       LEER-LIBRO.
           READ LIBRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-LIBRO
           END-READ
           IF NOT WS-FIN-LIBRO
               IF WS-FS-LIBRO NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA FILE STATUS=' DELIMITED BY SIZE
                          WS-FS-LIBRO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-LIBRO
               ELSE
                   IF WS-LIB-CLAVE > WS-CLAVE-HASTA
                       MOVE 'S' TO WS-SW-FIN-LIBRO
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * CORTE DE CONTROL POR CLAVE: SE RECORREN TODOS SUS MOVIMIENTOS
      * Y AL CAMBIAR DE CLAVE SE CIERRA SU ESTADO DE CUENTA.
      *****************************************************************
       TRATAR-CLAVE.
           MOVE WS-LIB-CLAVE TO WS-CLAVE-ACTUAL
           MOVE ZERO TO WS-SALDO-INICIAL
           MOVE ZERO TO WS-SALDO-CALCULADO
           MOVE ZERO TO WS-CANT-MOV-CLAVE
           MOVE 'N' TO WS-SW-CABECERA
           PERFORM TRATAR-MOVIMIENTO
               UNTIL WS-FIN-LIBRO
                  OR WS-LIB-CLAVE NOT = WS-CLAVE-ACTUAL
           PERFORM CERRAR-CLAVE.

      *****************************************************************
      * LOS MOVIMIENTOS ANTERIORES AL PERIODO SOLO FIJAN EL SALDO
      * INICIAL; LOS POSTERIORES NO SE LISTAN.
      *****************************************************************
       TRATAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN WS-LIB-FECHA < WS-FECHA-DESDE
                   MOVE WS-LIB-SALDO TO WS-SALDO-INICIAL
                   MOVE WS-LIB-SALDO TO WS-SALDO-CALCULADO
               WHEN WS-LIB-FECHA NOT > WS-FECHA-HASTA
                   IF NOT WS-CABECERA-IMPRESA
                       PERFORM IMPRIMIR-CABECERA-CLAVE
                   END-IF
                   PERFORM IMPRIMIR-MOVIMIENTO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LEER-LIBRO.

       IMPRIMIR-CABECERA-CLAVE.
           MOVE 'S' TO WS-SW-CABECERA
           ADD 1 TO WS-TOT-CLAVES
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE WS-CLAVE-ACTUAL TO WS-CLAVE-ED
           MOVE WS-SALDO-INICIAL TO WS-IMPORTE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'CLAVE=' DELIMITED BY SIZE
                  WS-CLAVE-ED DELIMITED BY SIZE
                  '   SALDO INICIAL=' DELIMITED BY SIZE
                  WS-IMPORTE-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING '  FECHA    HORA   TIPO      IMPORTE      SALDO '
                  DELIMITED BY SIZE
                  'MOTIVO      USUARIO  TERM' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * CADA MOVIMIENTO SE APLICA AL SALDO CALCULADO Y SE COMPARA CON
      * EL SALDO QUE QUEDO ASENTADO: UNA DIFERENCIA DICE QUE FALTA O
      * SOBRA UN MOVIMIENTO ENTRE ESTE Y EL ANTERIOR.  SE AVISA Y SE
      * SIGUE DESDE EL SALDO ASENTADO.
      *****************************************************************
       IMPRIMIR-MOVIMIENTO.
           ADD 1 TO WS-TOT-MOVIMIENTOS
           ADD 1 TO WS-CANT-MOV-CLAVE
           IF WS-LIB-CREDITO
               ADD WS-LIB-IMPORTE TO WS-SALDO-CALCULADO
               MOVE 'CREDITO' TO WS-LMV-TIPO
           ELSE
               SUBTRACT WS-LIB-IMPORTE FROM WS-SALDO-CALCULADO
               MOVE 'DEBITO' TO WS-LMV-TIPO
           END-IF
           MOVE WS-LIB-FECHA TO WS-LMV-FECHA
           MOVE WS-LIB-HORA TO WS-LMV-HORA
           MOVE WS-LIB-IMPORTE TO WS-LMV-IMPORTE
           MOVE WS-LIB-SALDO TO WS-LMV-SALDO
           EVALUATE TRUE
               WHEN WS-LIB-APERTURA
                   MOVE 'APERTURA' TO WS-LMV-MOTIVO
               WHEN WS-LIB-ALTA
                   MOVE 'ALTA' TO WS-LMV-MOTIVO
               WHEN WS-LIB-CORRECCION
                   MOVE 'CORRECCION' TO WS-LMV-MOTIVO
               WHEN WS-LIB-BAJA
                   MOVE 'BAJA' TO WS-LMV-MOTIVO
               WHEN WS-LIB-CARGA
                   MOVE 'CARGA' TO WS-LMV-MOTIVO
               WHEN WS-LIB-ARCHIVO
                   MOVE 'ARCHIVO' TO WS-LMV-MOTIVO
               WHEN WS-LIB-RESTAURACION
                   MOVE 'RESTAURA' TO WS-LMV-MOTIVO
               WHEN OTHER
                   MOVE SPACES TO WS-LMV-MOTIVO
                   STRING 'MOTIVO ' DELIMITED BY SIZE
                          WS-LIB-MOTIVO DELIMITED BY SIZE
                          INTO WS-LMV-MOTIVO
                   END-STRING
           END-EVALUATE
           MOVE WS-LIB-USUARIO TO WS-LMV-USUARIO
           MOVE WS-LIB-TERMINAL TO WS-LMV-TERMINAL
           MOVE WS-LINEA-MOVIMIENTO TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           IF WS-SALDO-CALCULADO NOT = WS-LIB-SALDO
               ADD 1 TO WS-TOT-DESCUADRES
               MOVE WS-SALDO-CALCULADO TO WS-IMPORTE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING '  *** SALDO NO CUADRA, CALCULADO='
                      DELIMITED BY SIZE
                      WS-IMPORTE-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE WS-LIB-SALDO TO WS-SALDO-CALCULADO
           END-IF.

      *****************************************************************
      * UNA CLAVE CON SALDO PERO SIN MOVIMIENTOS EN EL PERIODO IGUAL
      * SE LISTA, CON SALDO FINAL IGUAL AL INICIAL.  SI EL PERIODO
      * LLEGA HASTA HOY, EL SALDO FINAL SE CONCILIA CONTRA EL IMPORTE
      * DE COBTESN1 (CERO SI LA CLAVE YA NO ESTA).
      *****************************************************************
       CERRAR-CLAVE.
           IF NOT WS-CABECERA-IMPRESA AND WS-SALDO-INICIAL > ZERO
               PERFORM IMPRIMIR-CABECERA-CLAVE
               MOVE SPACES TO WS-REG-REPORTE
               STRING '  SIN MOVIMIENTOS EN EL PERIODO'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           IF WS-CABECERA-IMPRESA
               MOVE WS-CANT-MOV-CLAVE TO WS-CONTADOR-ED
               MOVE WS-SALDO-CALCULADO TO WS-IMPORTE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'MOVIMIENTOS=' DELIMITED BY SIZE
                      WS-CONTADOR-ED DELIMITED BY SIZE
                      '   SALDO FINAL=' DELIMITED BY SIZE
                      WS-IMPORTE-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               IF WS-FECHA-HASTA NOT < WS-FECHA-HOY
                   PERFORM CONCILIAR-CON-COBTESN1
               END-IF
           END-IF.

       CONCILIAR-CON-COBTESN1.
           MOVE WS-CLAVE-ACTUAL TO WS-CLAVE
           READ COBTESN1
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-COBTESN1
               WHEN '23'
                   MOVE ZERO TO WS-IMPORTE-COBTESN1
               WHEN OTHER
                   MOVE WS-SALDO-CALCULADO TO WS-IMPORTE-COBTESN1
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING '  *** ERROR COBTESN1 FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-COBTESN1 DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-IMPORTE-COBTESN1 NOT = WS-SALDO-CALCULADO
               ADD 1 TO WS-TOT-NO-CONCILIAN
               MOVE WS-IMPORTE-COBTESN1 TO WS-IMPORTE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING '  *** NO CONCILIA, IMPORTE EN COBTESN1='
                      DELIMITED BY SIZE
                      WS-IMPORTE-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

      *****************************************************************
      * RC=4 SI ALGUN SALDO NO CUADRA CON SUS MOVIMIENTOS O NO
      * CONCILIA CON COBTESN1, PARA QUE ALGUIEN LO MIRE.
      *****************************************************************
       CERRAR-ARCHIVOS.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-CLAVES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL CLAVES=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-MOVIMIENTOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL MOVIMIENTOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-DESCUADRES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL DESCUADRES=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-NO-CONCILIAN TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL NO CONCILIAN=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF (WS-TOT-DESCUADRES > ZERO OR WS-TOT-NO-CONCILIAN > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE LIBRO
           CLOSE COBTESN1
           CLOSE REPORTE.
