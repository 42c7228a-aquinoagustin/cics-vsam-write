       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMAPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBTESN1 ASSIGN TO COBTESN1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBTESN1.
       COPY VSWRREG.
      *****************************************************************
      * LIBRO DE MOVIMIENTOS COBTESM1.  LOS REGISTROS QUE YA ESTABAN
      * EN COBTESN1 CUANDO SE PUSO EN MARCHA EL LIBRO NO TIENEN
      * NINGUN MOVIMIENTO QUE EXPLIQUE SU IMPORTE: ESTE PROGRAMA LES
      * ASIENTA UN CREDITO DE APERTURA (MOTIVO 00) POR EL IMPORTE
      * ACTUAL, ASI DESDE EL PRIMER DIA EL SALDO DE CADA CLAVE ES LA
      * SUMA DE SUS MOVIMIENTOS.
      *****************************************************************
       FD  LIBRO.
       COPY VSWRLIB.
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-SW-FIN-COBTESN1 PIC X(01) VALUE 'N'.
             88 WS-FIN-COBTESN1    VALUE 'S'.
          01 WS-SW-LIBRO-VACIO PIC X(01) VALUE 'N'.
             88 WS-LIBRO-VACIO     VALUE 'S'.
          01 WS-SW-TIENE-MOVIMIENTOS PIC X(01).
             88 WS-TIENE-MOVIMIENTOS VALUE 'S'.
          01 WS-SW-LIB-GRABADO PIC X(01).
             88 WS-LIB-GRABADO     VALUE 'S'.
          01 WS-SW-LIB-ERROR  PIC X(01).
             88 WS-LIB-ERROR       VALUE 'S'.
          01 WS-CONTADORES.
             05 WS-TOT-LEIDOS    PIC 9(7) VALUE ZERO.
             05 WS-TOT-ABIERTOS  PIC 9(7) VALUE ZERO.
             05 WS-TOT-YA-EN-LIBRO PIC 9(7) VALUE ZERO.
             05 WS-TOT-SIN-IMPORTE PIC 9(7) VALUE ZERO.
             05 WS-TOT-ERR-LIBRO PIC 9(5) VALUE ZERO.
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC Z(6)9.
          01 WS-IMPORTE-ED     PIC Z(6)9.99.
          01 WS-FECHA-HOY      PIC X(08).
          01 WS-HORA-HOY       PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF RETURN-CODE = ZERO
               PERFORM LEER-COBTESN1
               PERFORM TRATAR-REGISTRO
                   UNTIL WS-FIN-COBTESN1
               PERFORM CERRAR-ARCHIVOS
           END-IF
           STOP RUN.

      *****************************************************************
      * EN LA PRIMERA CORRIDA EL LIBRO RECIEN DEFINIDO ESTA VACIO Y NO
      * ADMITE OPEN I-O (FILE STATUS 35): SE ABRE OUTPUT Y SE SABE QUE
      * NINGUNA CLAVE TIENE MOVIMIENTOS.  CUALQUIER OTRA FALLA DE
      * APERTURA CORTA CON RC=8 SIN ASENTAR NADA.
      *****************************************************************
       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMAPER - APERTURA DEL LIBRO DE MOVIMIENTOS'
                  DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           OPEN INPUT COBTESN1
           OPEN I-O LIBRO
           IF WS-FS-LIBRO = '35'
               MOVE 'S' TO WS-SW-LIBRO-VACIO
               OPEN OUTPUT LIBRO
           END-IF
           IF WS-FS-LIBRO NOT = '00' AND WS-FS-LIBRO NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA LIBRO FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-LIBRO DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               CLOSE COBTESN1
               CLOSE REPORTE
           END-IF.

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

      *****************************************************************
      * UNA CLAVE QUE YA TIENE ALGUN MOVIMIENTO EN EL LIBRO NO SE
      * TOCA: ASI EL PROGRAMA SE PUEDE VOLVER A CORRER SIN DUPLICAR
      * APERTURAS.  UN IMPORTE EN CERO NO NECESITA MOVIMIENTO.
      *****************************************************************
       TRATAR-REGISTRO.
           ADD 1 TO WS-TOT-LEIDOS
           EVALUATE TRUE
               WHEN WS-DAT-IMPORTE = ZERO
                   ADD 1 TO WS-TOT-SIN-IMPORTE
               WHEN OTHER
                   PERFORM BUSCAR-MOVIMIENTOS
                   IF WS-TIENE-MOVIMIENTOS
                       ADD 1 TO WS-TOT-YA-EN-LIBRO
                   ELSE
                       PERFORM ASENTAR-APERTURA
                   END-IF
           END-EVALUATE
           PERFORM LEER-COBTESN1.

      *****************************************************************
      * SE POSICIONA EN EL PRIMER MOVIMIENTO POSIBLE DE LA CLAVE
      * (FECHA, HORA Y SECUENCIA EN LOW-VALUES) Y SE MIRA SI EL
      * SIGUIENTE REGISTRO DEL LIBRO ES DE ESA MISMA CLAVE.
      *****************************************************************
       BUSCAR-MOVIMIENTOS.
           MOVE 'N' TO WS-SW-TIENE-MOVIMIENTOS
           IF NOT WS-LIBRO-VACIO
               MOVE LOW-VALUES TO WS-LIB-CLAVE-ARCH
               MOVE WS-CLAVE TO WS-LIB-CLAVE
               START LIBRO KEY IS NOT LESS THAN WS-LIB-CLAVE-ARCH
                   INVALID KEY
                       CONTINUE
               END-START
               IF WS-FS-LIBRO = '00'
                   READ LIBRO NEXT RECORD
                       AT END
                           CONTINUE
                   END-READ
                   IF WS-FS-LIBRO = '00' AND WS-LIB-CLAVE = WS-CLAVE
                       MOVE 'S' TO WS-SW-TIENE-MOVIMIENTOS
                   END-IF
               END-IF
           END-IF.

       ASENTAR-APERTURA.
           MOVE WS-CLAVE TO WS-LIB-CLAVE
           MOVE WS-FECHA-HOY TO WS-LIB-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-LIB-HORA
           MOVE ZERO TO WS-LIB-SECUENCIA
           MOVE 'C' TO WS-LIB-TIPO
           MOVE WS-DAT-IMPORTE TO WS-LIB-IMPORTE
           MOVE WS-DAT-IMPORTE TO WS-LIB-SALDO
           MOVE '00' TO WS-LIB-MOTIVO
           MOVE 'BTCH' TO WS-LIB-TERMINAL
           MOVE 'VSAMAPER' TO WS-LIB-USUARIO
           MOVE 'N' TO WS-SW-LIB-GRABADO
           MOVE 'N' TO WS-SW-LIB-ERROR
           PERFORM INTENTAR-GRABAR-LIBRO
               UNTIL WS-LIB-GRABADO OR WS-LIB-ERROR
           IF WS-LIB-ERROR
               ADD 1 TO WS-TOT-ERR-LIBRO
               MOVE WS-CLAVE TO WS-CLAVE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LIBRO CLAVE=' DELIMITED BY SIZE
                      WS-CLAVE-ED DELIMITED BY SIZE
                      ' FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-LIBRO DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           ELSE
               ADD 1 TO WS-TOT-ABIERTOS
               MOVE WS-CLAVE TO WS-CLAVE-ED
               MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'APERTURA  CLAVE=' DELIMITED BY SIZE
                      WS-CLAVE-ED DELIMITED BY SIZE
                      ' SALDO=' DELIMITED BY SIZE
                      WS-IMPORTE-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

       INTENTAR-GRABAR-LIBRO.
           WRITE WS-REG-LIBRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-LIBRO
               WHEN '00'
                   MOVE 'S' TO WS-SW-LIB-GRABADO
               WHEN '22'
                   IF WS-LIB-SECUENCIA < 9999
                       ADD 1 TO WS-LIB-SECUENCIA
                   ELSE
                       MOVE 'S' TO WS-SW-LIB-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-SW-LIB-ERROR
           END-EVALUATE.

       CERRAR-ARCHIVOS.
           MOVE WS-TOT-LEIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL LEIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ABIERTOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL APERTURAS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-YA-EN-LIBRO TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL YA EN LIBRO=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-SIN-IMPORTE TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL SIN IMPORTE=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ERR-LIBRO TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES LIBRO=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF WS-TOT-ERR-LIBRO > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE COBTESN1
           CLOSE LIBRO
           CLOSE REPORTE.
