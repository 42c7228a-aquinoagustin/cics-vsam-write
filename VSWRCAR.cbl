               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT FECHASEL ASSIGN TO FECHASEL
               ORGANIZATION IS SEQUENTIAL.
           SELECT REINICIO ASSIGN TO REINICIO
               ORGANIZATION IS SEQUENTIAL.
           SELECT RECHAZOS ASSIGN TO RECHAZOS
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACUSE ASSIGN TO ACUSE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
       FD  COBTESN1.
       COPY VSWRREG.
      *****************************************************************
      * CADA REGISTRO CARGADO CON IMPORTE DEJA SU CREDITO INICIAL EN
      * EL LIBRO DE MOVIMIENTOS COBTESM1 (MOTIVO 04, CARGA).
      *****************************************************************
       FD  LIBRO.
       COPY VSWRLIB.
      *****************************************************************
      * FICHA DE FECHA ESPERADA (AAAAMMDD): SI VIENE INFORMADA, LA
      * ENTRADA DEBE TRAER LOS SELLOS HD/TR DE VSAMDESC Y LA FECHA
      * DEL HD DEBE COINCIDIR.  FICHA EN BLANCO = SE ACEPTA ENTRADA
       01 WS-REG-RECHAZO.
          05 WS-RCH-REGISTRO  PIC X(31).
          05 WS-RCH-MOTIVO    PIC X(02).
      *****************************************************************
      * ACUSE PARA EL DEPARTAMENTO EMISOR: UNA LINEA POR REGISTRO CON
      * SU RESULTADO, ENTRE UN HD Y UN TR (VER VSWRACU.CPY).  A
      * DIFERENCIA DE RECHAZOS, CUBRE TAMBIEN LO CARGADO.
      *****************************************************************
       FD  ACUSE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY VSWRACU.
       WORKING-STORAGE SECTION.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-SW-LIB-GRABADO PIC X(01).
             88 WS-LIB-GRABADO     VALUE 'S'.
          01 WS-SW-LIB-ERROR  PIC X(01).
             88 WS-LIB-ERROR       VALUE 'S'.
          01 WS-SW-FIN-ENTRADA PIC X(01) VALUE 'N'.
             88 WS-FIN-ENTRADA     VALUE 'S'.
          01 WS-CONTADORES.
             05 WS-TOT-DUPLICADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERRORES   PIC 9(5) VALUE ZERO.
             05 WS-TOT-RECHAZADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-LIBRO PIC 9(5) VALUE ZERO.
          01 WS-MOTIVO-RECHAZO PIC X(02).
          01 WS-SW-CON-SELLOS  PIC X(01) VALUE 'N'.
             88 WS-CON-SELLOS      VALUE 'S'.
          01 WS-SALTEAR        PIC 9(5) VALUE ZERO.
          01 WS-TOT-SALTEADOS  PIC 9(5) VALUE ZERO.
          01 WS-APLICADOS      PIC 9(5) VALUE ZERO.
          01 WS-NRO-REGISTRO   PIC 9(5) VALUE ZERO.
          01 WS-FECHA-EMISOR   PIC X(08) VALUE SPACES.
          01 WS-RESULTADO-ACUSE PIC X(02).
          01 WS-MOTIVO-ACUSE   PIC X(02).
          01 WS-CONTADORES-ACUSE.
             05 WS-ACS-DETALLES  PIC 9(5) VALUE ZERO.
             05 WS-ACS-APLICADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-DUPLICADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-RECHAZADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-SALTEADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-ERRORES   PIC 9(5) VALUE ZERO.
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC ZZZZ9.
          01 WS-FECHA-HOY      PIC X(08).
               PERFORM CARGAR-REGISTRO
                   UNTIL WS-FIN-ENTRADA
               PERFORM CERRAR-ARCHIVOS
           ELSE
               PERFORM ACUSAR-ENTRADA-RECHAZADA
           END-IF
           STOP RUN.

               WHEN WS-ENT-CLAVE(1:2) = 'HD'
                   IF WS-ES-PRIMERO
                       MOVE 'S' TO WS-SW-CON-SELLOS
                       MOVE WS-REG-ENTRADA(13:8) TO WS-FECHA-EMISOR
                   END-IF
                   IF WS-FECHA-ESPERADA NUMERIC
                      AND WS-REG-ENTRADA(13:8) NOT =
       ABRIR-ARCHIVOS.
           OPEN INPUT ENTRADA
           PERFORM ABRIR-COBTESN1
           PERFORM ABRIR-LIBRO
           OPEN OUTPUT RECHAZOS
           OPEN OUTPUT ACUSE
           PERFORM GRABAR-CABECERA-ACUSE.

      *****************************************************************
      * UN KSDS RECIEN DEFINIDO Y NUNCA CARGADO NO ADMITE OPEN I-O
               MOVE 'S' TO WS-SW-FIN-ENTRADA
           END-IF.

      *****************************************************************
      * MISMO CRITERIO PARA EL LIBRO DE MOVIMIENTOS: RECIEN DEFINIDO
      * Y VACIO SE ABRE OUTPUT; CUALQUIER OTRA FALLA CORTA CON RC=8
      * ANTES DE CARGAR NADA.
      *****************************************************************
       ABRIR-LIBRO.
           OPEN I-O LIBRO
           IF WS-FS-LIBRO = '35'
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
               MOVE 'S' TO WS-SW-FIN-ENTRADA
           END-IF.

       LEER-ENTRADA.
           READ ENTRADA
               AT END
      * 01 (CLAVE NO NUMERICA) EN RECHAZOS.
      *****************************************************************
       CARGAR-REGISTRO.
           ADD 1 TO WS-NRO-REGISTRO
           EVALUATE TRUE
               WHEN WS-ENT-CLAVE(1:2) = 'HD'
                 OR WS-ENT-CLAVE(1:2) = 'TR'
      *            REGISTRO YA PROCESADO POR LA CORRIDA ABENDEADA;
      *            EN EL REINICIO SE PASA DE LARGO.
                   ADD 1 TO WS-TOT-SALTEADOS
                   MOVE 'SR' TO WS-RESULTADO-ACUSE
                   MOVE SPACES TO WS-MOTIVO-ACUSE
                   PERFORM GRABAR-ACUSE
               WHEN OTHER
                   PERFORM CARGAR-REGISTRO-DATO
           END-EVALUATE
                   INVALID KEY
                       PERFORM TRATAR-CLAVE-INVALIDA
               END-WRITE
               EVALUATE WS-FS-COBTESN1
                   WHEN '00'
                       ADD 1 TO WS-TOT-ESCRITOS
                       PERFORM ASENTAR-MOVIMIENTO
                       PERFORM ANOTAR-REPORTE-OK
                   WHEN '21'
                   WHEN '22'
                   WHEN '23'
                   WHEN '24'
      *                YA INFORMADO POR TRATAR-CLAVE-INVALIDA.
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-TOT-ERRORES
                       PERFORM ANOTAR-ERROR-ESCRITURA
               END-EVALUATE
           END-IF
           PERFORM GRABAR-ACUSE
           ADD 1 TO WS-APLICADOS
           PERFORM GRABAR-CHECKPOINT.


       RECHAZAR-REGISTRO.
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE 'RE' TO WS-RESULTADO-ACUSE
           MOVE WS-MOTIVO-RECHAZO TO WS-MOTIVO-ACUSE
           MOVE WS-REG-ENTRADA TO WS-RCH-REGISTRO
           MOVE WS-MOTIVO-RECHAZO TO WS-RCH-MOTIVO
           WRITE WS-REG-RECHAZO
           MOVE WS-HORA-HOY(1:6) TO WS-ULT-HORA
           MOVE 'VSAMCARG' TO WS-ULT-USUARIO.

      *****************************************************************
      * EL IMPORTE CARGADO ENTRA AL LIBRO COBTESM1 COMO CREDITO, CON
      * SALDO IGUAL AL IMPORTE.  UN IMPORTE EN CERO NO DEJA
      * MOVIMIENTO.  UN ERROR DEL LIBRO NO DESHACE LA CARGA DEL
      * REGISTRO: SE CUENTA, SE ANOTA Y EL TRABAJO TERMINA CON RC=4.
      *****************************************************************
       ASENTAR-MOVIMIENTO.
           IF WS-DAT-IMPORTE > ZERO
               MOVE WS-CLAVE TO WS-LIB-CLAVE
               MOVE WS-FECHA-HOY TO WS-LIB-FECHA
               MOVE WS-HORA-HOY(1:6) TO WS-LIB-HORA
               MOVE ZERO TO WS-LIB-SECUENCIA
               MOVE 'C' TO WS-LIB-TIPO
               MOVE WS-DAT-IMPORTE TO WS-LIB-IMPORTE
               MOVE WS-DAT-IMPORTE TO WS-LIB-SALDO
               MOVE '04' TO WS-LIB-MOTIVO
               MOVE 'BTCH' TO WS-LIB-TERMINAL
               MOVE 'VSAMCARG' TO WS-LIB-USUARIO
               MOVE 'N' TO WS-SW-LIB-GRABADO
               MOVE 'N' TO WS-SW-LIB-ERROR
               PERFORM INTENTAR-GRABAR-LIBRO
                   UNTIL WS-LIB-GRABADO OR WS-LIB-ERROR
               IF WS-LIB-ERROR
                   ADD 1 TO WS-TOT-ERR-LIBRO
                   PERFORM ANOTAR-ERROR-LIBRO
               END-IF
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

       ANOTAR-ERROR-LIBRO.
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR LIBRO CLAVE=' DELIMITED BY SIZE
                  WS-CLAVE-ED DELIMITED BY SIZE
                  ' FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-LIBRO DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       TRATAR-CLAVE-INVALIDA.
           EVALUATE WS-FS-COBTESN1
               WHEN '22'
           END-EVALUATE.

       ANOTAR-REPORTE-OK.
           MOVE 'AP' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ESCRITO   CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-REPORTE-DUPLICADO.
           MOVE 'DU' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'DUPLICADA CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-REPORTE-ERROR.
           MOVE 'ER' TO WS-RESULTADO-ACUSE
           MOVE WS-FS-COBTESN1 TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR     CLAVE=' DELIMITED BY SIZE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * UNA FALLA DEL WRITE QUE NO ES DE CLAVE (3X, 9X) NO PASA POR
      * INVALID KEY: EL ACUSE LA INFORMA COMO ERROR CON EL FILE STATUS
      * Y EL PASO TERMINA CON RC=8.
      *****************************************************************
       ANOTAR-ERROR-ESCRITURA.
           MOVE 'ER' TO WS-RESULTADO-ACUSE
           MOVE WS-FS-COBTESN1 TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR ESCRITURA COBTESN1 FILE STATUS='
                  DELIMITED BY SIZE
                  WS-FS-COBTESN1 DELIMITED BY SIZE
                  ' CLAVE=' DELIMITED BY SIZE
                  WS-CLAVE-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE 8 TO RETURN-CODE.

      *****************************************************************
      * ACUSE DE UN REGISTRO, CON EL RESULTADO QUE DEJO ANOTADO EL
      * PARRAFO QUE LO INFORMO EN EL REPORTE.  LA CLAVE VA TAL COMO
      * LLEGO, AUNQUE NO SEA NUMERICA; EL CODIGO ES SIEMPRE 'A'.
      *****************************************************************
       GRABAR-ACUSE.
           ADD 1 TO WS-ACS-DETALLES
           EVALUATE WS-RESULTADO-ACUSE
               WHEN 'AP'
                   ADD 1 TO WS-ACS-APLICADOS
               WHEN 'DU'
                   ADD 1 TO WS-ACS-DUPLICADOS
               WHEN 'RE'
                   ADD 1 TO WS-ACS-RECHAZADOS
               WHEN 'SR'
                   ADD 1 TO WS-ACS-SALTEADOS
               WHEN OTHER
                   ADD 1 TO WS-ACS-ERRORES
           END-EVALUATE
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'DT' TO WS-ACU-TIPO
           MOVE WS-NRO-REGISTRO TO WS-ACU-SECUENCIA
           MOVE WS-REG-ENTRADA(1:6) TO WS-ACU-CLAVE
           MOVE 'A' TO WS-ACU-CODIGO
           MOVE WS-RESULTADO-ACUSE TO WS-ACU-RESULTADO
           MOVE WS-MOTIVO-ACUSE TO WS-ACU-MOTIVO
           WRITE WS-REG-ACUSE.

       GRABAR-CABECERA-ACUSE.
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'HD' TO WS-ACU-TIPO
           MOVE 'VSAMCARG' TO WS-ACU-PROGRAMA
           MOVE WS-FECHA-HOY TO WS-ACU-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-ACU-HORA
           MOVE WS-FECHA-EMISOR TO WS-ACU-FECHA-EMISOR
           IF WS-ES-REINICIO
               MOVE 'S' TO WS-ACU-REINICIO
           ELSE
               MOVE 'N' TO WS-ACU-REINICIO
           END-IF
           WRITE WS-REG-ACUSE.

      *****************************************************************
      * UN RC=8 SIN NINGUN DT ACUSADO SALE ANTES DE CARGAR EL PRIMER
      * REGISTRO (SELLOS, CHECKPOINT O APERTURA): EL TR LO DICE CON
      * 'R' PARA QUE EL EMISOR SEPA QUE NO SE CARGO NADA Y REENVIE.
      * UN ERROR DE ESCRITURA A MITAD DE LA CARGA TAMBIEN DA RC=8,
      * PERO LO YA CARGADO QUEDA: EL TR VA CON 'C' Y EL REGISTRO CON
      * SU DT 'ER'.  LA CARGA NO TIENE CLAVES INEXISTENTES: ESE
      * CONTADOR VA SIEMPRE EN CERO.
      *****************************************************************
       GRABAR-COLA-ACUSE.
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'TR' TO WS-ACU-TIPO
           IF RETURN-CODE = 8 AND WS-ACS-DETALLES = ZERO
               MOVE 'R' TO WS-ACU-ESTADO
           ELSE
               MOVE 'C' TO WS-ACU-ESTADO
           END-IF
           IF WS-HAY-TR
               MOVE WS-TR-TOTAL TO WS-ACU-TOTAL-EMISOR
           END-IF
           MOVE WS-ACS-DETALLES TO WS-ACU-DETALLES
           MOVE WS-ACS-APLICADOS TO WS-ACU-APLICADOS
           MOVE WS-ACS-DUPLICADOS TO WS-ACU-DUPLICADOS
           MOVE ZERO TO WS-ACU-NO-EXISTEN
           MOVE WS-ACS-RECHAZADOS TO WS-ACU-RECHAZADOS
           MOVE WS-ACS-SALTEADOS TO WS-ACU-SALTEADOS
           MOVE WS-ACS-ERRORES TO WS-ACU-ERRORES
           MOVE ZERO TO WS-ACU-PROGRAMADOS
           WRITE WS-REG-ACUSE.

       ACUSAR-ENTRADA-RECHAZADA.
           OPEN OUTPUT ACUSE
           PERFORM GRABAR-CABECERA-ACUSE
           PERFORM GRABAR-COLA-ACUSE
           CLOSE ACUSE.

       CERRAR-ARCHIVOS.
           IF WS-ES-REINICIO
               MOVE WS-TOT-SALTEADOS TO WS-CONTADOR-ED
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
           CLOSE ENTRADA
           CLOSE COBTESN1
           CLOSE LIBRO
           CLOSE FECHASEL
           CLOSE REPORTE
           CLOSE RECHAZOS
           PERFORM GRABAR-COLA-ACUSE
           CLOSE ACUSE.
