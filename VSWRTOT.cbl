               FILE STATUS IS WS-FS-COBTESN1.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-COR-CLAVE
               FILE STATUS IS WS-FS-CORRIDAS.
           SELECT FECHANEG ASSIGN TO FECHANEG
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBTESN1.
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       FD  CORRIDAS.
       COPY VSWRCTR.
       FD  FECHANEG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-FECHANEG.
          05 WS-NEG-FECHA     PIC X(08).
          05 FILLER           PIC X(01).
          05 WS-NEG-FORZAR    PIC X(01).
          05 FILLER           PIC X(70).
       WORKING-STORAGE SECTION.
          01 WS-FS-CORRIDAS   PIC X(02).
          01 WS-PASO-PROPIO   PIC X(08) VALUE 'VSAMTOTL'.
          01 WS-PASO-PREVIO   PIC X(08) VALUE 'VSAMARCH'.
          01 WS-FECHA-NEGOCIO PIC X(08).
          01 WS-MOTIVO-RECHAZO PIC X(48).
          01 WS-SW-CORRIDA    PIC X(01) VALUE 'S'.
             88 WS-CORRIDA-AUTORIZADA VALUE 'S'.
          01 WS-SW-FORZADA    PIC X(01) VALUE 'N'.
             88 WS-CORRIDA-FORZADA    VALUE 'S'.
          01 WS-SW-CORRIDAS-VACIO PIC X(01) VALUE 'N'.
             88 WS-CORRIDAS-VACIO     VALUE 'S'.
          01 WS-SW-COR-EXISTE PIC X(01).
             88 WS-COR-EXISTE         VALUE 'S'.
          01 WS-SW-FIN-CORRIDAS PIC X(01) VALUE 'N'.
             88 WS-FIN-CORRIDAS       VALUE 'S'.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-SW-FIN-COBTESN1 PIC X(01) VALUE 'N'.
             88 WS-FIN-COBTESN1    VALUE 'S'.
             05 WS-REG-AAAA      PIC 9(4).
             05 WS-REG-MM        PIC 9(2).
             05 FILLER           PIC X(2).
          01 WS-HORA-HOY      PIC X(08).
          01 WS-MESES-HOY     PIC 9(6).
          01 WS-MESES-REG     PIC 9(6).
          01 WS-DIF-MESES     PIC S9(6).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF WS-CORRIDA-AUTORIZADA
               PERFORM LEER-COBTESN1
               PERFORM ACUMULAR-REGISTRO
                   UNTIL WS-FIN-COBTESN1
               PERFORM IMPRIMIR-TOTALES
               PERFORM CERRAR-ARCHIVOS
           END-IF
           STOP RUN.

       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           COMPUTE WS-MESES-HOY = WS-HOY-AAAA * 12 + WS-HOY-MM
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMTOTL - TOTALES DE COBTESN1 AL '
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           PERFORM VERIFICAR-CORRIDA
           IF WS-CORRIDA-AUTORIZADA
               OPEN INPUT COBTESN1
           ELSE
               CLOSE REPORTE
           END-IF.

       LEER-COBTESN1.
           READ COBTESN1
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           PERFORM REGISTRAR-FIN-CORRIDA
           CLOSE COBTESN1
           CLOSE REPORTE.

      *****************************************************************
      * CONTROL DE CORRIDAS DE LA CADENA NOCTURNA (VER VSWRCTR.CPY).
      * LA FICHA DE FECHANEG TRAE LA FECHA DE NEGOCIO (AAAAMMDD EN
      * 1-8; EN BLANCO = LA DEL PASO PREVIO) Y UNA 'F' EN LA
      * COLUMNA 10 PARA FORZAR LA CORRIDA: SALTEA LOS CONTROLES DE
      * PASO PREVIO Y DE CORRIDA REPETIDA, Y QUEDA MARCADA COMO
      * FORZADA EN EL CONTROL.
      * UNA CORRIDA RECHAZADA TERMINA CON RC=8 SIN TOCAR LOS ARCHIVOS
      * NI EL CONTROL DEL PASO, ASI EL SCHEDULER FRENA EL RESTO DE LA
      * CADENA.  EL CONTROL NO QUEDA ABIERTO MIENTRAS CORRE EL PASO:
      * SE REABRE AL FINAL PARA REGISTRAR EL RESULTADO.
      *****************************************************************
       VERIFICAR-CORRIDA.
           MOVE SPACES TO WS-FECHA-NEGOCIO
           OPEN INPUT FECHANEG
           READ FECHANEG
               AT END
                   CONTINUE
               NOT AT END
                   MOVE WS-NEG-FECHA TO WS-FECHA-NEGOCIO
                   IF WS-NEG-FORZAR = 'F'
                       MOVE 'S' TO WS-SW-FORZADA
                   END-IF
           END-READ
           CLOSE FECHANEG
           IF WS-FECHA-NEGOCIO NOT NUMERIC
               MOVE SPACES TO WS-FECHA-NEGOCIO
           END-IF
           MOVE 'S' TO WS-SW-CORRIDA
           OPEN I-O CORRIDAS
           IF WS-FS-CORRIDAS = '35'
               MOVE 'S' TO WS-SW-CORRIDAS-VACIO
               OPEN OUTPUT CORRIDAS
           END-IF
           IF WS-FS-CORRIDAS NOT = '00' AND WS-FS-CORRIDAS NOT = '97'
               MOVE 'N' TO WS-SW-CORRIDA
               PERFORM ANOTAR-ERROR-CORRIDAS
           ELSE
               IF WS-FECHA-NEGOCIO = SPACES
                   PERFORM BUSCAR-FECHA-PREVIO
               END-IF
               IF WS-CORRIDA-AUTORIZADA AND NOT WS-CORRIDA-FORZADA
                   PERFORM VERIFICAR-PASO-PREVIO
               END-IF
               IF WS-CORRIDA-AUTORIZADA AND NOT WS-CORRIDA-FORZADA
                   PERFORM VERIFICAR-CORRIDA-REPETIDA
               END-IF
               IF WS-CORRIDA-AUTORIZADA
                   PERFORM REGISTRAR-INICIO-CORRIDA
               END-IF
               CLOSE CORRIDAS
           END-IF.

      *****************************************************************
      * EL PASO PREVIO TIENE QUE HABER TERMINADO CON RC 0 O 4 EN LA
      * MISMA FECHA DE NEGOCIO.  CON EL CONTROL VACIO NO HAY NADA QUE
      * LEER: EL PASO PREVIO NO CORRIO.
      *****************************************************************
       VERIFICAR-PASO-PREVIO.
           MOVE 'N' TO WS-SW-COR-EXISTE
           MOVE WS-FECHA-NEGOCIO TO WS-COR-FECHA
           MOVE WS-PASO-PREVIO TO WS-COR-PROGRAMA
           IF NOT WS-CORRIDAS-VACIO
               PERFORM LEER-CORRIDA
           END-IF
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           EVALUATE TRUE
               WHEN NOT WS-COR-EXISTE
                   STRING WS-PASO-PREVIO DELIMITED BY SIZE
                          ' NO CORRIO' DELIMITED BY SIZE
                          INTO WS-MOTIVO-RECHAZO
                   END-STRING
                   PERFORM RECHAZAR-CORRIDA
               WHEN WS-COR-EN-CURSO
                   STRING WS-PASO-PREVIO DELIMITED BY SIZE
                          ' NO TERMINO (QUEDO EN CURSO)'
                          DELIMITED BY SIZE
                          INTO WS-MOTIVO-RECHAZO
                   END-STRING
                   PERFORM RECHAZAR-CORRIDA
               WHEN WS-COR-RC > 4
                   STRING WS-PASO-PREVIO DELIMITED BY SIZE
                          ' TERMINO CON RC=' DELIMITED BY SIZE
                          WS-COR-RC DELIMITED BY SIZE
                          INTO WS-MOTIVO-RECHAZO
                   END-STRING
                   PERFORM RECHAZAR-CORRIDA
           END-EVALUATE.

      *****************************************************************
      * UN PASO QUE YA TERMINO BIEN PARA LA FECHA DE NEGOCIO NO SE
      * REPITE.  SI QUEDO EN CURSO O TERMINO CON RC=8 SE PUEDE VOLVER
      * A CORRER UNA VEZ CORREGIDA LA CAUSA.
      *****************************************************************
       VERIFICAR-CORRIDA-REPETIDA.
           MOVE 'N' TO WS-SW-COR-EXISTE
           MOVE WS-FECHA-NEGOCIO TO WS-COR-FECHA
           MOVE WS-PASO-PROPIO TO WS-COR-PROGRAMA
           PERFORM LEER-CORRIDA
           IF WS-COR-EXISTE AND WS-COR-TERMINADO
              AND WS-COR-RC NOT > 4
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               STRING 'YA TERMINO CON RC=' DELIMITED BY SIZE
                      WS-COR-RC DELIMITED BY SIZE
                      ' (REPETIR CON F EN FECHANEG)'
                      DELIMITED BY SIZE
                      INTO WS-MOTIVO-RECHAZO
               END-STRING
               PERFORM RECHAZAR-CORRIDA
           END-IF.

      *****************************************************************
      * FICHA EN BLANCO: LA FECHA DE NEGOCIO ES LA ULTIMA CON QUE EL
      * PASO PREVIO FIGURA EN EL CONTROL, COMO EN BUSCAR-ULTIMA-FECHA
      * DE VSAMCORR, Y NO LA DEL RELOJ: SI LA CADENA CRUZO LA
      * MEDIANOCHE, EL PASO PREVIO QUEDO REGISTRADO CON LA FECHA DE
      * AYER.  LA CLAVE EMPIEZA POR LA FECHA, ASI QUE LA ULTIMA QUE SE
      * ENCUENTRA ES LA MAS NUEVA.  SI EL PASO PREVIO NUNCA CORRIO SE
      * TOMA HOY Y EL CONTROL DE PASO PREVIO RECHAZA LA CORRIDA.
      *****************************************************************
       BUSCAR-FECHA-PREVIO.
           MOVE 'N' TO WS-SW-FIN-CORRIDAS
           IF WS-CORRIDAS-VACIO
               MOVE 'S' TO WS-SW-FIN-CORRIDAS
           END-IF
           PERFORM LEER-SIGUIENTE-CORRIDA
           PERFORM TOMAR-FECHA-PREVIO
               UNTIL WS-FIN-CORRIDAS
           IF WS-FECHA-NEGOCIO = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-NEGOCIO
           END-IF.

       LEER-SIGUIENTE-CORRIDA.
           IF NOT WS-FIN-CORRIDAS
               READ CORRIDAS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-CORRIDAS
               END-READ
               IF NOT WS-FIN-CORRIDAS AND WS-FS-CORRIDAS NOT = '00'
                   MOVE 'N' TO WS-SW-CORRIDA
                   PERFORM ANOTAR-ERROR-CORRIDAS
                   MOVE 'S' TO WS-SW-FIN-CORRIDAS
               END-IF
           END-IF.

       TOMAR-FECHA-PREVIO.
           IF WS-COR-PROGRAMA = WS-PASO-PREVIO
               MOVE WS-COR-FECHA TO WS-FECHA-NEGOCIO
           END-IF
           PERFORM LEER-SIGUIENTE-CORRIDA.

       LEER-CORRIDA.
           READ CORRIDAS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-CORRIDAS = '00'
               MOVE 'S' TO WS-SW-COR-EXISTE
           END-IF.

       RECHAZAR-CORRIDA.
           MOVE SPACES TO WS-REG-REPORTE
           STRING WS-PASO-PROPIO DELIMITED BY SIZE
                  ' NO CORRE EL ' DELIMITED BY SIZE
                  WS-FECHA-NEGOCIO DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  WS-MOTIVO-RECHAZO DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE 'N' TO WS-SW-CORRIDA
           MOVE 8 TO RETURN-CODE.

       REGISTRAR-INICIO-CORRIDA.
           MOVE 'N' TO WS-SW-COR-EXISTE
           MOVE WS-FECHA-NEGOCIO TO WS-COR-FECHA
           MOVE WS-PASO-PROPIO TO WS-COR-PROGRAMA
           IF NOT WS-CORRIDAS-VACIO
               PERFORM LEER-CORRIDA
           END-IF
           IF WS-COR-EXISTE
               ADD 1 TO WS-COR-CORRIDAS
           ELSE
               MOVE 1 TO WS-COR-CORRIDAS
           END-IF
           MOVE 'E' TO WS-COR-ESTADO
           MOVE ZERO TO WS-COR-RC
           MOVE WS-SW-FORZADA TO WS-COR-FORZADA
           MOVE WS-FECHA-HOY TO WS-COR-INI-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-COR-INI-HORA
           MOVE SPACES TO WS-COR-FIN
           MOVE SPACES TO WS-COR-ROTULO-1 WS-COR-ROTULO-2
                          WS-COR-ROTULO-3
           MOVE ZERO TO WS-COR-CANT-1 WS-COR-CANT-2 WS-COR-CANT-3
           IF WS-COR-EXISTE
               REWRITE WS-REG-CORRIDA
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE WS-REG-CORRIDA
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-FS-CORRIDAS = '00'
               MOVE SPACES TO WS-REG-REPORTE
               IF WS-CORRIDA-FORZADA
                   STRING 'CORRIDA FORZADA, FECHA DE NEGOCIO='
                          DELIMITED BY SIZE
                          WS-FECHA-NEGOCIO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
               ELSE
                   STRING 'FECHA DE NEGOCIO=' DELIMITED BY SIZE
                          WS-FECHA-NEGOCIO DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
               END-IF
               WRITE WS-REG-REPORTE
           ELSE
               MOVE 'N' TO WS-SW-CORRIDA
               PERFORM ANOTAR-ERROR-CORRIDAS
           END-IF.

      *****************************************************************
      * AL FINAL EL PASO QUEDA TERMINADO CON EL RETURN CODE CON QUE
      * SALE Y SUS CANTIDADES PRINCIPALES.  SI NO SE PUEDE REGISTRAR,
      * EL PASO SIGUIENTE SE NEGARIA A CORRER: SE AVISA Y SE SALE CON
      * RC=8 PARA QUE LA CADENA FRENE ACA Y NO UN PASO MAS ADELANTE.
      *****************************************************************
       REGISTRAR-FIN-CORRIDA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE 'N' TO WS-SW-COR-EXISTE
           OPEN I-O CORRIDAS
           IF WS-FS-CORRIDAS = '00' OR WS-FS-CORRIDAS = '97'
               MOVE WS-FECHA-NEGOCIO TO WS-COR-FECHA
               MOVE WS-PASO-PROPIO TO WS-COR-PROGRAMA
               PERFORM LEER-CORRIDA
               IF NOT WS-COR-EXISTE
                   MOVE 1 TO WS-COR-CORRIDAS
                   MOVE WS-SW-FORZADA TO WS-COR-FORZADA
                   MOVE SPACES TO WS-COR-INICIO
               END-IF
               MOVE 'T' TO WS-COR-ESTADO
               MOVE RETURN-CODE TO WS-COR-RC
               MOVE WS-FECHA-HOY TO WS-COR-FIN-FECHA
               MOVE WS-HORA-HOY(1:6) TO WS-COR-FIN-HORA
               MOVE 'REGISTROS' TO WS-COR-ROTULO-1
               MOVE WS-TOT-CANT-GRAL TO WS-COR-CANT-1
               MOVE 'ACTIVOS' TO WS-COR-ROTULO-2
               MOVE WS-TOT-CANT-ACT TO WS-COR-CANT-2
               MOVE 'INACTIVOS' TO WS-COR-ROTULO-3
               MOVE WS-TOT-CANT-INA TO WS-COR-CANT-3
               IF WS-COR-EXISTE
                   REWRITE WS-REG-CORRIDA
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
               ELSE
                   WRITE WS-REG-CORRIDA
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
               IF WS-FS-CORRIDAS NOT = '00'
                   PERFORM ANOTAR-ERROR-CORRIDAS
               END-IF
               CLOSE CORRIDAS
           ELSE
               PERFORM ANOTAR-ERROR-CORRIDAS
           END-IF.

       ANOTAR-ERROR-CORRIDAS.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR CONTROL DE CORRIDAS FILE STATUS='
                  DELIMITED BY SIZE
                  WS-FS-CORRIDAS DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE 8 TO RETURN-CODE.
