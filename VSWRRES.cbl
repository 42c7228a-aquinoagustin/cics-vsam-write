               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT PEDIDOS ASSIGN TO PEDIDOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PED-CLAVE
               FILE STATUS IS WS-FS-PEDIDOS.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FD  COBTESN1.
       COPY VSWRREG.
      *****************************************************************
      * LA CLAVE QUE VUELVE A COBTESN1 RECUPERA SU SALDO CON UN
      * CREDITO EN EL LIBRO DE MOVIMIENTOS COBTESM1 (MOTIVO 06), QUE
      * COMPENSA EL DEBITO QUE DEJO VSAMARCH AL ARCHIVARLA.
      *****************************************************************
       FD  LIBRO.
       COPY VSWRLIB.
      *****************************************************************
      * LAS CLAVES A RESTAURAR SON LOS PEDIDOS PENDIENTES DE COBTESR1
      * QUE MARCARON LOS USUARIOS DESDE LA PANTALLA DE HISTORICO
      * VSAMHIST.  CADA PEDIDO ATENDIDO SE REESCRIBE CON EL RESULTADO
      * DE ESTA CORRIDA, QUE EL USUARIO VE EN LA MISMA PANTALLA.
      *****************************************************************
       FD  PEDIDOS.
       COPY VSWRPED.
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       WORKING-STORAGE SECTION.
          01 WS-FS-ARCHIVO    PIC X(02).
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-FS-PEDIDOS    PIC X(02).
          01 WS-SW-PEDIDOS-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-PEDIDOS-ABIERTO VALUE 'S'.
          01 WS-ESTADO-RESULTADO PIC X(01).
          01 WS-TEXTO-RESULTADO PIC X(30).
          01 WS-SW-LIB-GRABADO PIC X(01).
             88 WS-LIB-GRABADO     VALUE 'S'.
          01 WS-SW-LIB-ERROR  PIC X(01).
             88 WS-LIB-ERROR       VALUE 'S'.
          01 WS-SW-FIN-PEDIDOS PIC X(01) VALUE 'N'.
             88 WS-FIN-PEDIDOS     VALUE 'S'.
          01 WS-CONTADORES.
             05 WS-TOT-PEDIDAS   PIC 9(5) VALUE ZERO.
             05 WS-TOT-RESTAURADAS PIC 9(5) VALUE ZERO.
             05 WS-TOT-FALLIDAS  PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-LIBRO PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-PEDIDOS PIC 9(5) VALUE ZERO.
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC ZZZZ9.
          01 WS-FECHA-HOY      PIC X(08).
          01 WS-HORA-HOY       PIC X(08).
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           PERFORM LEER-PEDIDO
           PERFORM ATENDER-PEDIDO
               UNTIL WS-FIN-PEDIDOS
           PERFORM CERRAR-ARCHIVOS
           STOP RUN.

       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN I-O ARCHIVO
           OPEN I-O COBTESN1
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMREST - RESTAURA CLAVES DESDE EL HISTORICO'
                  DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           PERFORM ABRIR-PEDIDOS
           PERFORM ABRIR-LIBRO.

      *****************************************************************
      * COBTESR1 RECIEN DEFINIDO, SIN NINGUN PEDIDO GRABADO TODAVIA,
      * DA FILE STATUS 35 EN EL OPEN: NO HAY NADA QUE RESTAURAR Y LA
      * CORRIDA TERMINA BIEN.  CUALQUIER OTRA FALLA CORTA CON RC=8.
      *****************************************************************
       ABRIR-PEDIDOS.
           OPEN I-O PEDIDOS
           EVALUATE WS-FS-PEDIDOS
               WHEN '00'
               WHEN '97'
                   MOVE 'S' TO WS-SW-PEDIDOS-ABIERTO
               WHEN '35'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'SIN PEDIDOS DE RESTAURACION'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA PEDIDOS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-PEDIDOS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
           END-EVALUATE.

      *****************************************************************
      * EL LIBRO DE MOVIMIENTOS RECIEN DEFINIDO Y VACIO NO ADMITE OPEN
      * I-O (FILE STATUS 35): SE ABRE OUTPUT, QUE ALCANZA PORQUE AQUI
      * SOLO SE GRABAN MOVIMIENTOS.  CUALQUIER OTRA FALLA CORTA CON
      * RC=8 SIN TOCAR COBTESN1.
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
               MOVE 'S' TO WS-SW-FIN-PEDIDOS
           END-IF.

       LEER-PEDIDO.
           IF NOT WS-FIN-PEDIDOS
               READ PEDIDOS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-PEDIDOS
               END-READ
               IF NOT WS-FIN-PEDIDOS AND WS-FS-PEDIDOS NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA PEDIDOS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-PEDIDOS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
               END-IF
           END-IF.

      *****************************************************************
      * SOLO SE ATIENDEN LOS PEDIDOS PENDIENTES; LOS YA PROCESADOS EN
      * CORRIDAS ANTERIORES QUEDAN COMO ESTAN.  CADA PEDIDO ABRE SU
      * BLOQUE EN EL REPORTE CON QUIEN LO PIDIO Y CUANDO, SEGUIDO DEL
      * RESULTADO, QUE ADEMAS QUEDA GRABADO EN EL PROPIO PEDIDO.
      *****************************************************************
       ATENDER-PEDIDO.
           IF WS-PED-PENDIENTE
               MOVE WS-PED-CLAVE TO WS-CLAVE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'PEDIDO CLAVE=' DELIMITED BY SIZE
                      WS-CLAVE-ED DELIMITED BY SIZE
                      ' POR=' DELIMITED BY SIZE
                      WS-PED-USUARIO DELIMITED BY SIZE
                      ' TERM=' DELIMITED BY SIZE
                      WS-PED-TERMINAL DELIMITED BY SIZE
                      ' EL ' DELIMITED BY SIZE
                      WS-PED-FECHA DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-PED-HORA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 'F' TO WS-ESTADO-RESULTADO
               MOVE SPACES TO WS-TEXTO-RESULTADO
               PERFORM RESTAURAR-CLAVE
               PERFORM ANOTAR-RESULTADO-PEDIDO
           END-IF
           PERFORM LEER-PEDIDO.

       ANOTAR-RESULTADO-PEDIDO.
           MOVE WS-ESTADO-RESULTADO TO WS-PED-ESTADO
           MOVE WS-FECHA-HOY TO WS-PED-RES-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-PED-RES-HORA
           MOVE WS-TEXTO-RESULTADO TO WS-PED-RES-TEXTO
           REWRITE WS-REG-PEDIDO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-PEDIDOS NOT = '00'
               ADD 1 TO WS-TOT-ERR-PEDIDOS
               MOVE WS-PED-CLAVE TO WS-CLAVE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR PEDIDOS CLAVE=' DELIMITED BY SIZE
                      WS-CLAVE-ED DELIMITED BY SIZE
                      ' FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-PEDIDOS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

      *****************************************************************
      * PRIMERO SE VUELVE A GRABAR EN COBTESN1 Y RECIEN CON ESO
      *****************************************************************
       RESTAURAR-CLAVE.
           ADD 1 TO WS-TOT-PEDIDAS
           IF WS-PED-CLAVE NOT NUMERIC
               ADD 1 TO WS-TOT-FALLIDAS
               MOVE 'CLAVE NO NUMERICA' TO WS-TEXTO-RESULTADO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'CLAVE NO NUMERICA CLAVE=' DELIMITED BY SIZE
                      WS-PED-CLAVE DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           ELSE
               MOVE WS-PED-CLAVE TO WS-ARC-CLAVE
               READ ARCHIVO
                   INVALID KEY
                       CONTINUE
                       ADD 1 TO WS-TOT-FALLIDAS
                       PERFORM ANOTAR-ERROR-ARCHIVO
               END-EVALUATE
           END-IF.

       GRABAR-EN-COBTESN1.
           MOVE WS-REG-ARCHIVO TO WS-REGISTRO
           END-WRITE
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   PERFORM ASENTAR-MOVIMIENTO
                   PERFORM BORRAR-DEL-ARCHIVO
               WHEN '22'
                   ADD 1 TO WS-TOT-FALLIDAS
           END-DELETE
           IF WS-FS-ARCHIVO = '00'
               ADD 1 TO WS-TOT-RESTAURADAS
               MOVE 'R' TO WS-ESTADO-RESULTADO
               MOVE 'RESTAURADA' TO WS-TEXTO-RESULTADO
               MOVE WS-CLAVE TO WS-CLAVE-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'RESTAURADA CLAVE=' DELIMITED BY SIZE
               PERFORM ANOTAR-ERROR-ARCHIVO
           END-IF.

      *****************************************************************
      * CREDITO POR EL IMPORTE RESTAURADO, EN CUANTO EL REGISTRO ESTA
      * DE NUEVO EN COBTESN1 (AUNQUE DESPUES FALLE EL BORRADO DEL
      * HISTORICO, EL SALDO YA VOLVIO).  UN ERROR DEL LIBRO NO
      * DESHACE LA RESTAURACION: SE CUENTA, SE ANOTA Y TERMINA CON
      * RC=4.
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
               MOVE '06' TO WS-LIB-MOTIVO
               MOVE 'BTCH' TO WS-LIB-TERMINAL
               MOVE 'VSAMREST' TO WS-LIB-USUARIO
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

       ANOTAR-NO-ARCHIVADA.
           MOVE 'NO ESTA EN HISTORICO' TO WS-TEXTO-RESULTADO
           MOVE WS-ARC-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'NO ESTA EN HISTORICO CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-YA-EXISTE.
           MOVE 'YA EXISTE EN COBTESN1' TO WS-TEXTO-RESULTADO
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'YA EXISTE EN COBTESN1 CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-ERROR-ARCHIVO.
           MOVE SPACES TO WS-TEXTO-RESULTADO
           STRING 'ERROR HISTORICO FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-ARCHIVO DELIMITED BY SIZE
                  INTO WS-TEXTO-RESULTADO
           END-STRING
           MOVE WS-ARC-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR HISTORICO CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-ERROR-COBTESN1.
           MOVE SPACES TO WS-TEXTO-RESULTADO
           STRING 'ERROR COBTESN1 FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-COBTESN1 DELIMITED BY SIZE
                  INTO WS-TEXTO-RESULTADO
           END-STRING
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR COBTESN1 CLAVE=' DELIMITED BY SIZE
      *****************************************************************
      * EL RC=4 FRENA EL SCHEDULER CUANDO ALGUNA CLAVE PEDIDA NO SE
      * PUDO RESTAURAR, ASI EL PEDIDO DEL DEPARTAMENTO NO QUEDA A
      * MEDIAS SIN QUE NADIE LO VEA.  TAMBIEN CUANDO UN RESULTADO NO
      * SE PUDO GRABAR EN SU PEDIDO, QUE QUEDA PENDIENTE.
      *****************************************************************
       CERRAR-ARCHIVOS.
           MOVE WS-TOT-PEDIDAS TO WS-CONTADOR-ED
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
           MOVE WS-TOT-ERR-PEDIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES PEDIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF (WS-TOT-FALLIDAS > ZERO OR WS-TOT-ERR-LIBRO > ZERO
               OR WS-TOT-ERR-PEDIDOS > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ARCHIVO
           CLOSE COBTESN1
           CLOSE LIBRO
           IF WS-PEDIDOS-ABIERTO
               CLOSE PEDIDOS
           END-IF
           CLOSE REPORTE.
