               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AUF-CLAVE-ARCH
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT FUTUROS ASSIGN TO FUTUROS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-FUT-CLAVE-ARCH
               FILE STATUS IS WS-FS-FUTUROS.
           SELECT FECHASEL ASSIGN TO FECHASEL
               ORGANIZATION IS SEQUENTIAL.
           SELECT VIGENCIA ASSIGN TO VIGENCIA
               ORGANIZATION IS SEQUENTIAL.
           SELECT REINICIO ASSIGN TO REINICIO
               ORGANIZATION IS SEQUENTIAL.
           SELECT CHKPOINT ASSIGN TO CHKPOINT
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT ACUSE ASSIGN TO ACUSE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ENTRADA
       FD  AUDFILE.
       COPY VSWRAUF.
      *****************************************************************
      * CADA ALTA, CAMBIO O BAJA QUE MUEVE EL IMPORTE DEJA SU DEBITO
      * O CREDITO EN EL LIBRO DE MOVIMIENTOS COBTESM1, IGUAL QUE
      * VSAMWRIT EN LINEA.
      *****************************************************************
       FD  LIBRO.
       COPY VSWRLIB.
      *****************************************************************
      * CON FICHA DE VIGENCIA LOS MOVIMIENTOS NO SE APLICAN: SE
      * PROGRAMAN EN COBTESF1 PARA ESA FECHA Y LOS APLICA VSAMVIGE EN
      * LA CADENA DE LA NOCHE ANTERIOR, ASI ESA FECHA YA ABRE CON
      * ELLOS, IGUAL QUE LOS CARGADOS DESDE LA PANTALLA VSAMPROG.
      *****************************************************************
       FD  FUTUROS.
       COPY VSWRFUT.
      *****************************************************************
      * FICHA DE FECHA ESPERADA (AAAAMMDD): SI VIENE INFORMADA, LOS
      * MOVIMIENTOS DEBEN LLEGAR SELLADOS Y LA FECHA DEL HD DEBE
      * COINCIDIR.  FICHA EN BLANCO = SE ACEPTA ENTRADA SIN SELLOS,
          05 WS-SEL-FECHA     PIC X(08).
          05 FILLER           PIC X(72).
      *****************************************************************
      * FICHA DE VIGENCIA (AAAAMMDD, POSTERIOR A HOY): SI VIENE
      * INFORMADA, TODO EL ARCHIVO DE MOVIMIENTOS QUEDA PROGRAMADO
      * PARA ESA FECHA EN COBTESF1 EN LUGAR DE APLICARSE AHORA.  FICHA
      * EN BLANCO O DUMMY = SE APLICA EN EL MOMENTO, COMO SIEMPRE.
      * UNA FECHA INVALIDA, DE HOY O PASADA CORTA CON RC=8 SIN TOCAR
      * NADA.  EN UN REINICIO DEBE VENIR LA MISMA FICHA.
      *****************************************************************
       FD  VIGENCIA
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-VIGENCIA.
          05 WS-VIG-FECHA     PIC X(08).
          05 FILLER           PIC X(72).
      *****************************************************************
      * FICHA DE REINICIO: UNA 'R' EN LA COLUMNA 1 INDICA QUE ESTA
      * CORRIDA RETOMA UNA ANTERIOR QUE ABENDEO; SE LEE EL PUNTO DE
      * AVANCE DE CHKPOINT Y SE SALTEAN LOS MOVIMIENTOS YA
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
      *****************************************************************
      * ACUSE PARA EL DEPARTAMENTO EMISOR: UNA LINEA POR MOVIMIENTO
      * CON SU RESULTADO, ENTRE UN HD Y UN TR (VER VSWRACU.CPY).
      *****************************************************************
       FD  ACUSE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       COPY VSWRACU.
       WORKING-STORAGE SECTION.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-AUDITORIA  PIC X(02).
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-FS-FUTUROS    PIC X(02).
          01 WS-SW-FIN-ENTRADA PIC X(01) VALUE 'N'.
             88 WS-FIN-ENTRADA     VALUE 'S'.
          01 WS-SW-AUD-GRABADA PIC X(01).
             88 WS-AUD-GRABADA     VALUE 'S'.
          01 WS-SW-AUD-ERROR  PIC X(01).
             88 WS-AUD-ERROR       VALUE 'S'.
          01 WS-SW-LIB-GRABADO PIC X(01).
             88 WS-LIB-GRABADO     VALUE 'S'.
          01 WS-SW-LIB-ERROR  PIC X(01).
             88 WS-LIB-ERROR       VALUE 'S'.
          01 WS-CONTADORES.
             05 WS-TOT-LEIDOS    PIC 9(5) VALUE ZERO.
             05 WS-TOT-ALTAS     PIC 9(5) VALUE ZERO.
             05 WS-TOT-DUPLICADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERRORES   PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-AUDIT PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-LIBRO PIC 9(5) VALUE ZERO.
             05 WS-TOT-PROGRAMADOS PIC 9(5) VALUE ZERO.
          01 WS-MENSAJES-AUDITORIA.
             05 WS-MENSAJE-OK   PIC X(16)
                                  VALUE 'Registro escrito'.
          01 WS-AUD-RESULTADO  PIC X(18).
          01 WS-DATOS-ANTES    PIC X(25).
          01 WS-DATOS-DESPUES  PIC X(25).
          01 WS-IMPORTE-ANTERIOR PIC 9(7)V99.
          01 WS-IMPORTE-NUEVO  PIC 9(7)V99.
          01 WS-SW-CON-SELLOS  PIC X(01) VALUE 'N'.
             88 WS-CON-SELLOS      VALUE 'S'.
          01 WS-SW-HAY-TR      PIC X(01) VALUE 'N'.
          01 WS-SALTEAR        PIC 9(5) VALUE ZERO.
          01 WS-TOT-SALTEADOS  PIC 9(5) VALUE ZERO.
          01 WS-APLICADOS      PIC 9(5) VALUE ZERO.
          01 WS-NRO-REGISTRO   PIC 9(5) VALUE ZERO.
          01 WS-FECHA-EMISOR   PIC X(08) VALUE SPACES.
          01 WS-FECHA-VIGENCIA PIC X(08) VALUE SPACES.
          01 WS-SW-PROGRAMAR   PIC X(01) VALUE 'N'.
             88 WS-PROGRAMAR       VALUE 'S'.
          01 WS-RESULTADO-ACUSE PIC X(02).
          01 WS-MOTIVO-ACUSE   PIC X(02).
          01 WS-CONTADORES-ACUSE.
             05 WS-ACS-DETALLES  PIC 9(5) VALUE ZERO.
             05 WS-ACS-APLICADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-DUPLICADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-NO-EXISTEN PIC 9(5) VALUE ZERO.
             05 WS-ACS-RECHAZADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-SALTEADOS PIC 9(5) VALUE ZERO.
             05 WS-ACS-ERRORES   PIC 9(5) VALUE ZERO.
             05 WS-ACS-PROGRAMADOS PIC 9(5) VALUE ZERO.
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC ZZZZ9.
          01 WS-FECHA-HOY      PIC X(08).
          01 WS-HORA-HOY       PIC X(08).
          COPY VSWRFEC.
       PROCEDURE DIVISION.
       MAIN-PROCESS.
           PERFORM VALIDAR-SELLOS
           IF RETURN-CODE = ZERO
               PERFORM PREPARAR-VIGENCIA
           END-IF
           IF RETURN-CODE = ZERO
               PERFORM PREPARAR-REINICIO
           END-IF
               PERFORM APLICAR-MOVIMIENTO
                   UNTIL WS-FIN-ENTRADA
               PERFORM CERRAR-ARCHIVOS
           ELSE
               PERFORM ACUSAR-ENTRADA-RECHAZADA
           END-IF
           STOP RUN.

      *****************************************************************
      * LA FICHA DE VIGENCIA DECIDE SI LA CORRIDA APLICA O PROGRAMA.
      * SE LEE ANTES DE ABRIR NADA, ASI UNA FICHA MAL CARGADA NO
      * LLEGA A APLICAR HOY LO QUE ERA PARA OTRO DIA.
      *****************************************************************
       PREPARAR-VIGENCIA.
           OPEN INPUT VIGENCIA
           MOVE SPACES TO WS-REG-VIGENCIA
           READ VIGENCIA
               AT END
                   CONTINUE
           END-READ
           CLOSE VIGENCIA
           IF WS-VIG-FECHA NOT = SPACES
               MOVE WS-VIG-FECHA TO WS-FECHA-TRABAJO-X
               PERFORM VALIDAR-FECHA
               IF WS-FECHA-VALIDA AND WS-VIG-FECHA > WS-FECHA-HOY
                   MOVE 'S' TO WS-SW-PROGRAMAR
                   MOVE WS-VIG-FECHA TO WS-FECHA-VIGENCIA
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'MOVIMIENTOS PROGRAMADOS PARA '
                          DELIMITED BY SIZE
                          WS-FECHA-VIGENCIA DELIMITED BY SIZE
                          ', NO SE APLICAN HOY' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
               ELSE
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'FICHA DE VIGENCIA INVALIDA: '
                          DELIMITED BY SIZE
                          WS-VIG-FECHA DELIMITED BY SIZE
                          ' (AAAAMMDD POSTERIOR A HOY)'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   CLOSE FECHASEL
                   CLOSE REPORTE
               END-IF
           END-IF.

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
      * CON LA 'R' EN LA FICHA DE REINICIO SE RETOMA DESDE EL PUNTO
      * DE AVANCE QUE DEJO LA CORRIDA ABENDEADA: LOS MOVIMIENTOS YA
               WHEN WS-REG-MOVIMIENTO(1:2) = 'HD'
                   IF WS-ES-PRIMERO
                       MOVE 'S' TO WS-SW-CON-SELLOS
                       MOVE WS-REG-MOVIMIENTO(9:8) TO WS-FECHA-EMISOR
                   END-IF
                   IF WS-FECHA-ESPERADA NUMERIC
                      AND WS-REG-MOVIMIENTO(9:8) NOT =

       ABRIR-ARCHIVOS.
           OPEN INPUT ENTRADA
           IF WS-PROGRAMAR
               PERFORM ABRIR-FUTUROS
           ELSE
               OPEN I-O COBTESN1
               OPEN I-O AUDFILE
               PERFORM ABRIR-LIBRO
           END-IF
           OPEN OUTPUT ACUSE
           PERFORM GRABAR-CABECERA-ACUSE.

      *****************************************************************
      * EL LIBRO RECIEN DEFINIDO Y TODAVIA VACIO NO ADMITE OPEN I-O
      * (FILE STATUS 35): SE ABRE OUTPUT, QUE ALCANZA PORQUE AQUI SOLO
      * SE GRABAN MOVIMIENTOS.  CUALQUIER OTRA FALLA DE APERTURA CORTA
      * CON RC=8 SIN APLICAR NADA: UN CAMBIO DE IMPORTE SIN SU
      * MOVIMIENTO DESCUADRARIA EL LIBRO.
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

      *****************************************************************
      * COMO EL LIBRO, COBTESF1 RECIEN DEFINIDO Y VACIO SE ABRE
      * OUTPUT.  SI NO ABRE, NO SE PROGRAMA NADA Y EL TRABAJO TERMINA
      * CON RC=8: EL EMISOR DEBE REENVIAR.
      *****************************************************************
       ABRIR-FUTUROS.
           OPEN I-O FUTUROS
           IF WS-FS-FUTUROS = '35'
               OPEN OUTPUT FUTUROS
           END-IF
           IF WS-FS-FUTUROS NOT = '00' AND WS-FS-FUTUROS NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA FUTUROS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-FUTUROS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-ENTRADA
           END-IF.

       LEER-ENTRADA.
           READ ENTRADA
      * CLAVE QUE NO EXISTE SE INFORMA COMO ERROR, NUNCA SE IGNORA.
      *****************************************************************
       APLICAR-MOVIMIENTO.
           ADD 1 TO WS-NRO-REGISTRO
           EVALUATE TRUE
               WHEN WS-REG-MOVIMIENTO(1:2) = 'HD'
                 OR WS-REG-MOVIMIENTO(1:2) = 'TR'
      *            MOVIMIENTO YA APLICADO POR LA CORRIDA ABENDEADA;
      *            EN EL REINICIO SE PASA DE LARGO.
                   ADD 1 TO WS-TOT-SALTEADOS
                   MOVE 'SR' TO WS-RESULTADO-ACUSE
                   MOVE SPACES TO WS-MOTIVO-ACUSE
                   PERFORM GRABAR-ACUSE
                   PERFORM LEER-ENTRADA
               WHEN OTHER
                   PERFORM APLICAR-MOVIMIENTO-DATO
               ADD 1 TO WS-TOT-ERRORES
               PERFORM ANOTAR-CLAVE-NO-NUMERICA
           ELSE
               IF WS-PROGRAMAR
                   PERFORM PROGRAMAR-MOVIMIENTO
               ELSE
                   MOVE WS-MNT-CLAVE TO WS-CLAVE
                   EVALUATE TRUE
                       WHEN (WS-MNT-ALTA OR WS-MNT-CAMBIO)
                        AND WS-MNT-IMPORTE NOT NUMERIC
                           ADD 1 TO WS-TOT-ERRORES
                           PERFORM ANOTAR-IMPORTE-NO-NUMERICO
                       WHEN WS-MNT-ALTA
                           PERFORM AGREGAR-REGISTRO
                       WHEN WS-MNT-CAMBIO
                           PERFORM CAMBIAR-REGISTRO
                       WHEN WS-MNT-BAJA
                           PERFORM BORRAR-REGISTRO
                       WHEN OTHER
                           ADD 1 TO WS-TOT-ERRORES
                           PERFORM ANOTAR-CODIGO-INVALIDO
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM GRABAR-ACUSE
           ADD 1 TO WS-APLICADOS
           PERFORM GRABAR-CHECKPOINT
           PERFORM LEER-ENTRADA.

      *****************************************************************
      * EN UNA CORRIDA CON VIGENCIA EL MOVIMIENTO SE GRABA PENDIENTE
      * EN COBTESF1 PARA LA FECHA DE LA FICHA.  NO SE MIRA COBTESN1:
      * SI LA CLAVE EXISTE O NO SE SABE RECIEN AL APLICARLO, Y ESO LO
      * INFORMA VSAMVIGE.  LOS DATOS SI SE VALIDAN AHORA, PORQUE A LA
      * NOCHE YA NO HAY A QUIEN PREGUNTARLE.
      *****************************************************************
       PROGRAMAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN NOT WS-MNT-ALTA AND NOT WS-MNT-CAMBIO
                AND NOT WS-MNT-BAJA
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM ANOTAR-CODIGO-INVALIDO
               WHEN NOT WS-MNT-BAJA AND WS-MNT-DESCRIPCION = SPACES
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM ANOTAR-DATOS-EN-BLANCO
               WHEN NOT WS-MNT-BAJA AND WS-MNT-IMPORTE NOT NUMERIC
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM ANOTAR-IMPORTE-NO-NUMERICO
               WHEN OTHER
                   PERFORM GRABAR-FUTURO
           END-EVALUATE.

      *****************************************************************
      * SI LA CLAVE YA TIENE UN CAMBIO PARA ESA FECHA: UNO CERRADO
      * (ANULADO O YA PROCESADO) SE REEMPLAZA, COMO EN VSAMPROG; UNO
      * PENDIENTE NO SE TOCA Y EL MOVIMIENTO SE ACUSA DUPLICADO.  CON
      * COBTESF1 ABIERTO OUTPUT (ESTABA VACIO) EL READ NO PROCEDE, Y
      * EL REPETIDO SOLO PUEDE SER UNO PENDIENTE DE ESTA MISMA CORRIDA.
      *****************************************************************
       GRABAR-FUTURO.
           PERFORM ARMAR-FUTURO
           WRITE WS-REG-FUTURO
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-FUTUROS
               WHEN '00'
                   ADD 1 TO WS-TOT-PROGRAMADOS
                   PERFORM ANOTAR-MOVIMIENTO-PROGRAMADO
               WHEN '22'
                   PERFORM REEMPLAZAR-FUTURO
               WHEN OTHER
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM ANOTAR-ERROR-FUTUROS
           END-EVALUATE.

       ARMAR-FUTURO.
           MOVE SPACES TO WS-REG-FUTURO
           MOVE WS-MNT-CLAVE TO WS-FUT-CLAVE
           MOVE WS-FECHA-VIGENCIA TO WS-FUT-FECHA-EFECTIVA
           MOVE WS-MNT-CODIGO TO WS-FUT-CODIGO
           IF WS-MNT-BAJA
               MOVE ZERO TO WS-FUT-IMPORTE
           ELSE
               MOVE WS-MNT-DATOS TO WS-FUT-DATOS
           END-IF
           MOVE 'P' TO WS-FUT-ESTADO
           MOVE 'VSAMMANT' TO WS-FUT-USUARIO
           MOVE 'BTCH' TO WS-FUT-TERMINAL
           MOVE WS-FECHA-HOY TO WS-FUT-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-FUT-HORA.

       REEMPLAZAR-FUTURO.
           READ FUTUROS
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-FS-FUTUROS = '00' AND NOT WS-FUT-PENDIENTE
               PERFORM ARMAR-FUTURO
               REWRITE WS-REG-FUTURO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               IF WS-FS-FUTUROS = '00'
                   ADD 1 TO WS-TOT-PROGRAMADOS
                   PERFORM ANOTAR-MOVIMIENTO-PROGRAMADO
               ELSE
                   ADD 1 TO WS-TOT-ERRORES
                   PERFORM ANOTAR-ERROR-FUTUROS
               END-IF
           ELSE
               ADD 1 TO WS-TOT-DUPLICADOS
               PERFORM ANOTAR-PROGRAMADO-DUPLICADO
           END-IF.

      *****************************************************************
      * LOS TRES VERBOS SE RESUELVEN POR FILE STATUS Y NO POR LA
      * CONDICION INVALID KEY SOLA: ASI UN ERROR DE E/S (STATUS 3X O
                   MOVE WS-DATOS TO WS-DATOS-DESPUES
                   MOVE WS-MENSAJE-OK TO WS-AUD-RESULTADO
                   PERFORM GRABAR-AUDITORIA
                   MOVE ZERO TO WS-IMPORTE-ANTERIOR
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
                   MOVE '01' TO WS-LIB-MOTIVO
                   PERFORM ASENTAR-MOVIMIENTO
                   PERFORM ANOTAR-MOVIMIENTO-OK
               WHEN '22'
                   ADD 1 TO WS-TOT-DUPLICADOS
      *            CON EL MOVIMIENTO: ES LO QUE VA A LA AUDITORIA
      *            COMO IMAGEN ANTES DE LA CORRECCION.
                   MOVE WS-DATOS TO WS-DATOS-ANTES
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ANTERIOR
                   MOVE WS-MNT-DATOS TO WS-DATOS
                   PERFORM ESTAMPAR-REGISTRO
                   PERFORM REESCRIBIR-REGISTRO
               MOVE WS-DATOS TO WS-DATOS-DESPUES
               MOVE WS-MENSAJE-COR TO WS-AUD-RESULTADO
               PERFORM GRABAR-AUDITORIA
               MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
               MOVE '02' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
               PERFORM ANOTAR-MOVIMIENTO-OK
           ELSE
               ADD 1 TO WS-TOT-ERRORES
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   MOVE WS-DATOS TO WS-DATOS-ANTES
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ANTERIOR
                   PERFORM BORRAR-REGISTRO-LEIDO
               WHEN '23'
                   ADD 1 TO WS-TOT-ERRORES
               MOVE SPACES TO WS-DATOS-DESPUES
               MOVE WS-MENSAJE-BOR TO WS-AUD-RESULTADO
               PERFORM GRABAR-AUDITORIA
               MOVE ZERO TO WS-IMPORTE-NUEVO
               MOVE '03' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
               PERFORM ANOTAR-MOVIMIENTO-OK
           ELSE
               ADD 1 TO WS-TOT-ERRORES
                   MOVE 'S' TO WS-SW-AUD-ERROR
           END-EVALUATE.

      *****************************************************************
      * DEJA EN EL LIBRO COBTESM1 EL DEBITO O EL CREDITO POR LA
      * DIFERENCIA ENTRE WS-IMPORTE-ANTERIOR Y WS-IMPORTE-NUEVO, CON
      * EL MOTIVO QUE CARGO EL LLAMADOR.  UN CAMBIO QUE NO TOCA EL
      * IMPORTE NO DEJA MOVIMIENTO.  COMO CON LA AUDITORIA, UN ERROR
      * DEL LIBRO NO DESHACE EL MOVIMIENTO YA APLICADO: SE CUENTA, SE
      * ANOTA CON LA CLAVE Y EL TRABAJO TERMINA CON RC=4 PARA QUE EL
      * ESTADO DE CUENTA DE ESA CLAVE SE REVISE.
      *****************************************************************
       ASENTAR-MOVIMIENTO.
           IF WS-IMPORTE-NUEVO NOT = WS-IMPORTE-ANTERIOR
               MOVE WS-CLAVE TO WS-LIB-CLAVE
               MOVE WS-FECHA-HOY TO WS-LIB-FECHA
               MOVE WS-HORA-HOY(1:6) TO WS-LIB-HORA
               MOVE ZERO TO WS-LIB-SECUENCIA
               IF WS-IMPORTE-NUEVO > WS-IMPORTE-ANTERIOR
                   MOVE 'C' TO WS-LIB-TIPO
                   COMPUTE WS-LIB-IMPORTE =
                           WS-IMPORTE-NUEVO - WS-IMPORTE-ANTERIOR
               ELSE
                   MOVE 'D' TO WS-LIB-TIPO
                   COMPUTE WS-LIB-IMPORTE =
                           WS-IMPORTE-ANTERIOR - WS-IMPORTE-NUEVO
               END-IF
               MOVE WS-IMPORTE-NUEVO TO WS-LIB-SALDO
               MOVE 'BTCH' TO WS-LIB-TERMINAL
               MOVE 'VSAMMANT' TO WS-LIB-USUARIO
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

       ANOTAR-ERROR-AUDITORIA.
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE.

       ANOTAR-MOVIMIENTO-OK.
           MOVE 'AP' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           EVALUATE TRUE
           WRITE WS-REG-REPORTE.

       ANOTAR-REPORTE-DUPLICADO.
           MOVE 'DU' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'DUPLICADA CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-REPORTE-NO-EXISTE.
           MOVE 'NE' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'NO EXISTE CLAVE=' DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-REPORTE-ERROR.
           MOVE 'ER' TO WS-RESULTADO-ACUSE
           MOVE WS-FS-COBTESN1 TO WS-MOTIVO-ACUSE
           MOVE WS-CLAVE TO WS-CLAVE-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR     CLAVE=' DELIMITED BY SIZE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-MOVIMIENTO-PROGRAMADO.
           MOVE 'PR' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'PROGRAMADO CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
                  ' CODIGO=' DELIMITED BY SIZE
                  WS-MNT-CODIGO DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-PROGRAMADO-DUPLICADO.
           MOVE 'DU' TO WS-RESULTADO-ACUSE
           MOVE SPACES TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'YA PROGRAMADA CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
                  ' PARA ' DELIMITED BY SIZE
                  WS-FECHA-VIGENCIA DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-ERROR-FUTUROS.
           MOVE 'ER' TO WS-RESULTADO-ACUSE
           MOVE WS-FS-FUTUROS TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'ERROR FUTUROS CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
                  ' FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-FUTUROS DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-DATOS-EN-BLANCO.
           MOVE 'RE' TO WS-RESULTADO-ACUSE
           MOVE '02' TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'DATOS EN BLANCO CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-IMPORTE-NO-NUMERICO.
           MOVE 'RE' TO WS-RESULTADO-ACUSE
           MOVE '03' TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'IMPORTE NO NUMERICO CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       ANOTAR-CLAVE-NO-NUMERICA.
           MOVE 'RE' TO WS-RESULTADO-ACUSE
           MOVE '01' TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'CLAVE NO NUMERICA CLAVE=' DELIMITED BY SIZE
                  WS-MNT-CLAVE DELIMITED BY SIZE
           WRITE WS-REG-REPORTE.

       ANOTAR-CODIGO-INVALIDO.
           MOVE 'RE' TO WS-RESULTADO-ACUSE
           MOVE '04' TO WS-MOTIVO-ACUSE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'CODIGO INVALIDO CODIGO=' DELIMITED BY SIZE
                  WS-MNT-CODIGO DELIMITED BY SIZE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * ACUSE DE UN MOVIMIENTO, CON EL RESULTADO QUE DEJO ANOTADO EL
      * PARRAFO ANOTAR-... QUE LO INFORMO EN EL REPORTE.  LA CLAVE Y
      * EL CODIGO VAN TAL COMO LLEGARON, AUNQUE SEAN INVALIDOS.
      *****************************************************************
       GRABAR-ACUSE.
           ADD 1 TO WS-ACS-DETALLES
           EVALUATE WS-RESULTADO-ACUSE
               WHEN 'AP'
                   ADD 1 TO WS-ACS-APLICADOS
               WHEN 'DU'
                   ADD 1 TO WS-ACS-DUPLICADOS
               WHEN 'NE'
                   ADD 1 TO WS-ACS-NO-EXISTEN
               WHEN 'RE'
                   ADD 1 TO WS-ACS-RECHAZADOS
               WHEN 'SR'
                   ADD 1 TO WS-ACS-SALTEADOS
               WHEN 'PR'
                   ADD 1 TO WS-ACS-PROGRAMADOS
               WHEN OTHER
                   ADD 1 TO WS-ACS-ERRORES
           END-EVALUATE
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'DT' TO WS-ACU-TIPO
           MOVE WS-NRO-REGISTRO TO WS-ACU-SECUENCIA
           MOVE WS-MNT-CLAVE TO WS-ACU-CLAVE
           MOVE WS-MNT-CODIGO TO WS-ACU-CODIGO
           MOVE WS-RESULTADO-ACUSE TO WS-ACU-RESULTADO
           MOVE WS-MOTIVO-ACUSE TO WS-ACU-MOTIVO
           WRITE WS-REG-ACUSE.

       GRABAR-CABECERA-ACUSE.
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'HD' TO WS-ACU-TIPO
           MOVE 'VSAMMANT' TO WS-ACU-PROGRAMA
           MOVE WS-FECHA-HOY TO WS-ACU-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-ACU-HORA
           MOVE WS-FECHA-EMISOR TO WS-ACU-FECHA-EMISOR
           MOVE WS-FECHA-VIGENCIA TO WS-ACU-FECHA-VIGENCIA
           IF WS-ES-REINICIO
               MOVE 'S' TO WS-ACU-REINICIO
           ELSE
               MOVE 'N' TO WS-ACU-REINICIO
           END-IF
           WRITE WS-REG-ACUSE.

      *****************************************************************
      * UN RC=8 SOLO SALE ANTES DE APLICAR EL PRIMER MOVIMIENTO (SELLOS,
      * CHECKPOINT O APERTURA): EL TR LO DICE CON 'R' PARA QUE EL
      * EMISOR SEPA QUE NO SE APLICO NADA Y REENVIE.
      *****************************************************************
       GRABAR-COLA-ACUSE.
           MOVE SPACES TO WS-REG-ACUSE
           MOVE 'TR' TO WS-ACU-TIPO
           IF RETURN-CODE = 8
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
           MOVE WS-ACS-NO-EXISTEN TO WS-ACU-NO-EXISTEN
           MOVE WS-ACS-RECHAZADOS TO WS-ACU-RECHAZADOS
           MOVE WS-ACS-SALTEADOS TO WS-ACU-SALTEADOS
           MOVE WS-ACS-ERRORES TO WS-ACU-ERRORES
           MOVE WS-ACS-PROGRAMADOS TO WS-ACU-PROGRAMADOS
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
           IF WS-PROGRAMAR
               MOVE WS-TOT-PROGRAMADOS TO WS-CONTADOR-ED
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'TOTAL PROGRAMADOS=' DELIMITED BY SIZE
                      WS-CONTADOR-ED DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           MOVE WS-TOT-ERR-AUDIT TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES AUDITORIA=' DELIMITED BY SIZE
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
           IF (WS-TOT-ERR-AUDIT > ZERO OR WS-TOT-ERR-LIBRO > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           CLOSE ENTRADA
           IF WS-PROGRAMAR
               CLOSE FUTUROS
           ELSE
               CLOSE COBTESN1
               CLOSE AUDFILE
               CLOSE LIBRO
           END-IF
           PERFORM GRABAR-COLA-ACUSE
           CLOSE ACUSE
           CLOSE FECHASEL
           CLOSE REPORTE.
