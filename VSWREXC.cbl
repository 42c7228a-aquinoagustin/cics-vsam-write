       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMEXCP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFILE ASSIGN TO AUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AUF-CLAVE-ARCH
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT AUTORIZ ASSIGN TO AUTORIZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AUT-USUARIO
               FILE STATUS IS WS-FS-AUTORIZ.
           SELECT UMBRALES ASSIGN TO UMBRALES
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDFILE.
       COPY VSWRAUF.
       FD  AUTORIZ.
       COPY VSWRAUT.
      *****************************************************************
      * FICHA DE UMBRALES (CADA CAMPO EN BLANCO TOMA SU OMISION):
      *   COLUMNAS  1-8  FECHA AAAAMMDD (EN BLANCO = TODAS)
      *   COLUMNAS 10-11 CORRECCIONES DE UNA CLAVE EN EL DIA QUE SE
      *                  ACEPTAN SIN AVISO (02)
      *   COLUMNAS 13-16 COMIENZO DEL HORARIO HABIL HHMM (0800)
      *   COLUMNAS 18-21 FIN DEL HORARIO HABIL HHMM (1900)
      *   COLUMNAS 23-24 RECHAZOS 'NO AUTORIZADO' DE UN USUARIO EN EL
      *                  DIA QUE SE ACEPTAN SIN AVISO (02)
      *   COLUMNAS 26-34 DIFERENCIA DE IMPORTE DE UNA CORRECCION QUE
      *                  SE AVISA, 9(7)V99 SIN PUNTO (000500000)
      *****************************************************************
       FD  UMBRALES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-UMBRALES.
          05 WS-UMB-FECHA     PIC X(08).
          05 FILLER           PIC X(01).
          05 WS-UMB-CORRECCIONES PIC X(02).
          05 FILLER           PIC X(01).
          05 WS-UMB-HORA-DESDE PIC X(04).
          05 FILLER           PIC X(01).
          05 WS-UMB-HORA-HASTA PIC X(04).
          05 FILLER           PIC X(01).
          05 WS-UMB-RECHAZOS  PIC X(02).
          05 FILLER           PIC X(01).
          05 WS-UMB-IMPORTE   PIC X(09).
          05 WS-UMB-IMPORTE-N REDEFINES WS-UMB-IMPORTE
                              PIC 9(7)V99.
          05 FILLER           PIC X(46).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
       WORKING-STORAGE SECTION.
          01 WS-FS-AUDITORIA  PIC X(02).
          01 WS-FS-AUTORIZ    PIC X(02).
          01 WS-SW-FIN-AUDITORIA PIC X(01) VALUE 'N'.
             88 WS-FIN-AUDITORIA   VALUE 'S'.
          01 WS-SW-TODAS-FECHAS PIC X(01) VALUE 'N'.
             88 WS-TODAS-FECHAS    VALUE 'S'.
          01 WS-SW-SIN-AUTORIZ PIC X(01) VALUE 'N'.
             88 WS-SIN-AUTORIZ     VALUE 'S'.
          01 WS-SW-TABLA-LLENA PIC X(01) VALUE 'N'.
             88 WS-TABLA-LLENA     VALUE 'S'.
          01 WS-FECHA-PEDIDA  PIC X(08).
          01 WS-FECHA-EN-CURSO PIC X(08) VALUE SPACES.
          01 WS-MAX-CORRECCIONES PIC 9(02).
          01 WS-MAX-RECHAZOS  PIC 9(02).
          01 WS-HORA-DESDE    PIC X(04).
          01 WS-HORA-HASTA    PIC X(04).
          01 WS-UMBRAL-IMPORTE PIC 9(7)V99.
          01 WS-TIPO-RESULTADO PIC 9(1).
             88 WS-TIPO-ESCRITO    VALUE 1.
             88 WS-TIPO-CORREGIDO  VALUE 2.
             88 WS-TIPO-BORRADO    VALUE 3.
             88 WS-TIPO-DUPLICADO  VALUE 4.
             88 WS-TIPO-ERROR      VALUE 5.
             88 WS-TIPO-NOAUT      VALUE 6.
      *****************************************************************
      * CORRECCIONES POR CLAVE Y RECHAZOS POR USUARIO DEL DIA EN
      * CURSO.  EL ARCHIVO VIENE EN ORDEN DE FECHA Y HORA, ASI QUE LAS
      * DOS TABLAS SE VACIAN CUANDO CAMBIA LA FECHA.  LOS USUARIOS YA
      * BUSCADOS EN COBTESU1 SE GUARDAN PARA TODA LA CORRIDA, ASI CADA
      * UNO SE LEE (Y SE AVISA) UNA SOLA VEZ.  SI UNA TABLA SE LLENA
      * SE AVISA EN EL REPORTE Y EL SOBRANTE NO SE CONTROLA.
      *****************************************************************
          01 WS-TAB-CORREGIDAS.
             05 WS-CRG-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-CRG-ENTRADA OCCURS 1000 TIMES.
                10 WS-CRG-CLAVE     PIC 9(6).
                10 WS-CRG-VECES     PIC 9(3).
          01 WS-TAB-RECHAZOS.
             05 WS-RCH-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-RCH-ENTRADA OCCURS 100 TIMES.
                10 WS-RCH-USUARIO   PIC X(08).
                10 WS-RCH-VECES     PIC 9(3).
          01 WS-TAB-USUARIOS.
             05 WS-USU-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-USU-ENTRADA OCCURS 200 TIMES.
                10 WS-USU-ID        PIC X(08).
          01 WS-IDX           PIC S9(4) COMP.
          01 WS-IDX-TAB       PIC S9(4) COMP.
          01 WS-VECES-ED      PIC ZZ9.
      *****************************************************************
      * LAS IMAGENES ANTES/DESPUES SON EL WS-DATOS DE VSWRREG.CPY
      * (DESCRIPCION, IMPORTE, ESTADO).
      *****************************************************************
          01 WS-IMAGEN-ANTES.
             05 FILLER           PIC X(15).
             05 WS-IMA-IMPORTE   PIC 9(7)V99.
             05 FILLER           PIC X(01).
          01 WS-IMAGEN-DESPUES.
             05 FILLER           PIC X(15).
             05 WS-IMD-IMPORTE   PIC 9(7)V99.
             05 FILLER           PIC X(01).
          01 WS-DIF-IMPORTE   PIC S9(7)V99.
          01 WS-IMPORTE-ANTES-ED PIC Z(6)9.99.
          01 WS-IMPORTE-DESPUES-ED PIC Z(6)9.99.
          01 WS-UMBRAL-ED     PIC Z(6)9.99.
          01 WS-TOTALES.
             05 WS-TOT-LEIDAS    PIC 9(7) VALUE ZERO.
             05 WS-TOT-REPETIDAS PIC 9(5) VALUE ZERO.
             05 WS-TOT-HORARIO   PIC 9(5) VALUE ZERO.
             05 WS-TOT-DESCONOCIDOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-RECHAZOS  PIC 9(5) VALUE ZERO.
             05 WS-TOT-IMPORTE   PIC 9(5) VALUE ZERO.
             05 WS-TOT-EXCEPCIONES PIC 9(5) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC ZZZZZZ9.
          01 WS-LINEA-EXCEPCION.
             05 WS-EXC-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-HORA      PIC X(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-SECUENCIA PIC 9(04).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-CLAVE     PIC 9(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-USUARIO   PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-TERMINAL  PIC X(04).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-EXC-MOTIVO    PIC X(38).
       PROCEDURE DIVISION.
      *****************************************************************
      * EXCEPCIONES DE AUDITORIA SOBRE COBTESA1 PARA SEGURIDAD.  CADA
      * LINEA LLEVA LA CLAVE DE AUDITORIA (FECHA, HORA Y SECUENCIA) Y
      * LA CLAVE DEL REGISTRO, QUE ES LO QUE MUESTRA LA HISTORIA DE
      * VSAMCONS (PF5).  SE AVISA:
      *   - LA MISMA CLAVE CORREGIDA MAS VECES DE LAS ACEPTADAS EN EL
      *     DIA (CADA CORRECCION DE MAS SALE EN SU LINEA);
      *   - CORRECCIONES Y BAJAS EN LINEA FUERA DEL HORARIO HABIL (LAS
      *     DE VSAMMANT, TERMINAL BTCH, CORREN DE NOCHE A PROPOSITO);
      *   - USUARIOS QUE YA NO FIGURAN EN COBTESU1;
      *   - RECHAZOS POR FALTA DE AUTORIZACION REPETIDOS EN EL DIA;
      *   - CORRECCIONES QUE MUEVEN EL IMPORTE MAS QUE EL UMBRAL.
      * SI HAY ALGUNA EXCEPCION TERMINA CON RC=4 PARA QUE EL
      * PLANIFICADOR AVISE A SEGURIDAD.  UNA FICHA INVALIDA TERMINA
      * CON RC=8 SIN LEER LA AUDITORIA.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM LEER-UMBRALES
           IF RETURN-CODE = ZERO
               PERFORM ABRIR-ARCHIVOS
               PERFORM LEER-AUDITORIA
               PERFORM PROCESAR-ENTRADA
                   UNTIL WS-FIN-AUDITORIA
               PERFORM IMPRIMIR-RESUMEN
               PERFORM CERRAR-ARCHIVOS
           END-IF
           STOP RUN.

       LEER-UMBRALES.
           OPEN INPUT UMBRALES
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-UMBRALES
           READ UMBRALES
               AT END
                   CONTINUE
           END-READ
           CLOSE UMBRALES
           MOVE WS-UMB-FECHA TO WS-FECHA-PEDIDA
           IF WS-FECHA-PEDIDA = SPACES
               MOVE 'S' TO WS-SW-TODAS-FECHAS
               MOVE ZEROS TO WS-UMB-FECHA
           END-IF
           IF WS-UMB-CORRECCIONES = SPACES
               MOVE '02' TO WS-UMB-CORRECCIONES
           END-IF
           IF WS-UMB-HORA-DESDE = SPACES
               MOVE '0800' TO WS-UMB-HORA-DESDE
           END-IF
           IF WS-UMB-HORA-HASTA = SPACES
               MOVE '1900' TO WS-UMB-HORA-HASTA
           END-IF
           IF WS-UMB-RECHAZOS = SPACES
               MOVE '02' TO WS-UMB-RECHAZOS
           END-IF
           IF WS-UMB-IMPORTE = SPACES
               MOVE '000500000' TO WS-UMB-IMPORTE
           END-IF
           IF WS-UMB-FECHA NUMERIC
              AND WS-UMB-CORRECCIONES NUMERIC
              AND WS-UMB-HORA-DESDE NUMERIC
              AND WS-UMB-HORA-HASTA NUMERIC
              AND WS-UMB-RECHAZOS NUMERIC
              AND WS-UMB-IMPORTE NUMERIC
              AND WS-UMB-HORA-DESDE < WS-UMB-HORA-HASTA
               MOVE WS-UMB-CORRECCIONES TO WS-MAX-CORRECCIONES
               MOVE WS-UMB-HORA-DESDE TO WS-HORA-DESDE
               MOVE WS-UMB-HORA-HASTA TO WS-HORA-HASTA
               MOVE WS-UMB-RECHAZOS TO WS-MAX-RECHAZOS
               MOVE WS-UMB-IMPORTE-N TO WS-UMBRAL-IMPORTE
           ELSE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'FICHA DE UMBRALES INVALIDA' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               CLOSE REPORTE
           END-IF.

      *****************************************************************
      * SIN COBTESU1 NO SE PUEDE SABER QUE USUARIOS YA NO FIGURAN: SE
      * AVISA, ESA REGLA NO SE CONTROLA Y LAS DEMAS SIGUEN.
      *****************************************************************
       ABRIR-ARCHIVOS.
           OPEN INPUT AUDFILE
           OPEN INPUT AUTORIZ
           IF WS-FS-AUTORIZ NOT = '00' AND WS-FS-AUTORIZ NOT = '97'
               MOVE 'S' TO WS-SW-SIN-AUTORIZ
           END-IF
           MOVE SPACES TO WS-REG-REPORTE
           IF WS-TODAS-FECHAS
               STRING 'VSAMEXCP - EXCEPCIONES DE AUDITORIA FECHA=TODAS'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
           ELSE
               STRING 'VSAMEXCP - EXCEPCIONES DE AUDITORIA FECHA='
                      DELIMITED BY SIZE
                      WS-FECHA-PEDIDA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
           END-IF
           WRITE WS-REG-REPORTE
           MOVE WS-UMBRAL-IMPORTE TO WS-UMBRAL-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'UMBRALES: CORRECCIONES=' DELIMITED BY SIZE
                  WS-UMB-CORRECCIONES DELIMITED BY SIZE
                  ' HORARIO=' DELIMITED BY SIZE
                  WS-HORA-DESDE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-HORA-HASTA DELIMITED BY SIZE
                  ' RECHAZOS=' DELIMITED BY SIZE
                  WS-UMB-RECHAZOS DELIMITED BY SIZE
                  ' IMPORTE=' DELIMITED BY SIZE
                  WS-UMBRAL-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF WS-SIN-AUTORIZ
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: COBTESU1 NO DISPONIBLE FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-AUTORIZ DELIMITED BY SIZE
                      ', USUARIOS SIN CONTROLAR' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'FECHA    HORA   SEC  CLAVE  USUARIO  TERM MOTIVO'
                  DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

       LEER-AUDITORIA.
           READ AUDFILE
               AT END
                   MOVE 'S' TO WS-SW-FIN-AUDITORIA
           END-READ
           IF NOT WS-FIN-AUDITORIA AND WS-FS-AUDITORIA NOT = '00'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR LECTURA FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-AUDITORIA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-AUDITORIA
           END-IF.

       PROCESAR-ENTRADA.
           IF WS-TODAS-FECHAS OR WS-AUF-FECHA = WS-FECHA-PEDIDA
               IF WS-AUF-FECHA NOT = WS-FECHA-EN-CURSO
                   MOVE WS-AUF-FECHA TO WS-FECHA-EN-CURSO
                   MOVE ZERO TO WS-CRG-CANT
                   MOVE ZERO TO WS-RCH-CANT
               END-IF
               ADD 1 TO WS-TOT-LEIDAS
               PERFORM CLASIFICAR-RESULTADO
               IF WS-TIPO-CORREGIDO
                   PERFORM VERIFICAR-CORRECCIONES
                   PERFORM VERIFICAR-IMPORTE
               END-IF
               IF (WS-TIPO-CORREGIDO OR WS-TIPO-BORRADO)
                  AND WS-AUF-TERMINAL NOT = 'BTCH'
                   PERFORM VERIFICAR-HORARIO
               END-IF
               IF WS-TIPO-NOAUT
                   PERFORM VERIFICAR-RECHAZOS
               END-IF
               IF WS-AUF-TERMINAL NOT = 'BTCH'
                  AND WS-AUF-USUARIO NOT = SPACES
                  AND NOT WS-SIN-AUTORIZ
                   PERFORM VERIFICAR-USUARIO
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

       CLASIFICAR-RESULTADO.
           EVALUATE WS-AUF-RESULTADO
               WHEN 'Registro escrito'
                   MOVE 1 TO WS-TIPO-RESULTADO
               WHEN 'Registro corregido'
                   MOVE 2 TO WS-TIPO-RESULTADO
               WHEN 'Registro borrado'
                   MOVE 3 TO WS-TIPO-RESULTADO
               WHEN 'Clave duplicada'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'No autorizado'
                   MOVE 6 TO WS-TIPO-RESULTADO
               WHEN OTHER
                   MOVE 5 TO WS-TIPO-RESULTADO
           END-EVALUATE.

       VERIFICAR-CORRECCIONES.
           MOVE ZERO TO WS-IDX-TAB
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-CORREGIDA
               UNTIL WS-IDX-TAB > ZERO OR WS-IDX > WS-CRG-CANT
           IF WS-IDX-TAB = ZERO
               IF WS-CRG-CANT < 1000
                   ADD 1 TO WS-CRG-CANT
                   MOVE WS-CRG-CANT TO WS-IDX-TAB
                   MOVE WS-AUF-CLAVE TO WS-CRG-CLAVE(WS-IDX-TAB)
                   MOVE ZERO TO WS-CRG-VECES(WS-IDX-TAB)
               ELSE
                   MOVE 'S' TO WS-SW-TABLA-LLENA
               END-IF
           END-IF
           IF WS-IDX-TAB > ZERO
               ADD 1 TO WS-CRG-VECES(WS-IDX-TAB)
               IF WS-CRG-VECES(WS-IDX-TAB) > WS-MAX-CORRECCIONES
                   MOVE WS-CRG-VECES(WS-IDX-TAB) TO WS-VECES-ED
                   MOVE SPACES TO WS-EXC-MOTIVO
                   STRING 'CORRECCION NRO ' DELIMITED BY SIZE
                          WS-VECES-ED DELIMITED BY SIZE
                          ' DE LA CLAVE EN EL DIA'
                          DELIMITED BY SIZE
                          INTO WS-EXC-MOTIVO
                   END-STRING
                   ADD 1 TO WS-TOT-REPETIDAS
                   PERFORM EMITIR-EXCEPCION
               END-IF
           END-IF.

       BUSCAR-CORREGIDA.
           IF WS-CRG-CLAVE(WS-IDX) = WS-AUF-CLAVE
               MOVE WS-IDX TO WS-IDX-TAB
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *****************************************************************
      * SOLO SE COMPARAN IMAGENES CON IMPORTE NUMERICO: UNA ENTRADA
      * VIEJA CON WS-DATOS EN TEXTO LIBRE NO TIENE IMPORTE QUE MEDIR.
      *****************************************************************
       VERIFICAR-IMPORTE.
           MOVE WS-AUF-DATOS-ANTES TO WS-IMAGEN-ANTES
           MOVE WS-AUF-DATOS-DESPUES TO WS-IMAGEN-DESPUES
           IF WS-IMA-IMPORTE NUMERIC AND WS-IMD-IMPORTE NUMERIC
               COMPUTE WS-DIF-IMPORTE = WS-IMD-IMPORTE - WS-IMA-IMPORTE
               IF WS-DIF-IMPORTE < ZERO
                   COMPUTE WS-DIF-IMPORTE = ZERO - WS-DIF-IMPORTE
               END-IF
               IF WS-DIF-IMPORTE NOT < WS-UMBRAL-IMPORTE
                   MOVE WS-IMA-IMPORTE TO WS-IMPORTE-ANTES-ED
                   MOVE WS-IMD-IMPORTE TO WS-IMPORTE-DESPUES-ED
                   MOVE SPACES TO WS-EXC-MOTIVO
                   STRING 'IMPORTE ' DELIMITED BY SIZE
                          WS-IMPORTE-ANTES-ED DELIMITED BY SIZE
                          ' A ' DELIMITED BY SIZE
                          WS-IMPORTE-DESPUES-ED DELIMITED BY SIZE
                          INTO WS-EXC-MOTIVO
                   END-STRING
                   ADD 1 TO WS-TOT-IMPORTE
                   PERFORM EMITIR-EXCEPCION
               END-IF
           END-IF.

       VERIFICAR-HORARIO.
           IF WS-AUF-HORA(1:4) < WS-HORA-DESDE
              OR WS-AUF-HORA(1:4) NOT < WS-HORA-HASTA
               MOVE SPACES TO WS-EXC-MOTIVO
               IF WS-TIPO-BORRADO
                   STRING 'BAJA FUERA DE HORARIO' DELIMITED BY SIZE
                          INTO WS-EXC-MOTIVO
                   END-STRING
               ELSE
                   STRING 'CORRECCION FUERA DE HORARIO'
                          DELIMITED BY SIZE
                          INTO WS-EXC-MOTIVO
                   END-STRING
               END-IF
               ADD 1 TO WS-TOT-HORARIO
               PERFORM EMITIR-EXCEPCION
           END-IF.

       VERIFICAR-RECHAZOS.
           MOVE ZERO TO WS-IDX-TAB
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-RECHAZO
               UNTIL WS-IDX-TAB > ZERO OR WS-IDX > WS-RCH-CANT
           IF WS-IDX-TAB = ZERO
               IF WS-RCH-CANT < 100
                   ADD 1 TO WS-RCH-CANT
                   MOVE WS-RCH-CANT TO WS-IDX-TAB
                   MOVE WS-AUF-USUARIO TO WS-RCH-USUARIO(WS-IDX-TAB)
                   MOVE ZERO TO WS-RCH-VECES(WS-IDX-TAB)
               ELSE
                   MOVE 'S' TO WS-SW-TABLA-LLENA
               END-IF
           END-IF
           IF WS-IDX-TAB > ZERO
               ADD 1 TO WS-RCH-VECES(WS-IDX-TAB)
               IF WS-RCH-VECES(WS-IDX-TAB) > WS-MAX-RECHAZOS
                   MOVE WS-RCH-VECES(WS-IDX-TAB) TO WS-VECES-ED
                   MOVE SPACES TO WS-EXC-MOTIVO
                   STRING 'RECHAZO NO AUTORIZADO NRO ' DELIMITED BY SIZE
                          WS-VECES-ED DELIMITED BY SIZE
                          ' DEL DIA' DELIMITED BY SIZE
                          INTO WS-EXC-MOTIVO
                   END-STRING
                   ADD 1 TO WS-TOT-RECHAZOS
                   PERFORM EMITIR-EXCEPCION
               END-IF
           END-IF.

       BUSCAR-RECHAZO.
           IF WS-RCH-USUARIO(WS-IDX) = WS-AUF-USUARIO
               MOVE WS-IDX TO WS-IDX-TAB
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *****************************************************************
      * UN USUARIO YA VISTO NO SE VUELVE A BUSCAR.  EL QUE NO FIGURA
      * EN COBTESU1 SE AVISA CON SU PRIMERA ENTRADA DE AUDITORIA.
      *****************************************************************
       VERIFICAR-USUARIO.
           MOVE ZERO TO WS-IDX-TAB
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-USUARIO
               UNTIL WS-IDX-TAB > ZERO OR WS-IDX > WS-USU-CANT
           IF WS-IDX-TAB = ZERO
               IF WS-USU-CANT < 200
                   ADD 1 TO WS-USU-CANT
                   MOVE WS-AUF-USUARIO TO WS-USU-ID(WS-USU-CANT)
                   MOVE WS-AUF-USUARIO TO WS-AUT-USUARIO
                   READ AUTORIZ
                       INVALID KEY
                           CONTINUE
                   END-READ
                   IF WS-FS-AUTORIZ NOT = '00'
                       MOVE SPACES TO WS-EXC-MOTIVO
                       STRING 'USUARIO NO FIGURA EN COBTESU1'
                              DELIMITED BY SIZE
                              INTO WS-EXC-MOTIVO
                       END-STRING
                       ADD 1 TO WS-TOT-DESCONOCIDOS
                       PERFORM EMITIR-EXCEPCION
                   END-IF
               ELSE
                   MOVE 'S' TO WS-SW-TABLA-LLENA
               END-IF
           END-IF.

       BUSCAR-USUARIO.
           IF WS-USU-ID(WS-IDX) = WS-AUF-USUARIO
               MOVE WS-IDX TO WS-IDX-TAB
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       EMITIR-EXCEPCION.
           ADD 1 TO WS-TOT-EXCEPCIONES
           MOVE WS-AUF-FECHA TO WS-EXC-FECHA
           MOVE WS-AUF-HORA TO WS-EXC-HORA
           MOVE WS-AUF-SECUENCIA TO WS-EXC-SECUENCIA
           MOVE WS-AUF-CLAVE TO WS-EXC-CLAVE
           MOVE WS-AUF-USUARIO TO WS-EXC-USUARIO
           MOVE WS-AUF-TERMINAL TO WS-EXC-TERMINAL
           MOVE WS-LINEA-EXCEPCION TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE.

       IMPRIMIR-RESUMEN.
           IF WS-TABLA-LLENA
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: TABLA DE CONTROL LLENA, HAY ENTRADAS'
                      DELIMITED BY SIZE
                      ' SIN CONTROLAR' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-TOT-LEIDAS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ENTRADAS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-REPETIDAS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL CORRECCIONES REPETIDAS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-HORARIO TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL FUERA DE HORARIO=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-DESCONOCIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL USUARIOS FUERA DE COBTESU1=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-RECHAZOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL RECHAZOS REPETIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-IMPORTE TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL CAMBIOS DE IMPORTE=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-EXCEPCIONES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL EXCEPCIONES=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF WS-TOT-EXCEPCIONES > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE AUDFILE
           IF NOT WS-SIN-AUTORIZ
               CLOSE AUTORIZ
           END-IF
           CLOSE REPORTE.
