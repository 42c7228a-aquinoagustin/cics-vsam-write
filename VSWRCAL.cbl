       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMCALI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COBTESN1 ASSIGN TO COBTESN1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT AUTORIZ ASSIGN TO AUTORIZ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AUT-USUARIO
               FILE STATUS IS WS-FS-AUTORIZ.
           SELECT UMBRALES ASSIGN TO UMBRALES
               ORGANIZATION IS SEQUENTIAL.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT EXTRACTO ASSIGN TO EXTRACTO
               ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COBTESN1.
       COPY VSWRREG.
       FD  AUTORIZ.
       COPY VSWRAUT.
      *****************************************************************
      * FICHA DE UMBRALES (CADA CAMPO EN BLANCO TOMA SU OMISION):
      *   COLUMNAS  1-2  CANTIDAD DE CLAVES CON LA MISMA DESCRIPCION A
      *                  PARTIR DE LA CUAL SE AVISA (05, MINIMO 02)
      *   COLUMNAS  4-11 FECHA DE REFERENCIA AAAAMMDD: UNA ESTAMPA DE
      *                  ULTIMO MANTENIMIENTO POSTERIOR ES FUTURA (HOY)
      *****************************************************************
       FD  UMBRALES
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-UMBRALES.
          05 WS-UMB-REPETICIONES PIC X(02).
          05 FILLER           PIC X(01).
          05 WS-UMB-FECHA     PIC X(08).
          05 FILLER           PIC X(69).
       FD  REPORTE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01 WS-REG-REPORTE      PIC X(80).
      *****************************************************************
      * LISTA DE TRABAJO PARA CORREGIR: UNA VEZ CADA CLAVE CON ALGUN
      * HALLAZGO, EN EL FORMATO DE ENTRADA DE VSAMMANT ('C' + CLAVE +
      * LOS DATOS COMO ESTAN HOY).  SE EDITAN LOS DATOS A MANO Y SE
      * PASA A VSAMMANT SIN SELLOS (FECHASEL EN BLANCO O DUMMY); EL
      * CAMBIO DEJA ADEMAS LA ESTAMPA DE ULTIMO MANTENIMIENTO AL DIA.
      *****************************************************************
       FD  EXTRACTO
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 WS-REG-EXTRACTO.
          05 WS-EXT-CODIGO    PIC X(01).
          05 WS-EXT-CLAVE     PIC 9(06).
          05 WS-EXT-DATOS     PIC X(25).
       WORKING-STORAGE SECTION.
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-AUTORIZ    PIC X(02).
          01 WS-SW-FIN-COBTESN1 PIC X(01) VALUE 'N'.
             88 WS-FIN-COBTESN1    VALUE 'S'.
          01 WS-SW-SIN-AUTORIZ PIC X(01) VALUE 'N'.
             88 WS-SIN-AUTORIZ     VALUE 'S'.
          01 WS-SW-TABLA-LLENA PIC X(01) VALUE 'N'.
             88 WS-TABLA-LLENA     VALUE 'S'.
          01 WS-SW-CON-HALLAZGO PIC X(01).
             88 WS-CON-HALLAZGO    VALUE 'S'.
          01 WS-SW-IMPRIMIBLE PIC X(01).
             88 WS-IMPRIMIBLE      VALUE 'S'.
          01 WS-FECHA-HOY     PIC X(08).
          01 WS-FECHA-REFERENCIA PIC X(08).
          01 WS-MIN-REPETICIONES PIC 9(02).
          01 WS-REGLA         PIC 9(01).
          01 WS-VALOR-HALLAZGO PIC X(40).
          01 WS-POSICION-ED   PIC Z9.
      *****************************************************************
      * TITULOS DE LAS REGLAS, EN EL ORDEN EN QUE SALEN EN EL REPORTE.
      *****************************************************************
          01 WS-TITULOS-INIC.
             05 FILLER           PIC X(40)
                VALUE 'DESCRIPCION EN BLANCO O NO IMPRIMIBLE'.
             05 FILLER           PIC X(40)
                VALUE 'ACTIVO CON IMPORTE CERO'.
             05 FILLER           PIC X(40)
                VALUE 'ESTADO DISTINTO DE A E I'.
             05 FILLER           PIC X(40)
                VALUE 'FECHA DE ULT.MANT INVALIDA O FUTURA'.
             05 FILLER           PIC X(40)
                VALUE 'USUARIO DE ULT.MANT FUERA DE COBTESU1'.
             05 FILLER           PIC X(40)
                VALUE 'DESCRIPCION REPETIDA EN VARIAS CLAVES'.
          01 WS-TITULOS REDEFINES WS-TITULOS-INIC.
             05 WS-TIT-REGLA     PIC X(40) OCCURS 6 TIMES.
      *****************************************************************
      * POR REGLA, LA CANTIDAD DE CLAVES Y UNA MUESTRA DE LAS
      * PRIMERAS DIEZ CON EL VALOR QUE LAS HIZO SALIR; LA LISTA
      * COMPLETA DE CLAVES ESTA EN EL EXTRACTO.
      *****************************************************************
          01 WS-TAB-HALLAZGOS VALUE ZEROS.
             05 WS-HAL-REGLA OCCURS 6 TIMES.
                10 WS-HAL-CANT      PIC 9(7).
                10 WS-HAL-MUESTRA OCCURS 10 TIMES.
                   15 WS-HAL-CLAVE     PIC 9(6).
                   15 WS-HAL-VALOR     PIC X(40).
      *****************************************************************
      * DESCRIPCIONES DISTINTAS CON LA CANTIDAD DE CLAVES QUE LAS
      * USAN, ARMADA EN UNA PRIMERA PASADA SOBRE COBTESN1.  SI LA
      * TABLA SE LLENA SE AVISA Y LAS DESCRIPCIONES QUE NO ENTRARON
      * NO SE CONTROLAN.
      *****************************************************************
          01 WS-TAB-DESCRIPCIONES.
             05 WS-DSC-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-DSC-ENTRADA OCCURS 2000 TIMES.
                10 WS-DSC-TEXTO     PIC X(15).
                10 WS-DSC-VECES     PIC 9(7).
      *****************************************************************
      * USUARIOS YA BUSCADOS EN COBTESU1 CON EL RESULTADO, PARA NO
      * RELEER EL MISMO USUARIO EN CADA CLAVE QUE ESTAMPO.  CON LA
      * TABLA LLENA LOS USUARIOS NUEVOS SE LEEN SIN GUARDARSE.
      *****************************************************************
          01 WS-TAB-USUARIOS.
             05 WS-USU-CANT      PIC S9(4) COMP VALUE ZERO.
             05 WS-USU-ENTRADA OCCURS 200 TIMES.
                10 WS-USU-ID        PIC X(08).
                10 WS-USU-EXISTE    PIC X(01).
          01 WS-USUARIO-EXISTE PIC X(01).
          01 WS-IDX           PIC S9(4) COMP.
          01 WS-IDX-TAB       PIC S9(4) COMP.
          01 WS-IDX-MUESTRA   PIC S9(4) COMP.
          01 WS-TOTALES.
             05 WS-TOT-LEIDAS    PIC 9(7) VALUE ZERO.
             05 WS-TOT-CLAVES    PIC 9(7) VALUE ZERO.
             05 WS-TOT-HALLAZGOS PIC 9(7) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC ZZZZZZ9.
          01 WS-LINEA-REGLA.
             05 FILLER           PIC X(06) VALUE 'REGLA '.
             05 WS-LRG-REGLA     PIC 9(01).
             05 FILLER           PIC X(03) VALUE ' - '.
             05 WS-LRG-TITULO    PIC X(40).
             05 FILLER           PIC X(08) VALUE ' CLAVES='.
             05 WS-LRG-CANT      PIC ZZZZZZ9.
          01 WS-LINEA-MUESTRA.
             05 FILLER           PIC X(10) VALUE '    CLAVE='.
             05 WS-LMU-CLAVE     PIC 9(06).
             05 FILLER           PIC X(01) VALUE SPACE.
             05 WS-LMU-VALOR     PIC X(40).
       PROCEDURE DIVISION.
      *****************************************************************
      * CONTROL DE CALIDAD DE LO QUE YA ESTA GRABADO EN COBTESN1 (LAS
      * VALIDACIONES DE VSAMCARG Y VSAMWRIT SOLO MIRAN LA ENTRADA).
      * SE AVISA POR REGLA:
      *   1 DESCRIPCION EN BLANCO O CON CARACTERES NO IMPRIMIBLES;
      *   2 REGISTRO ACTIVO CON IMPORTE CERO;
      *   3 ESTADO QUE NO ES 'A' NI 'I';
      *   4 FECHA DE ULTIMO MANTENIMIENTO EN BLANCO, NO NUMERICA O
      *     POSTERIOR A LA FECHA DE REFERENCIA;
      *   5 USUARIO DE ULTIMO MANTENIMIENTO QUE NO FIGURA EN
      *     COBTESU1 (SALVO LOS PROGRAMAS BATCH QUE ESTAMPAN CON SU
      *     NOMBRE);
      *   6 DESCRIPCION COMPARTIDA POR TANTAS CLAVES O MAS COMO DICE
      *     LA FICHA.
      * EL REPORTE VA AGRUPADO POR REGLA, CON LA CANTIDAD Y UNA
      * MUESTRA DE CLAVES, Y EL EXTRACTO LLEVA TODAS LAS CLAVES CON
      * ALGUN HALLAZGO.  SI HAY HALLAZGOS TERMINA CON RC=4.  UNA
      * FICHA INVALIDA O UN ERROR DE COBTESN1 TERMINA CON RC=8.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM LEER-UMBRALES
           IF RETURN-CODE = ZERO
               PERFORM ABRIR-ARCHIVOS
               IF RETURN-CODE < 8
                   PERFORM CONTAR-DESCRIPCIONES
                   IF RETURN-CODE < 8
                       PERFORM REVISAR-ARCHIVO
                   END-IF
                   PERFORM IMPRIMIR-HALLAZGOS
                   PERFORM CERRAR-ARCHIVOS
               END-IF
           END-IF
           STOP RUN.

       LEER-UMBRALES.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT UMBRALES
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-UMBRALES
           READ UMBRALES
               AT END
                   CONTINUE
           END-READ
           CLOSE UMBRALES
           IF WS-UMB-REPETICIONES = SPACES
               MOVE '05' TO WS-UMB-REPETICIONES
           END-IF
           IF WS-UMB-FECHA = SPACES
               MOVE WS-FECHA-HOY TO WS-UMB-FECHA
           END-IF
           IF WS-UMB-REPETICIONES NUMERIC
              AND WS-UMB-REPETICIONES > '01'
              AND WS-UMB-FECHA NUMERIC
               MOVE WS-UMB-REPETICIONES TO WS-MIN-REPETICIONES
               MOVE WS-UMB-FECHA TO WS-FECHA-REFERENCIA
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
      * AVISA, LA REGLA 5 NO SE CONTROLA Y LAS DEMAS SIGUEN.
      *****************************************************************
       ABRIR-ARCHIVOS.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMCALI - CALIDAD DE DATOS DE COBTESN1 AL '
                  DELIMITED BY SIZE
                  WS-FECHA-HOY DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'UMBRALES: REPETICIONES=' DELIMITED BY SIZE
                  WS-UMB-REPETICIONES DELIMITED BY SIZE
                  ' FECHA REFERENCIA=' DELIMITED BY SIZE
                  WS-FECHA-REFERENCIA DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           OPEN INPUT COBTESN1
           IF WS-FS-COBTESN1 NOT = '00' AND WS-FS-COBTESN1 NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA COBTESN1 FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-COBTESN1 DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               CLOSE REPORTE
           ELSE
               OPEN OUTPUT EXTRACTO
               OPEN INPUT AUTORIZ
               IF WS-FS-AUTORIZ NOT = '00' AND WS-FS-AUTORIZ NOT = '97'
                   MOVE 'S' TO WS-SW-SIN-AUTORIZ
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'AVISO: COBTESU1 NO DISPONIBLE FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-AUTORIZ DELIMITED BY SIZE
                          ', REGLA 5 SIN CONTROLAR' DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 4 TO RETURN-CODE
               END-IF
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
      * PRIMERA PASADA: CUANTAS CLAVES USAN CADA DESCRIPCION.  AL
      * TERMINAR SE REABRE COBTESN1 PARA LA SEGUNDA PASADA.
      *****************************************************************
       CONTAR-DESCRIPCIONES.
           PERFORM LEER-COBTESN1
           PERFORM CONTAR-DESCRIPCION
               UNTIL WS-FIN-COBTESN1
           CLOSE COBTESN1
           IF RETURN-CODE < 8
               MOVE 'N' TO WS-SW-FIN-COBTESN1
               OPEN INPUT COBTESN1
               IF WS-FS-COBTESN1 NOT = '00'
                  AND WS-FS-COBTESN1 NOT = '97'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR REAPERTURA COBTESN1 FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-COBTESN1 DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       CONTAR-DESCRIPCION.
           IF WS-DAT-DESCRIPCION NOT = SPACES
               PERFORM UBICAR-DESCRIPCION
               IF WS-IDX-TAB = ZERO
                   IF WS-DSC-CANT < 2000
                       ADD 1 TO WS-DSC-CANT
                       MOVE WS-DSC-CANT TO WS-IDX-TAB
                       MOVE WS-DAT-DESCRIPCION
                           TO WS-DSC-TEXTO(WS-IDX-TAB)
                       MOVE ZERO TO WS-DSC-VECES(WS-IDX-TAB)
                   ELSE
                       MOVE 'S' TO WS-SW-TABLA-LLENA
                   END-IF
               END-IF
               IF WS-IDX-TAB > ZERO
                   ADD 1 TO WS-DSC-VECES(WS-IDX-TAB)
               END-IF
           END-IF
           PERFORM LEER-COBTESN1.

       UBICAR-DESCRIPCION.
           MOVE ZERO TO WS-IDX-TAB
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-DESCRIPCION
               UNTIL WS-IDX-TAB > ZERO OR WS-IDX > WS-DSC-CANT.

       BUSCAR-DESCRIPCION.
           IF WS-DSC-TEXTO(WS-IDX) = WS-DAT-DESCRIPCION
               MOVE WS-IDX TO WS-IDX-TAB
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *****************************************************************
      * SEGUNDA PASADA: CADA CLAVE CONTRA LAS SEIS REGLAS.  UNA CLAVE
      * PUEDE SALIR EN VARIAS REGLAS PERO VA UNA SOLA VEZ AL
      * EXTRACTO.
      *****************************************************************
       REVISAR-ARCHIVO.
           PERFORM LEER-COBTESN1
           PERFORM REVISAR-REGISTRO
               UNTIL WS-FIN-COBTESN1.

       REVISAR-REGISTRO.
           ADD 1 TO WS-TOT-LEIDAS
           MOVE 'N' TO WS-SW-CON-HALLAZGO
           PERFORM VERIFICAR-DESCRIPCION
           IF WS-DAT-ACTIVO AND WS-DAT-IMPORTE NUMERIC
              AND WS-DAT-IMPORTE = ZERO
               MOVE 2 TO WS-REGLA
               MOVE 'IMPORTE=0' TO WS-VALOR-HALLAZGO
               PERFORM ANOTAR-HALLAZGO
           END-IF
           IF NOT WS-DAT-ACTIVO AND NOT WS-DAT-INACTIVO
               MOVE 3 TO WS-REGLA
               MOVE SPACES TO WS-VALOR-HALLAZGO
               STRING 'ESTADO=''' DELIMITED BY SIZE
                      WS-DAT-ESTADO DELIMITED BY SIZE
                      '''' DELIMITED BY SIZE
                      INTO WS-VALOR-HALLAZGO
               END-STRING
               PERFORM ANOTAR-HALLAZGO
           END-IF
           PERFORM VERIFICAR-FECHA
           IF NOT WS-SIN-AUTORIZ
               PERFORM VERIFICAR-USUARIO
           END-IF
           PERFORM VERIFICAR-REPETIDA
           IF WS-CON-HALLAZGO
               ADD 1 TO WS-TOT-CLAVES
               MOVE 'C' TO WS-EXT-CODIGO
               MOVE WS-CLAVE TO WS-EXT-CLAVE
               MOVE WS-DATOS TO WS-EXT-DATOS
               WRITE WS-REG-EXTRACTO
           END-IF
           PERFORM LEER-COBTESN1.

      *****************************************************************
      * NO IMPRIMIBLE ES CUALQUIER CARACTER DE CONTROL (MENOR QUE EL
      * BLANCO) O HIGH-VALUES, QUE NO SALEN EN PANTALLA NI EN PAPEL.
      * EN EL REPORTE SE INFORMA LA POSICION, NO EL CARACTER.
      *****************************************************************
       VERIFICAR-DESCRIPCION.
           IF WS-DAT-DESCRIPCION = SPACES
               MOVE 1 TO WS-REGLA
               MOVE '(EN BLANCO)' TO WS-VALOR-HALLAZGO
               PERFORM ANOTAR-HALLAZGO
           ELSE
               MOVE 'S' TO WS-SW-IMPRIMIBLE
               MOVE 1 TO WS-IDX
               PERFORM VERIFICAR-CARACTER
                   UNTIL NOT WS-IMPRIMIBLE OR WS-IDX > 15
               IF NOT WS-IMPRIMIBLE
                   MOVE 1 TO WS-REGLA
                   MOVE WS-IDX TO WS-POSICION-ED
                   MOVE SPACES TO WS-VALOR-HALLAZGO
                   STRING 'NO IMPRIMIBLE EN POSICION '
                          DELIMITED BY SIZE
                          WS-POSICION-ED DELIMITED BY SIZE
                          INTO WS-VALOR-HALLAZGO
                   END-STRING
                   PERFORM ANOTAR-HALLAZGO
               END-IF
           END-IF.

       VERIFICAR-CARACTER.
           IF WS-DAT-DESCRIPCION(WS-IDX:1) < SPACE
              OR WS-DAT-DESCRIPCION(WS-IDX:1) = HIGH-VALUE
               MOVE 'N' TO WS-SW-IMPRIMIBLE
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       VERIFICAR-FECHA.
           MOVE 4 TO WS-REGLA
           EVALUATE TRUE
               WHEN WS-ULT-FECHA = SPACES
                   MOVE '(EN BLANCO)' TO WS-VALOR-HALLAZGO
                   PERFORM ANOTAR-HALLAZGO
               WHEN WS-ULT-FECHA NOT NUMERIC
                   MOVE SPACES TO WS-VALOR-HALLAZGO
                   STRING 'NO NUMERICA ' DELIMITED BY SIZE
                          WS-ULT-FECHA DELIMITED BY SIZE
                          INTO WS-VALOR-HALLAZGO
                   END-STRING
                   PERFORM ANOTAR-HALLAZGO
               WHEN WS-ULT-FECHA > WS-FECHA-REFERENCIA
                   MOVE SPACES TO WS-VALOR-HALLAZGO
                   STRING 'FUTURA ' DELIMITED BY SIZE
                          WS-ULT-FECHA DELIMITED BY SIZE
                          INTO WS-VALOR-HALLAZGO
                   END-STRING
                   PERFORM ANOTAR-HALLAZGO
           END-EVALUATE.

      *****************************************************************
      * VSAMCARG, VSAMMANT, VSAMFREC Y VSAMVIGE ESTAMPAN CON EL NOMBRE
      * DEL PROGRAMA, QUE NO ES UN USUARIO DE COBTESU1: NO SE
      * AVISAN.  UN USUARIO EN BLANCO SI SE AVISA (REGISTRO SIN
      * ESTAMPA).
      *****************************************************************
       VERIFICAR-USUARIO.
           IF WS-ULT-USUARIO NOT = 'VSAMCARG'
              AND WS-ULT-USUARIO NOT = 'VSAMMANT'
              AND WS-ULT-USUARIO NOT = 'VSAMFREC'
              AND WS-ULT-USUARIO NOT = 'VSAMVIGE'
               IF WS-ULT-USUARIO = SPACES
                   MOVE 'N' TO WS-USUARIO-EXISTE
               ELSE
                   PERFORM CONSULTAR-USUARIO
               END-IF
               IF WS-USUARIO-EXISTE = 'N'
                   MOVE 5 TO WS-REGLA
                   IF WS-ULT-USUARIO = SPACES
                       MOVE '(EN BLANCO)' TO WS-VALOR-HALLAZGO
                   ELSE
                       MOVE SPACES TO WS-VALOR-HALLAZGO
                       STRING 'USUARIO ' DELIMITED BY SIZE
                              WS-ULT-USUARIO DELIMITED BY SIZE
                              INTO WS-VALOR-HALLAZGO
                       END-STRING
                   END-IF
                   PERFORM ANOTAR-HALLAZGO
               END-IF
           END-IF.

       CONSULTAR-USUARIO.
           MOVE ZERO TO WS-IDX-TAB
           MOVE 1 TO WS-IDX
           PERFORM BUSCAR-USUARIO
               UNTIL WS-IDX-TAB > ZERO OR WS-IDX > WS-USU-CANT
           IF WS-IDX-TAB > ZERO
               MOVE WS-USU-EXISTE(WS-IDX-TAB) TO WS-USUARIO-EXISTE
           ELSE
               MOVE WS-ULT-USUARIO TO WS-AUT-USUARIO
               READ AUTORIZ
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-AUTORIZ = '00'
                   MOVE 'S' TO WS-USUARIO-EXISTE
               ELSE
                   MOVE 'N' TO WS-USUARIO-EXISTE
               END-IF
               IF WS-USU-CANT < 200
                   ADD 1 TO WS-USU-CANT
                   MOVE WS-ULT-USUARIO TO WS-USU-ID(WS-USU-CANT)
                   MOVE WS-USUARIO-EXISTE TO WS-USU-EXISTE(WS-USU-CANT)
               END-IF
           END-IF.

       BUSCAR-USUARIO.
           IF WS-USU-ID(WS-IDX) = WS-ULT-USUARIO
               MOVE WS-IDX TO WS-IDX-TAB
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

       VERIFICAR-REPETIDA.
           IF WS-DAT-DESCRIPCION NOT = SPACES
               PERFORM UBICAR-DESCRIPCION
               IF WS-IDX-TAB > ZERO
                   IF WS-DSC-VECES(WS-IDX-TAB) NOT < WS-MIN-REPETICIONES
                       MOVE 6 TO WS-REGLA
                       MOVE WS-DSC-VECES(WS-IDX-TAB) TO WS-CONTADOR-ED
                       MOVE SPACES TO WS-VALOR-HALLAZGO
                       STRING WS-DAT-DESCRIPCION DELIMITED BY SIZE
                              ' EN ' DELIMITED BY SIZE
                              WS-CONTADOR-ED DELIMITED BY SIZE
                              ' CLAVES' DELIMITED BY SIZE
                              INTO WS-VALOR-HALLAZGO
                       END-STRING
                       PERFORM ANOTAR-HALLAZGO
                   END-IF
               END-IF
           END-IF.

       ANOTAR-HALLAZGO.
           ADD 1 TO WS-TOT-HALLAZGOS
           MOVE 'S' TO WS-SW-CON-HALLAZGO
           ADD 1 TO WS-HAL-CANT(WS-REGLA)
           IF WS-HAL-CANT(WS-REGLA) NOT > 10
               MOVE WS-HAL-CANT(WS-REGLA) TO WS-IDX-MUESTRA
               MOVE WS-CLAVE TO WS-HAL-CLAVE(WS-REGLA, WS-IDX-MUESTRA)
               MOVE WS-VALOR-HALLAZGO
                   TO WS-HAL-VALOR(WS-REGLA, WS-IDX-MUESTRA)
           END-IF.

      *****************************************************************
      * EL REPORTE AGRUPADO: POR CADA REGLA SU TITULO CON LA CANTIDAD
      * DE CLAVES Y DEBAJO LA MUESTRA.  UNA REGLA SIN HALLAZGOS SALE
      * IGUAL, CON CERO, PARA QUE SE VEA QUE SE CONTROLO.
      *****************************************************************
       IMPRIMIR-HALLAZGOS.
           MOVE 1 TO WS-REGLA
           PERFORM IMPRIMIR-REGLA
               UNTIL WS-REGLA > 6
           IF WS-TABLA-LLENA
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: TABLA DE DESCRIPCIONES LLENA, HAY'
                      DELIMITED BY SIZE
                      ' DESCRIPCIONES SIN CONTROLAR' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-TOT-LEIDAS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL CLAVES LEIDAS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-CLAVES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL CLAVES CON HALLAZGOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-HALLAZGOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL HALLAZGOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF WS-TOT-HALLAZGOS > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       IMPRIMIR-REGLA.
           MOVE SPACES TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE WS-REGLA TO WS-LRG-REGLA
           MOVE WS-TIT-REGLA(WS-REGLA) TO WS-LRG-TITULO
           MOVE WS-HAL-CANT(WS-REGLA) TO WS-LRG-CANT
           MOVE WS-LINEA-REGLA TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           MOVE 1 TO WS-IDX-MUESTRA
           PERFORM IMPRIMIR-MUESTRA
               UNTIL WS-IDX-MUESTRA > 10
                  OR WS-IDX-MUESTRA > WS-HAL-CANT(WS-REGLA)
           IF WS-HAL-CANT(WS-REGLA) > 10
               MOVE SPACES TO WS-REG-REPORTE
               STRING '    (PRIMERAS 10; TODAS EN EL EXTRACTO)'
                      DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           ADD 1 TO WS-REGLA.

       IMPRIMIR-MUESTRA.
           MOVE WS-HAL-CLAVE(WS-REGLA, WS-IDX-MUESTRA) TO WS-LMU-CLAVE
           MOVE WS-HAL-VALOR(WS-REGLA, WS-IDX-MUESTRA) TO WS-LMU-VALOR
           MOVE WS-LINEA-MUESTRA TO WS-REG-REPORTE
           WRITE WS-REG-REPORTE
           ADD 1 TO WS-IDX-MUESTRA.

       CERRAR-ARCHIVOS.
           CLOSE COBTESN1
           IF NOT WS-SIN-AUTORIZ
               CLOSE AUTORIZ
           END-IF
           CLOSE EXTRACTO
           CLOSE REPORTE.
