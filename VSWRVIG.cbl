       IDENTIFICATION DIVISION.
       PROGRAM-ID. VSAMVIGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUTUROS ASSIGN TO FUTUROS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-FUT-CLAVE-ARCH
               FILE STATUS IS WS-FS-FUTUROS.
           SELECT COBTESN1 ASSIGN TO COBTESN1
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CLAVE
               FILE STATUS IS WS-FS-COBTESN1.
           SELECT AUDFILE ASSIGN TO AUDFILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AUF-CLAVE-ARCH
               FILE STATUS IS WS-FS-AUDITORIA.
           SELECT LIBRO ASSIGN TO LIBRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LIB-CLAVE-ARCH
               FILE STATUS IS WS-FS-LIBRO.
           SELECT REPORTE ASSIGN TO REPORTE
               ORGANIZATION IS SEQUENTIAL.
           SELECT CORRIDAS ASSIGN TO CORRIDAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-COR-CLAVE
               FILE STATUS IS WS-FS-CORRIDAS.
           SELECT FECHANEG ASSIGN TO FECHANEG
               ORGANIZATION IS SEQUENTIAL.
           SELECT DOBLES ASSIGN TO DOBLES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DOB-CLAVE-ARCH
               FILE STATUS IS WS-FS-DOBLES.
           SELECT PARAMS ASSIGN TO PARAMS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PAR-CLAVE
               FILE STATUS IS WS-FS-PARAMS.
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * LOS CAMBIOS PROGRAMADOS QUE CARGARON LA PANTALLA VSAMPROG Y
      * VSAMMANT CON FICHA DE VIGENCIA.  CADA CAMBIO ATENDIDO SE
      * REESCRIBE CON SU RESULTADO ('A' APLICADO O 'F' FALLIDO), QUE
      * EL USUARIO VE EN LA MISMA PANTALLA.
      *****************************************************************
       FD  FUTUROS.
       COPY VSWRFUT.
       FD  COBTESN1.
       COPY VSWRREG.
      *****************************************************************
      * CADA CAMBIO APLICADO DEJA SU ENTRADA EN LA AUDITORIA COBTESA1
      * CON LOS MISMOS TEXTOS E IMAGENES ANTES/DESPUES QUE VSAMWRIT Y
      * VSAMMANT, Y SU DEBITO O CREDITO EN EL LIBRO COBTESM1.
      *****************************************************************
       FD  AUDFILE.
       COPY VSWRAUF.
       FD  LIBRO.
       COPY VSWRLIB.
       FD  REPORTE
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
      *****************************************************************
      * EL CONTROL POR OPOSICION DE VSAMWRIT (VER VSAMDOBL): UN CAMBIO
      * O UNA BAJA PROGRAMADA QUE VSAMWRIT DEJARIA A APROBAR, O SOBRE
      * UNA CLAVE CON UN PEDIDO PENDIENTE EN COBTESD1, NO SE APLICA.
      * LOS DOS ARCHIVOS SOLO SE LEEN.
      *****************************************************************
       FD  DOBLES.
       COPY VSWRDOB.
       FD  PARAMS.
       COPY VSWRPAR.
       WORKING-STORAGE SECTION.
          01 WS-FS-CORRIDAS   PIC X(02).
          01 WS-PASO-PROPIO   PIC X(08) VALUE 'VSAMVIGE'.
          01 WS-PASO-PREVIO   PIC X(08) VALUE 'VSAMVOLC'.
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
          01 WS-FS-FUTUROS    PIC X(02).
          01 WS-FS-COBTESN1   PIC X(02).
          01 WS-FS-AUDITORIA  PIC X(02).
          01 WS-FS-LIBRO      PIC X(02).
          01 WS-SW-FUTUROS-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-FUTUROS-ABIERTO VALUE 'S'.
          01 WS-SW-DESTINO-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-DESTINO-ABIERTO VALUE 'S'.
          01 WS-FS-DOBLES     PIC X(02).
          01 WS-FS-PARAMS     PIC X(02).
          01 WS-SW-DOBLES-ABIERTO PIC X(01) VALUE 'N'.
             88 WS-DOBLES-ABIERTO  VALUE 'S'.
          01 WS-SW-UMBRAL     PIC X(01) VALUE 'N'.
             88 WS-UMBRAL-LEIDO    VALUE 'S'.
          01 WS-UMBRAL-DOBLE  PIC 9(7)V99 VALUE ZERO.
          01 WS-SW-A-APROBAR  PIC X(01).
             88 WS-VA-A-APROBAR    VALUE 'S'.
          01 WS-SW-PEDIDO-PENDIENTE PIC X(01).
             88 WS-HAY-PEDIDO-PENDIENTE VALUE 'S'.
          01 WS-SW-FIN-PEDIDOS PIC X(01).
             88 WS-FIN-PEDIDOS     VALUE 'S'.
          01 WS-SW-FIN-FUTUROS PIC X(01) VALUE 'N'.
             88 WS-FIN-FUTUROS     VALUE 'S'.
          01 WS-SW-AUD-GRABADA PIC X(01).
             88 WS-AUD-GRABADA     VALUE 'S'.
          01 WS-SW-AUD-ERROR  PIC X(01).
             88 WS-AUD-ERROR       VALUE 'S'.
          01 WS-SW-LIB-GRABADO PIC X(01).
             88 WS-LIB-GRABADO     VALUE 'S'.
          01 WS-SW-LIB-ERROR  PIC X(01).
             88 WS-LIB-ERROR       VALUE 'S'.
          01 WS-CONTADORES.
             05 WS-TOT-VENCIDOS  PIC 9(5) VALUE ZERO.
             05 WS-TOT-APLICADOS PIC 9(5) VALUE ZERO.
             05 WS-TOT-FALLIDOS  PIC 9(5) VALUE ZERO.
             05 WS-TOT-PENDIENTES PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-AUDIT PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-LIBRO PIC 9(5) VALUE ZERO.
             05 WS-TOT-ERR-FUTUROS PIC 9(5) VALUE ZERO.
             05 WS-TOT-A-APROBAR PIC 9(5) VALUE ZERO.
          01 WS-MENSAJES-AUDITORIA.
             05 WS-MENSAJE-OK   PIC X(16)
                                  VALUE 'Registro escrito'.
             05 WS-MENSAJE-COR  PIC X(18)
                                  VALUE 'Registro corregido'.
             05 WS-MENSAJE-BOR  PIC X(16)
                                  VALUE 'Registro borrado'.
          01 WS-AUD-RESULTADO  PIC X(18).
          01 WS-DATOS-ANTES    PIC X(25).
          01 WS-DATOS-DESPUES  PIC X(25).
          01 WS-IMPORTE-ANTERIOR PIC 9(7)V99.
          01 WS-IMPORTE-NUEVO  PIC 9(7)V99.
          01 WS-ESTADO-RESULTADO PIC X(01).
          01 WS-TEXTO-RESULTADO PIC X(30).
          01 WS-CLAVE-ED       PIC Z(5)9.
          01 WS-CONTADOR-ED    PIC ZZZZ9.
          01 WS-FECHA-HOY      PIC X(08).
          01 WS-HORA-HOY       PIC X(08).
          01 WS-FECHA-TOPE     PIC X(08).
          01 WS-DIAS-SUMADOS   PIC 9(03).
          COPY VSWRFEC.
       PROCEDURE DIVISION.
      *****************************************************************
      * APLICA CONTRA COBTESN1 LOS CAMBIOS PROGRAMADOS DE COBTESF1
      * QUE ENTRAN EN VIGENCIA AL ABRIR EL DIA SIGUIENTE: LOS
      * PENDIENTES CON FECHA EFECTIVA HASTA LA FECHA DE NEGOCIO DE LA
      * CADENA MAS UN DIA INCLUSIVE, ASI UN CAMBIO PARA MANANA (EL
      * PRIMER DIA QUE ACEPTA VSAMPROG) YA ESTA EN COBTESN1 CUANDO SE
      * ABREN LAS PANTALLAS.  UN CAMBIO QUE QUEDO ATRASADO PORQUE LA
      * CADENA NO CORRIO ESA NOCHE ENTRA EN LA PRIMERA QUE CORRA
      * DESPUES.  LOS DE FECHA POSTERIOR SIGUEN PENDIENTES Y SOLO SE
      * CUENTAN.  CORRE EN LA CADENA NOCTURNA DESPUES DE VSAMVOLC, ASI
      * LA AUDITORIA DEL DIA YA ESTA VOLCADA, Y ANTES DE VSAMBALN, QUE
      * CUADRA LAS ALTAS Y BAJAS DE LA AUDITORIA, INCLUIDAS LAS QUE
      * DEJA ESTE PASO.
      *****************************************************************
       MAIN-PROCESS.
           PERFORM ABRIR-ARCHIVOS
           IF WS-CORRIDA-AUTORIZADA
               PERFORM LEER-FUTURO
               PERFORM ATENDER-FUTURO
                   UNTIL WS-FIN-FUTUROS
               PERFORM CERRAR-ARCHIVOS
           END-IF
           STOP RUN.

      *****************************************************************
      * EL REPORTE SE ABRE PRIMERO PARA PODER DEJAR DICHO POR QUE EL
      * CONTROL DE CORRIDAS RECHAZO EL PASO; RECHAZADO, NO SE ABRE
      * NINGUN ARCHIVO MAS.
      *****************************************************************
       ABRIR-ARCHIVOS.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           OPEN OUTPUT REPORTE
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'VSAMVIGE - APLICA LOS CAMBIOS PROGRAMADOS'
                  DELIMITED BY SIZE
                  ' DE COBTESF1' DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           PERFORM VERIFICAR-CORRIDA
           IF WS-CORRIDA-AUTORIZADA
               PERFORM ABRIR-FUTUROS
               IF WS-FUTUROS-ABIERTO
                   PERFORM ABRIR-DESTINO
               END-IF
           ELSE
               CLOSE REPORTE
           END-IF.

      *****************************************************************
      * COBTESF1 RECIEN DEFINIDO, SIN NINGUN CAMBIO PROGRAMADO
      * TODAVIA, DA FILE STATUS 35 EN EL OPEN: NO HAY NADA QUE APLICAR
      * Y EL PASO TERMINA BIEN, PARA NO FRENAR LA CADENA.  CUALQUIER
      * OTRA FALLA CORTA CON RC=8.
      *****************************************************************
       ABRIR-FUTUROS.
           OPEN I-O FUTUROS
           EVALUATE WS-FS-FUTUROS
               WHEN '00'
               WHEN '97'
                   MOVE 'S' TO WS-SW-FUTUROS-ABIERTO
               WHEN '35'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'SIN CAMBIOS PROGRAMADOS'
                          DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA FUTUROS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-FUTUROS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
           END-EVALUATE.

      *****************************************************************
      * COBTESN1 TIENE QUE ABRIR, Y LA AUDITORIA Y EL LIBRO TAMBIEN
      * (VACIOS SE ABREN OUTPUT, COMO EN VSAMMANT): UN CAMBIO SIN SU
      * ENTRADA EN COBTESA1 NO DEJARIA RASTRO, Y UN CAMBIO DE IMPORTE
      * SIN SU MOVIMIENTO DESCUADRARIA EL LIBRO.  SI ALGUNO FALLA NO SE
      * APLICA NADA, LOS CAMBIOS SIGUEN PENDIENTES PARA LA PROXIMA
      * CORRIDA Y EL PASO TERMINA CON RC=8.
      *****************************************************************
       ABRIR-DESTINO.
           OPEN I-O COBTESN1
           OPEN I-O AUDFILE
           IF WS-FS-AUDITORIA = '35'
               OPEN OUTPUT AUDFILE
           END-IF
           OPEN I-O LIBRO
           IF WS-FS-LIBRO = '35'
               OPEN OUTPUT LIBRO
           END-IF
           IF WS-FS-COBTESN1 NOT = '00' AND WS-FS-COBTESN1 NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA COBTESN1 FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-COBTESN1 DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-FUTUROS
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
               MOVE 'S' TO WS-SW-FIN-FUTUROS
           END-IF
           IF WS-FS-AUDITORIA NOT = '00' AND WS-FS-AUDITORIA NOT = '97'
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR APERTURA AUDFILE FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-AUDITORIA DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
               MOVE 8 TO RETURN-CODE
               MOVE 'S' TO WS-SW-FIN-FUTUROS
           END-IF
           IF NOT WS-FIN-FUTUROS
               MOVE 'S' TO WS-SW-DESTINO-ABIERTO
           END-IF
           PERFORM ABRIR-DOBLE-CONTROL.

      *****************************************************************
      * EL UMBRAL 'DOBLECTL' DE COBTESK1 SE LEE UNA SOLA VEZ; SI NO SE
      * PUEDE LEER, ANTE LA DUDA, COMO EN VSAMWRIT, NINGUN CAMBIO NI
      * BAJA SE APLICA SIN APROBACION.  COBTESD1 VACIO (35) ES QUE NO
      * HAY PEDIDOS PENDIENTES; CUALQUIER OTRA FALLA NO DEJA SABER SI
      * LA CLAVE ESPERA UNA APROBACION, ASI QUE NO SE APLICA NADA Y EL
      * PASO TERMINA CON RC=8, COMO CON EL LIBRO.
      *****************************************************************
       ABRIR-DOBLE-CONTROL.
           OPEN INPUT PARAMS
           IF WS-FS-PARAMS = '00' OR WS-FS-PARAMS = '97'
               MOVE 'DOBLECTL' TO WS-PAR-CLAVE
               READ PARAMS
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-FS-PARAMS = '00'
                   MOVE WS-PAR-UMBRAL TO WS-UMBRAL-DOBLE
                   MOVE 'S' TO WS-SW-UMBRAL
               END-IF
               CLOSE PARAMS
           END-IF
           IF NOT WS-UMBRAL-LEIDO
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'AVISO: SIN UMBRAL EN PARAMS FILE STATUS='
                      DELIMITED BY SIZE
                      WS-FS-PARAMS DELIMITED BY SIZE
                      ', CAMBIOS Y BAJAS A APROBAR' DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF
           OPEN INPUT DOBLES
           EVALUATE WS-FS-DOBLES
               WHEN '00'
               WHEN '97'
                   MOVE 'S' TO WS-SW-DOBLES-ABIERTO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR APERTURA DOBLES FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-DOBLES DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
           END-EVALUATE.

       LEER-FUTURO.
           IF NOT WS-FIN-FUTUROS
               READ FUTUROS NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-SW-FIN-FUTUROS
               END-READ
               IF NOT WS-FIN-FUTUROS AND WS-FS-FUTUROS NOT = '00'
                   MOVE SPACES TO WS-REG-REPORTE
                   STRING 'ERROR LECTURA FUTUROS FILE STATUS='
                          DELIMITED BY SIZE
                          WS-FS-FUTUROS DELIMITED BY SIZE
                          INTO WS-REG-REPORTE
                   END-STRING
                   WRITE WS-REG-REPORTE
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-SW-FIN-FUTUROS
               END-IF
           END-IF.

      *****************************************************************
      * COBTESF1 VIENE POR CLAVE Y FECHA EFECTIVA, ASI QUE DOS CAMBIOS
      * VENCIDOS DE UNA MISMA CLAVE SE APLICAN EN EL ORDEN EN QUE
      * DEBIAN ENTRAR EN VIGENCIA.  LOS YA CERRADOS (APLICADOS,
      * FALLIDOS O ANULADOS) QUEDAN COMO ESTAN.
      *****************************************************************
       ATENDER-FUTURO.
           IF WS-FUT-PENDIENTE
               IF WS-FUT-FECHA-EFECTIVA NOT > WS-FECHA-TOPE
                   PERFORM APLICAR-FUTURO
               ELSE
                   ADD 1 TO WS-TOT-PENDIENTES
               END-IF
           END-IF
           PERFORM LEER-FUTURO.

       APLICAR-FUTURO.
           ADD 1 TO WS-TOT-VENCIDOS
           MOVE 'F' TO WS-ESTADO-RESULTADO
           MOVE SPACES TO WS-TEXTO-RESULTADO
           IF WS-FUT-CLAVE NOT NUMERIC
               MOVE 'CLAVE NO NUMERICA' TO WS-TEXTO-RESULTADO
           ELSE
               MOVE WS-FUT-CLAVE TO WS-CLAVE
               EVALUATE TRUE
                   WHEN WS-FUT-ALTA
                       PERFORM AGREGAR-REGISTRO
                   WHEN WS-FUT-CAMBIO
                       PERFORM CAMBIAR-REGISTRO
                   WHEN WS-FUT-BAJA
                       PERFORM BORRAR-REGISTRO
                   WHEN OTHER
                       MOVE 'CODIGO INVALIDO' TO WS-TEXTO-RESULTADO
               END-EVALUATE
           END-IF
           IF WS-ESTADO-RESULTADO = 'A'
               ADD 1 TO WS-TOT-APLICADOS
           ELSE
               ADD 1 TO WS-TOT-FALLIDOS
           END-IF
           PERFORM ANOTAR-RESULTADO-FUTURO
           PERFORM CERRAR-FUTURO.

      *****************************************************************
      * LOS TRES VERBOS ESPEJAN A VSAMMANT: ALTA = WRITE, CAMBIO =
      * READ MAS REWRITE, BAJA = READ MAS DELETE, RESUELTOS POR FILE
      * STATUS.  UN ALTA SOBRE CLAVE EXISTENTE O UN CAMBIO O BAJA
      * SOBRE CLAVE INEXISTENTE NO SE FUERZA: EL CAMBIO QUEDA FALLIDO
      * CON EL MOTIVO, PARA QUE QUIEN LO PROGRAMO LO VEA Y DECIDA.
      *****************************************************************
       AGREGAR-REGISTRO.
           MOVE WS-FUT-DATOS TO WS-DATOS
           PERFORM ESTAMPAR-REGISTRO
           WRITE WS-REGISTRO
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   MOVE SPACES TO WS-DATOS-ANTES
                   MOVE WS-DATOS TO WS-DATOS-DESPUES
                   MOVE WS-MENSAJE-OK TO WS-AUD-RESULTADO
                   PERFORM GRABAR-AUDITORIA
                   MOVE ZERO TO WS-IMPORTE-ANTERIOR
                   MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
                   MOVE '01' TO WS-LIB-MOTIVO
                   PERFORM ASENTAR-MOVIMIENTO
                   PERFORM MARCAR-APLICADO
               WHEN '22'
                   MOVE 'LA CLAVE YA EXISTE' TO WS-TEXTO-RESULTADO
               WHEN OTHER
                   PERFORM MARCAR-ERROR-COBTESN1
           END-EVALUATE.

       CAMBIAR-REGISTRO.
           READ COBTESN1
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   PERFORM VERIFICAR-DOBLE-CONTROL
                   IF NOT WS-VA-A-APROBAR
                       MOVE WS-DATOS TO WS-DATOS-ANTES
                       MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ANTERIOR
                       MOVE WS-FUT-DATOS TO WS-DATOS
                       PERFORM ESTAMPAR-REGISTRO
                       PERFORM REESCRIBIR-REGISTRO
                   END-IF
               WHEN '23'
                   MOVE 'LA CLAVE NO EXISTE' TO WS-TEXTO-RESULTADO
               WHEN OTHER
                   PERFORM MARCAR-ERROR-COBTESN1
           END-EVALUATE.

       REESCRIBIR-REGISTRO.
           REWRITE WS-REGISTRO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-COBTESN1 = '00'
               MOVE WS-DATOS TO WS-DATOS-DESPUES
               MOVE WS-MENSAJE-COR TO WS-AUD-RESULTADO
               PERFORM GRABAR-AUDITORIA
               MOVE WS-DAT-IMPORTE TO WS-IMPORTE-NUEVO
               MOVE '02' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
               PERFORM MARCAR-APLICADO
           ELSE
               PERFORM MARCAR-ERROR-COBTESN1
           END-IF.

       BORRAR-REGISTRO.
           READ COBTESN1
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-FS-COBTESN1
               WHEN '00'
                   PERFORM VERIFICAR-DOBLE-CONTROL
                   IF NOT WS-VA-A-APROBAR
                       MOVE WS-DATOS TO WS-DATOS-ANTES
                       MOVE WS-DAT-IMPORTE TO WS-IMPORTE-ANTERIOR
                       PERFORM BORRAR-REGISTRO-LEIDO
                   END-IF
               WHEN '23'
                   MOVE 'LA CLAVE NO EXISTE' TO WS-TEXTO-RESULTADO
               WHEN OTHER
                   PERFORM MARCAR-ERROR-COBTESN1
           END-EVALUATE.

       BORRAR-REGISTRO-LEIDO.
           DELETE COBTESN1 RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-FS-COBTESN1 = '00'
               MOVE SPACES TO WS-DATOS-DESPUES
               MOVE WS-MENSAJE-BOR TO WS-AUD-RESULTADO
               PERFORM GRABAR-AUDITORIA
               MOVE ZERO TO WS-IMPORTE-NUEVO
               MOVE '03' TO WS-LIB-MOTIVO
               PERFORM ASENTAR-MOVIMIENTO
               PERFORM MARCAR-APLICADO
           ELSE
               PERFORM MARCAR-ERROR-COBTESN1
           END-IF.

      *****************************************************************
      * LA MISMA REGLA QUE EVALUAR-DOBLE-CONTROL DE VSAMWRIT, SOBRE EL
      * REGISTRO RECIEN LEIDO: EL IMPORTE QUE TIENE O, EN UN CAMBIO, EL
      * NUEVO, SUPERA EL UMBRAL, O EL CAMBIO PASA EL ESTADO DE ACTIVO A
      * INACTIVO, O NO HAY UMBRAL.  ADEMAS, UNA CLAVE CON UN PEDIDO
      * PENDIENTE EN COBTESD1 NO SE TOCA, PORQUE VSAMAPRO YA NO PODRIA
      * APROBARLO.  EN CUALQUIER CASO EL CAMBIO QUEDA FALLIDO CON EL
      * MOTIVO; SI HACE FALTA, SE CARGA EN VSAMWRIT PARA QUE SE APRUEBE.
      *****************************************************************
       VERIFICAR-DOBLE-CONTROL.
           MOVE 'N' TO WS-SW-A-APROBAR
           PERFORM BUSCAR-PEDIDO-PENDIENTE
           EVALUATE TRUE
               WHEN WS-HAY-PEDIDO-PENDIENTE
                   MOVE 'S' TO WS-SW-A-APROBAR
                   MOVE 'CLAVE CON CAMBIO A APROBAR'
                     TO WS-TEXTO-RESULTADO
               WHEN NOT WS-UMBRAL-LEIDO
                   MOVE 'S' TO WS-SW-A-APROBAR
               WHEN WS-FUT-CAMBIO AND WS-DAT-ACTIVO
                AND WS-FUT-DAT-ESTADO = 'I'
                   MOVE 'S' TO WS-SW-A-APROBAR
               WHEN WS-DAT-IMPORTE > WS-UMBRAL-DOBLE
                   MOVE 'S' TO WS-SW-A-APROBAR
               WHEN WS-FUT-CAMBIO AND WS-FUT-IMPORTE > WS-UMBRAL-DOBLE
                   MOVE 'S' TO WS-SW-A-APROBAR
           END-EVALUATE
           IF WS-VA-A-APROBAR
               ADD 1 TO WS-TOT-A-APROBAR
               IF NOT WS-HAY-PEDIDO-PENDIENTE
                   MOVE 'REQUIERE APROBACION' TO WS-TEXTO-RESULTADO
               END-IF
           END-IF.

      *****************************************************************
      * LOS PEDIDOS DE UNA CLAVE VIENEN JUNTOS EN COBTESD1 (CLAVE MAS
      * FECHA Y HORA DEL PEDIDO); LOS YA CERRADOS SE SALTEAN.
      *****************************************************************
       BUSCAR-PEDIDO-PENDIENTE.
           MOVE 'N' TO WS-SW-PEDIDO-PENDIENTE
           IF WS-DOBLES-ABIERTO
               MOVE WS-CLAVE TO WS-DOB-CLAVE
               MOVE LOW-VALUES TO WS-DOB-FECHA WS-DOB-HORA
               MOVE 'N' TO WS-SW-FIN-PEDIDOS
               START DOBLES KEY IS NOT LESS THAN WS-DOB-CLAVE-ARCH
                   INVALID KEY
                       MOVE 'S' TO WS-SW-FIN-PEDIDOS
               END-START
               PERFORM LEER-PEDIDO-CLAVE
                   UNTIL WS-FIN-PEDIDOS OR WS-HAY-PEDIDO-PENDIENTE
           END-IF.

       LEER-PEDIDO-CLAVE.
           READ DOBLES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
           END-READ
           IF NOT WS-FIN-PEDIDOS
               IF WS-FS-DOBLES = '00' AND WS-DOB-CLAVE = WS-CLAVE
                   IF WS-DOB-PENDIENTE
                       MOVE 'S' TO WS-SW-PEDIDO-PENDIENTE
                   END-IF
               ELSE
                   MOVE 'S' TO WS-SW-FIN-PEDIDOS
               END-IF
           END-IF.

       MARCAR-APLICADO.
           MOVE 'A' TO WS-ESTADO-RESULTADO
           MOVE 'APLICADO' TO WS-TEXTO-RESULTADO.

       MARCAR-ERROR-COBTESN1.
           STRING 'ERROR COBTESN1 FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-COBTESN1 DELIMITED BY SIZE
                  INTO WS-TEXTO-RESULTADO
           END-STRING.

      *****************************************************************
      * EL REGISTRO APLICADO QUEDA CON LA ESTAMPA DE ESTE PASO, COMO
      * LOS QUE TOCA VSAMMANT; QUIEN PROGRAMO EL CAMBIO SIGUE
      * CONSTANDO EN COBTESF1.
      *****************************************************************
       ESTAMPAR-REGISTRO.
           MOVE WS-FECHA-HOY TO WS-ULT-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-ULT-HORA
           MOVE 'VSAMVIGE' TO WS-ULT-USUARIO.

      *****************************************************************
      * AUDITORIA Y LIBRO CON LA CONVENCION BATCH ('BTCH' Y EL NOMBRE
      * DEL PROGRAMA), REINTENTANDO CON LA SECUENCIA SIGUIENTE ANTE
      * CLAVE DUPLICADA, COMO VSAMMANT.  UN ERROR DE AUDITORIA O DE
      * LIBRO NO DESHACE EL CAMBIO YA APLICADO: SE CUENTA, SE ANOTA Y
      * EL PASO TERMINA CON RC=4.
      *****************************************************************
       GRABAR-AUDITORIA.
           MOVE WS-FECHA-HOY TO WS-AUF-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-AUF-HORA
           MOVE ZERO TO WS-AUF-SECUENCIA
           MOVE WS-CLAVE TO WS-AUF-CLAVE
           MOVE WS-AUD-RESULTADO TO WS-AUF-RESULTADO
           MOVE ZERO TO WS-AUF-RESP
           MOVE 'BTCH' TO WS-AUF-TERMINAL
           MOVE 'VSAMVIGE' TO WS-AUF-USUARIO
           MOVE WS-DATOS-ANTES TO WS-AUF-DATOS-ANTES
           MOVE WS-DATOS-DESPUES TO WS-AUF-DATOS-DESPUES
           MOVE 'N' TO WS-SW-AUD-GRABADA
           MOVE 'N' TO WS-SW-AUD-ERROR
           PERFORM INTENTAR-GRABAR-AUDITORIA
               UNTIL WS-AUD-GRABADA OR WS-AUD-ERROR
           IF WS-AUD-ERROR
               ADD 1 TO WS-TOT-ERR-AUDIT
               PERFORM ANOTAR-ERROR-AUDITORIA
           END-IF.

       INTENTAR-GRABAR-AUDITORIA.
           WRITE WS-REG-AUDFILE
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE WS-FS-AUDITORIA
               WHEN '00'
                   MOVE 'S' TO WS-SW-AUD-GRABADA
               WHEN '22'
                   IF WS-AUF-SECUENCIA < 9999
                       ADD 1 TO WS-AUF-SECUENCIA
                   ELSE
                       MOVE 'S' TO WS-SW-AUD-ERROR
                   END-IF
               WHEN OTHER
                   MOVE 'S' TO WS-SW-AUD-ERROR
           END-EVALUATE.

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
               MOVE 'VSAMVIGE' TO WS-LIB-USUARIO
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
           STRING 'ERROR AUDITORIA CLAVE=' DELIMITED BY SIZE
                  WS-CLAVE-ED DELIMITED BY SIZE
                  ' FILE STATUS=' DELIMITED BY SIZE
                  WS-FS-AUDITORIA DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * UNA LINEA POR CAMBIO ATENDIDO: CLAVE, FECHA EFECTIVA, CODIGO,
      * QUIEN LO PROGRAMO Y EL RESULTADO.
      *****************************************************************
       ANOTAR-RESULTADO-FUTURO.
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'CLAVE=' DELIMITED BY SIZE
                  WS-FUT-CLAVE DELIMITED BY SIZE
                  ' EFECTIVA=' DELIMITED BY SIZE
                  WS-FUT-FECHA-EFECTIVA DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FUT-CODIGO DELIMITED BY SIZE
                  ' POR=' DELIMITED BY SIZE
                  WS-FUT-USUARIO DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-TEXTO-RESULTADO DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE.

      *****************************************************************
      * EL CAMBIO ATENDIDO SALE DE PENDIENTE CON EL RESULTADO, QUIEN Y
      * CUANDO.  SI NO SE PUEDE REESCRIBIR QUEDARIA PENDIENTE Y LA
      * PROXIMA CORRIDA LO VOLVERIA A APLICAR: SE CUENTA, SE ANOTA
      * CON LA CLAVE Y EL PASO TERMINA CON RC=4 PARA QUE SE ANULE A
      * MANO ANTES DE LA CORRIDA SIGUIENTE.
      *****************************************************************
       CERRAR-FUTURO.
           MOVE WS-ESTADO-RESULTADO TO WS-FUT-ESTADO
           MOVE WS-FECHA-HOY TO WS-FUT-CIE-FECHA
           MOVE WS-HORA-HOY(1:6) TO WS-FUT-CIE-HORA
           MOVE 'VSAMVIGE' TO WS-FUT-CIE-USUARIO
           MOVE WS-TEXTO-RESULTADO TO WS-FUT-CIE-TEXTO
           REWRITE WS-REG-FUTURO
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-FS-FUTUROS NOT = '00'
               ADD 1 TO WS-TOT-ERR-FUTUROS
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'ERROR FUTUROS CLAVE=' DELIMITED BY SIZE
                      WS-FUT-CLAVE DELIMITED BY SIZE
                      ' EFECTIVA=' DELIMITED BY SIZE
                      WS-FUT-FECHA-EFECTIVA DELIMITED BY SIZE
                      ' FILE STATUS=' DELIMITED BY SIZE
                      WS-FS-FUTUROS DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           END-IF.

       CERRAR-ARCHIVOS.
           MOVE WS-TOT-VENCIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL VENCIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-APLICADOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL APLICADOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-FALLIDOS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL FALLIDOS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-PENDIENTES TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL PENDIENTES A FUTURO=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-A-APROBAR TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL FALLIDOS POR REQUERIR APROBACION='
                  DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           MOVE WS-TOT-ERR-AUDIT TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES AUDITORIA=' DELIMITED BY SIZE
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
           MOVE WS-TOT-ERR-FUTUROS TO WS-CONTADOR-ED
           MOVE SPACES TO WS-REG-REPORTE
           STRING 'TOTAL ERRORES FUTUROS=' DELIMITED BY SIZE
                  WS-CONTADOR-ED DELIMITED BY SIZE
                  INTO WS-REG-REPORTE
           END-STRING
           WRITE WS-REG-REPORTE
           IF (WS-TOT-FALLIDOS > ZERO OR WS-TOT-ERR-AUDIT > ZERO
               OR WS-TOT-ERR-LIBRO > ZERO OR WS-TOT-ERR-FUTUROS > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM REGISTRAR-FIN-CORRIDA
           IF WS-FUTUROS-ABIERTO
               CLOSE FUTUROS
           END-IF
           IF WS-DESTINO-ABIERTO
               CLOSE COBTESN1
               CLOSE AUDFILE
               CLOSE LIBRO
           END-IF
           IF WS-DOBLES-ABIERTO
               CLOSE DOBLES
           END-IF
           CLOSE REPORTE.

      *****************************************************************
      * CONTROL DE CORRIDAS DE LA CADENA NOCTURNA (VER VSWRCTR.CPY),
      * IGUAL QUE EN VSAMDESC: FICHA DE FECHANEG CON LA FECHA DE
      * NEGOCIO (AAAAMMDD EN 1-8; EN BLANCO = LA DEL PASO PREVIO), QUE
      * MAS UN DIA ES LA FECHA HASTA LA CUAL SE APLICAN LOS CAMBIOS, Y
      * UNA 'F' EN LA COLUMNA 10 PARA FORZAR LA CORRIDA.  UNA CORRIDA
      * RECHAZADA TERMINA CON RC=8 SIN TOCAR LOS ARCHIVOS NI EL
      * CONTROL DEL PASO.
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
                   PERFORM CALCULAR-FECHA-TOPE
               END-IF
               IF WS-CORRIDA-AUTORIZADA
                   PERFORM REGISTRAR-INICIO-CORRIDA
               END-IF
               CLOSE CORRIDAS
           END-IF.

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

      *****************************************************************
      * LA FECHA TOPE ES EL DIA SIGUIENTE A LA FECHA DE NEGOCIO.  UNA
      * FICHA CON UNA FECHA QUE NO ES DE CALENDARIO RECHAZA LA CORRIDA
      * ANTES DE REGISTRARLA, COMO CUALQUIER OTRO RECHAZO.
      *****************************************************************
       CALCULAR-FECHA-TOPE.
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TRABAJO-X
           PERFORM VALIDAR-FECHA
           IF WS-FECHA-VALIDA
               MOVE ZERO TO WS-DIAS-SUMADOS
               PERFORM SUMAR-UN-DIA
               MOVE WS-FECHA-TRABAJO-X TO WS-FECHA-TOPE
               MOVE SPACES TO WS-REG-REPORTE
               STRING 'APLICA LOS CAMBIOS CON FECHA EFECTIVA HASTA '
                      DELIMITED BY SIZE
                      WS-FECHA-TOPE DELIMITED BY SIZE
                      INTO WS-REG-REPORTE
               END-STRING
               WRITE WS-REG-REPORTE
           ELSE
               MOVE 'FECHA DE NEGOCIO INVALIDA' TO WS-MOTIVO-RECHAZO
               PERFORM RECHAZAR-CORRIDA
           END-IF.

       SUMAR-UN-DIA.
           PERFORM CALCULAR-TOPE-DIA
           IF WS-FTR-DIA < WS-FTR-TOPE-DIA
               ADD 1 TO WS-FTR-DIA
           ELSE
               MOVE 1 TO WS-FTR-DIA
               IF WS-FTR-MES < 12
                   ADD 1 TO WS-FTR-MES
               ELSE
                   MOVE 1 TO WS-FTR-MES
                   ADD 1 TO WS-FTR-ANIO
               END-IF
           END-IF
           ADD 1 TO WS-DIAS-SUMADOS.

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
               MOVE 'APLICADOS' TO WS-COR-ROTULO-1
               MOVE WS-TOT-APLICADOS TO WS-COR-CANT-1
               MOVE 'FALLIDOS' TO WS-COR-ROTULO-2
               MOVE WS-TOT-FALLIDOS TO WS-COR-CANT-2
               MOVE 'PENDIENTES' TO WS-COR-ROTULO-3
               MOVE WS-TOT-PENDIENTES TO WS-COR-CANT-3
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
