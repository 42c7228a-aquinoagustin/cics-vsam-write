          COPY VSWRAUF.
          COPY VSWRMP2.
          COPY VSWRMP5.
          COPY VSWRFUT.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-LECTURA    PIC S9(8) COMP.
          01 WS-RESP-ENDBR       PIC S9(8) COMP.
          01 WS-HIS-IDX         PIC S9(4) COMP.
          01 WS-SW-FIN-HISTORIA PIC X(01).
             88 WS-FIN-HISTORIA    VALUE 'S'.
          01 WS-RESP-PROGRAMADOS PIC S9(8) COMP.
          01 WS-PRG-CANT        PIC S9(4) COMP.
          01 WS-PRG-CODIGO      PIC X(01).
          01 WS-PRG-FECHA       PIC X(08).
          01 WS-SW-FIN-PROGRAMADOS PIC X(01).
             88 WS-FIN-PROGRAMADOS VALUE 'S'.
          01 WS-LINEA-HISTORIA.
             05 WS-HIS-FECHA     PIC X(08).
             05 FILLER           PIC X(01) VALUE SPACE.
                  WS-ULT-USUARIO DELIMITED BY SIZE
                  INTO M2ULTO
           END-STRING
           PERFORM BUSCAR-PROGRAMADOS
           MOVE WS-MENSAJE-PANTALLA TO M2MSGO
           EXEC CICS SEND MAP('VSWRMP2')
                     MAPSET('VSWRSET')
                     ERASE
           END-EXEC.

      *****************************************************************
      * AVISO DE CAMBIO PROGRAMADO: SI LA CLAVE TIENE CAMBIOS
      * PENDIENTES EN COBTESF1 (VSAMPROG) SE MUESTRA EL PRIMERO EN
      * ENTRAR EN VIGENCIA, CON SU CODIGO Y FECHA.  SI COBTESF1 NO
      * ESTA DISPONIBLE LA CONSULTA SALE IGUAL, SIN EL AVISO.
      *****************************************************************
       BUSCAR-PROGRAMADOS.
           MOVE SPACES TO M2PRGO
           MOVE ZERO TO WS-PRG-CANT
           MOVE 'N' TO WS-SW-FIN-PROGRAMADOS
           MOVE WS-CA2-CLAVE TO WS-FUT-CLAVE
           MOVE LOW-VALUES TO WS-FUT-FECHA-EFECTIVA
           EXEC CICS STARTBR FILE('COBTESF1')
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     GTEQ
                     RESP(WS-RESP-PROGRAMADOS)
           END-EXEC
           IF WS-RESP-PROGRAMADOS = DFHRESP(NORMAL)
               PERFORM LEER-PROGRAMADO
                   UNTIL WS-FIN-PROGRAMADOS
               EXEC CICS ENDBR FILE('COBTESF1')
                         RESP(WS-RESP-ENDBR)
               END-EXEC
           END-IF
           IF WS-PRG-CANT > ZERO
               STRING 'CAMBIO PROGRAMADO ' DELIMITED BY SIZE
                      WS-PRG-CODIGO DELIMITED BY SIZE
                      ' EL ' DELIMITED BY SIZE
                      WS-PRG-FECHA DELIMITED BY SIZE
                      INTO M2PRGO
               END-STRING
               IF WS-PRG-CANT > 1
                   MOVE ' Y OTROS' TO M2PRGO(32:8)
               END-IF
           END-IF.

       LEER-PROGRAMADO.
           EXEC CICS READNEXT FILE('COBTESF1')
                     INTO(WS-REG-FUTURO)
                     RIDFLD(WS-FUT-CLAVE-ARCH)
                     RESP(WS-RESP-PROGRAMADOS)
           END-EXEC
           IF WS-RESP-PROGRAMADOS = DFHRESP(NORMAL)
              AND WS-FUT-CLAVE = WS-CA2-CLAVE
               IF WS-FUT-PENDIENTE
                   ADD 1 TO WS-PRG-CANT
                   IF WS-PRG-CANT = 1
                       MOVE WS-FUT-CODIGO TO WS-PRG-CODIGO
                       MOVE WS-FUT-FECHA-EFECTIVA TO WS-PRG-FECHA
                   END-IF
               END-IF
           ELSE
               MOVE 'S' TO WS-SW-FIN-PROGRAMADOS
           END-IF.

      *****************************************************************
      * ARMA Y MANDA LA PANTALLA DE HISTORIA: LAS ULTIMAS ENTRADAS DE
      * AUDITORIA DE LA CLAVE MOSTRADA, DE LA MAS NUEVA A LA MAS
