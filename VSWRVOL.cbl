       WORKING-STORAGE SECTION.
          COPY VSWRAUD.
          COPY VSWRAUF.
          COPY VSWRCTR.
          01 WS-RESP            PIC S9(8) COMP.
          01 WS-RESP-CORRIDA    PIC S9(8) COMP.
          01 WS-ABSTIME         PIC S9(15) COMP.
          01 WS-FECHA-HOY       PIC X(08).
          01 WS-HORA-HOY        PIC X(06).
          01 WS-CONSTANTES.
             05 WS-MENSAJE-VACIA PIC X(26)
                                  VALUE 'VSAMVOLC - COLA SIN DATOS'.
             88 WS-FIN-COLA        VALUE 'S'.
          01 WS-SW-ERROR        PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR      VALUE 'S'.
          01 WS-SW-ERROR-CONTROL PIC X(01) VALUE 'N'.
             88 WS-HUBO-ERROR-CONTROL VALUE 'S'.
          01 WS-SW-GRABADO      PIC X(01).
             88 WS-GRABADO         VALUE 'S'.
          01 WS-VOLCADOS        PIC 9(5) VALUE ZERO.
                   END-EXEC
               END-IF
           END-IF
           PERFORM REGISTRAR-CORRIDA
           PERFORM INFORMAR-RESULTADO
           EXEC CICS RETURN END-EXEC.

                   MOVE 'S' TO WS-SW-ERROR
           END-EVALUATE.

      *****************************************************************
      * EL VOLCADO ES EL PRIMER PASO DE LA CADENA NOCTURNA: DEJA SU
      * RESULTADO EN EL CONTROL DE CORRIDAS COBTESC1 (VER VSWRCTR.CPY)
      * CON LA FECHA DEL DIA COMO FECHA DE NEGOCIO, Y VSAMVIGE NO
      * APLICA LOS CAMBIOS PROGRAMADOS (NI VSAMBALN BALANCEA) HASTA
      * ENCONTRARLO TERMINADO SIN ERROR.  EL VOLCADO SE PUEDE REPETIR
      * EN EL DIA (VUELCA LO QUE SE JUNTO DESDE EL ANTERIOR): CADA
      * CORRIDA REESCRIBE EL MISMO REGISTRO, ACUMULA LOS VOLCADOS Y
      * DEJA EL RC DE LA ULTIMA, ASI UN VOLCADO FALLIDO FRENA LA
      * CADENA AUNQUE UNO ANTERIOR HAYA IDO BIEN.  COMO EL
      * ROLLBACK DE UN VOLCADO FALLIDO YA SE HIZO, ESTE REGISTRO VA EN
      * UNA UNIDAD DE TRABAJO PROPIA Y SOBREVIVE.
      *****************************************************************
       REGISTRAR-CORRIDA.
           EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
                     YYYYMMDD(WS-FECHA-HOY)
                     TIME(WS-HORA-HOY)
           END-EXEC
           MOVE WS-FECHA-HOY TO WS-COR-FECHA
           MOVE 'VSAMVOLC' TO WS-COR-PROGRAMA
           EXEC CICS READ
                     FILE('COBTESC1')
                     INTO(WS-REG-CORRIDA)
                     RIDFLD(WS-COR-CLAVE)
                     UPDATE
                     RESP(WS-RESP-CORRIDA)
           END-EXEC
           EVALUATE WS-RESP-CORRIDA
               WHEN DFHRESP(NORMAL)
                   ADD 1 TO WS-COR-CORRIDAS
                   ADD WS-VOLCADOS TO WS-COR-CANT-1
                   PERFORM COMPLETAR-CORRIDA
                   EXEC CICS REWRITE
                             FILE('COBTESC1')
                             FROM(WS-REG-CORRIDA)
                             RESP(WS-RESP-CORRIDA)
                   END-EXEC
               WHEN DFHRESP(NOTFND)
                   MOVE 1 TO WS-COR-CORRIDAS
                   MOVE WS-VOLCADOS TO WS-COR-CANT-1
                   PERFORM COMPLETAR-CORRIDA
                   EXEC CICS WRITE
                             FILE('COBTESC1')
                             FROM(WS-REG-CORRIDA)
                             RIDFLD(WS-COR-CLAVE)
                             RESP(WS-RESP-CORRIDA)
                   END-EXEC
           END-EVALUATE
           IF WS-RESP-CORRIDA NOT = DFHRESP(NORMAL)
               MOVE 'S' TO WS-SW-ERROR-CONTROL
           END-IF.

       COMPLETAR-CORRIDA.
           MOVE 'T' TO WS-COR-ESTADO
           IF WS-HUBO-ERROR
               MOVE 8 TO WS-COR-RC
           ELSE
               MOVE ZERO TO WS-COR-RC
           END-IF
           MOVE 'N' TO WS-COR-FORZADA
           MOVE WS-FECHA-HOY TO WS-COR-INI-FECHA WS-COR-FIN-FECHA
           MOVE WS-HORA-HOY TO WS-COR-INI-HORA WS-COR-FIN-HORA
           MOVE 'VOLCADOS' TO WS-COR-ROTULO-1
           MOVE SPACES TO WS-COR-ROTULO-2 WS-COR-ROTULO-3
           MOVE ZERO TO WS-COR-CANT-2 WS-COR-CANT-3.

       INFORMAR-RESULTADO.
           MOVE SPACES TO WS-MENSAJE-FINAL
           MOVE 1 TO WS-PUNTERO
                          INTO WS-MENSAJE-FINAL
                          WITH POINTER WS-PUNTERO
                   END-STRING
               WHEN WS-HUBO-ERROR-CONTROL
                   MOVE WS-VOLCADOS TO WS-VOLCADOS-ED
                   MOVE WS-RESP-CORRIDA TO WS-RESP-ED
                   STRING 'VSAMVOLC - VOLCADOS=' DELIMITED BY SIZE
                          WS-VOLCADOS-ED DELIMITED BY SIZE
                          ' SIN CONTROL DE CORRIDA, RESP='
                          DELIMITED BY SIZE
                          WS-RESP-ED DELIMITED BY SIZE
                          INTO WS-MENSAJE-FINAL
                          WITH POINTER WS-PUNTERO
                   END-STRING
               WHEN WS-VOLCADOS = ZERO
                   MOVE WS-MENSAJE-VACIA TO WS-MENSAJE-FINAL
               WHEN OTHER
