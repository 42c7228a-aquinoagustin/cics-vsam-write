      * ACUMULADORES POR USUARIO Y POR TERMINAL.  CADA ENTRADA LLEVA
      * LOS RESULTADOS QUE DEJA VSAMWRIT EN LA AUDITORIA (ESCRITO,
      * CORREGIDO, BORRADO, DUPLICADO Y EL RECHAZO POR FALTA DE
      * AUTORIZACION) MAS LA BOLSA DE ERRORES.  LAS LIMPIEZAS DE
      * COLAS QUE HACE EL SUPERVISOR DESDE VSAMMONI SALEN EN EL
      * DETALLE PERO NO SON CARGA Y NO SE ACUMULAN.  CON UN PUNADO DE
      * PUESTOS DE CARGA Y DE OPERADORES, 100 ENTRADAS SOBRAN; SI SE
      * LLENARA, SE AVISA EN EL REPORTE Y EL SOBRANTE NO SE ACUMULA.
      *****************************************************************
             88 WS-TIPO-DUPLICADO  VALUE 4.
             88 WS-TIPO-ERROR      VALUE 5.
             88 WS-TIPO-NOAUT      VALUE 6.
             88 WS-TIPO-SUPERVISION VALUE 7.
          01 WS-TOT-DETALLE   PIC 9(5) VALUE ZERO.
          01 WS-CONTADOR-ED   PIC ZZZZ9.
          01 WS-LINEA-RESUMEN.
           IF WS-TODAS-FECHAS OR WS-AUF-FECHA = WS-FECHA-PEDIDA
               PERFORM CLASIFICAR-RESULTADO
               PERFORM IMPRIMIR-DETALLE
               IF NOT WS-TIPO-SUPERVISION
                   PERFORM ACUMULAR-USUARIO
                   PERFORM ACUMULAR-TERMINAL
               END-IF
           END-IF
           PERFORM LEER-AUDITORIA.

                   MOVE 3 TO WS-TIPO-RESULTADO
               WHEN 'Clave duplicada'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'Retenido p/aprobar'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'Espera aprobacion'
                   MOVE 4 TO WS-TIPO-RESULTADO
               WHEN 'No autorizado'
                   MOVE 6 TO WS-TIPO-RESULTADO
               WHEN 'Checkpoint borrado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cola dup. borrada'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cambio aprobado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Cambio rechazado'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN 'Aprobacion vencida'
                   MOVE 7 TO WS-TIPO-RESULTADO
               WHEN OTHER
                   MOVE 5 TO WS-TIPO-RESULTADO
           END-EVALUATE.
