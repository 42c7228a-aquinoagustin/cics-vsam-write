                   EXEC CICS XCTL
                             PROGRAM('VSAMSUPR')
                   END-EXEC
               WHEN '6'
                   EXEC CICS XCTL
                             PROGRAM('VSAMHIST')
                   END-EXEC
               WHEN '7'
                   EXEC CICS XCTL
                             PROGRAM('VSAMMONI')
                   END-EXEC
               WHEN '8'
                   EXEC CICS XCTL
                             PROGRAM('VSAMPROG')
                   END-EXEC
               WHEN '9'
                   EXEC CICS XCTL
                             PROGRAM('VSAMAPRO')
                   END-EXEC
               WHEN OTHER
                   MOVE WS-MENSAJE-INVALIDA TO M4MSGO
                   PERFORM ENVIAR-PANTALLA-MENU

      *****************************************************************
      * UN USUARIO QUE NO FIGURA EN COBTESU1 PUEDE ENTRAR A LAS
      * OPCIONES 1 A 4 (LO DE SIEMPRE, SIN PERMISOS ESPECIALES) Y A
      * LA 8 (CAMBIOS PROGRAMADOS, QUE SIN PERMISOS SOLO DEJA
      * PROGRAMAR ALTAS) PERO NUNCA A LA 5, LA 6 NI LA 7: LA PANTALLA
      * DE SUPERVISOR, LA DEL HISTORICO Y EL MONITOR DE OPERACION
      * REQUIEREN UNA ENTRADA EXPLICITA CON ESE DIGITO EN SUS
      * OPCIONES.  LA 9, APROBACION DE CAMBIOS, NO VA POR DIGITO SINO
      * POR EL PERMISO DE APROBAR DE COBTESU1 (CORRIGE EN 'A'), ASI
      * QUE TAMPOCO LA TIENE QUIEN NO FIGURA.  UNA OPCION QUE NO ES
      * 1-9 PASA DE LARGO PARA QUE EL RUTEO LA INFORME COMO INVALIDA,
      * NO COMO NO AUTORIZADA.
      *****************************************************************
       VERIFICAR-OPCION.
           MOVE 'S' TO WS-SW-PERMITIDA
           IF WS-OPCION >= '1' AND WS-OPCION <= '9'
               MOVE EIBOPID TO WS-AUT-USUARIO
               EXEC CICS READ FILE('COBTESU1')
                         INTO(WS-REG-AUTORIZACION)
               END-EXEC
               EVALUATE WS-RESP
                   WHEN DFHRESP(NORMAL)
                       IF WS-OPCION = '9'
                           IF NOT WS-AUT-PUEDE-APROBAR
                               MOVE 'N' TO WS-SW-PERMITIDA
                           END-IF
                       ELSE
                           MOVE ZERO TO WS-CUENTA
                           INSPECT WS-AUT-OPCIONES
                               TALLYING WS-CUENTA
                               FOR ALL WS-OPCION
                           IF WS-CUENTA = ZERO
                               MOVE 'N' TO WS-SW-PERMITIDA
                           END-IF
                       END-IF
                   WHEN DFHRESP(NOTFND)
                       IF WS-OPCION = '5' OR WS-OPCION = '6'
                          OR WS-OPCION = '7' OR WS-OPCION = '9'
                           MOVE 'N' TO WS-SW-PERMITIDA
                       END-IF
                   WHEN OTHER
