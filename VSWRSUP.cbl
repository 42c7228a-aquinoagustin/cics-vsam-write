      *****************************************************************
      * GRABA O REESCRIBE LA ENTRADA DEL USUARIO.  CUALQUIER COSA
      * DISTINTA DE 'S' EN CORRIGE/BORRA SE GUARDA COMO 'N': EL
      * PERMISO SE OTORGA EXPLICITAMENTE O NO EXISTE.  EN CORRIGE
      * VALE ADEMAS 'A', CORREGIR Y APROBAR (VER VSWRAUT.CPY).
      *****************************************************************
       GRABAR-AUTORIZACION.
           MOVE WS-USUARIO-PEDIDO TO WS-AUT-USUARIO
           IF WS-CORRIGE-PEDIDO = 'S' OR WS-CORRIGE-PEDIDO = 'A'
               MOVE WS-CORRIGE-PEDIDO TO WS-AUT-CORRIGE
           ELSE
               MOVE 'N' TO WS-AUT-CORRIGE
           END-IF
                     RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-CORRIGE-PEDIDO = 'S' OR WS-CORRIGE-PEDIDO = 'A'
                   MOVE WS-CORRIGE-PEDIDO TO WS-AUT-CORRIGE
               ELSE
                   MOVE 'N' TO WS-AUT-CORRIGE
               END-IF
