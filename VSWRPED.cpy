      *****************************************************************
      * Registro del archivo de pedidos de restauracion COBTESR1
      * (KSDS), clave la clave de COBTESN1 a restaurar.  Lo graba la
      * pantalla de historico VSAMHIST cuando un usuario autorizado
      * marca una clave archivada en COBTESH1, con quien lo pidio,
      * desde que terminal y cuando.  VSAMREST lo lee de noche en
      * lugar de las fichas a mano: restaura los pedidos pendientes
      * ('P') y deja en el mismo registro el resultado, 'R' si la
      * clave volvio a COBTESN1 o 'F' si no se pudo, con la fecha y
      * hora de la corrida y el motivo.  Un pedido ya procesado se
      * puede volver a pedir (se reemplaza); uno pendiente se puede
      * anular desde la pantalla antes de que corra VSAMREST.
      *****************************************************************
          01 WS-REG-PEDIDO.
             05 WS-PED-CLAVE       PIC 9(6).
             05 WS-PED-ESTADO      PIC X(01).
                88 WS-PED-PENDIENTE    VALUE 'P'.
                88 WS-PED-RESTAURADO   VALUE 'R'.
                88 WS-PED-FALLIDO      VALUE 'F'.
             05 WS-PED-SOLICITUD.
                10 WS-PED-USUARIO     PIC X(08).
                10 WS-PED-TERMINAL    PIC X(04).
                10 WS-PED-FECHA       PIC X(08).
                10 WS-PED-HORA        PIC X(06).
             05 WS-PED-RESULTADO.
                10 WS-PED-RES-FECHA   PIC X(08).
                10 WS-PED-RES-HORA    PIC X(06).
                10 WS-PED-RES-TEXTO   PIC X(30).
             05 FILLER             PIC X(03).
