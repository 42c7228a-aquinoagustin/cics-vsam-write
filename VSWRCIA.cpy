      *****************************************************************
      * COMMAREA de VSAMPROG.  Lleva lo que la pantalla mostro por
      * ultima vez en los campos de entrada (clave, fecha efectiva,
      * codigo y datos nuevos): con FRSET solo vuelven los campos que
      * el operador toco, y el resto se toma de aqui para no obligarlo
      * a retipear todo al cambiar solo la accion -- ver VSWRPRG.cbl.
      *****************************************************************
          01 WS-COMMAREAA.
             05 WS-CAA-CLAVE         PIC X(06).
             05 WS-CAA-FECHA         PIC X(08).
             05 WS-CAA-CODIGO        PIC X(01).
             05 WS-CAA-DESCRIPCION   PIC X(15).
             05 WS-CAA-IMPORTE       PIC X(09).
             05 WS-CAA-ESTADO        PIC X(01).
