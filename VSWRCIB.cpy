      *****************************************************************
      * COMMAREA de VSAMAPRO.  Lleva la clave y el motivo que la
      * pantalla mostro por ultima vez (con FRSET solo vuelven los
      * campos que el operador toco) y la pagina de la lista de
      * pedidos pendientes que se esta mostrando, con la marca de si
      * hay mas despues -- ver VSWRAPR.cbl.
      *****************************************************************
          01 WS-COMMAREAB.
             05 WS-CAB-CLAVE         PIC X(06).
             05 WS-CAB-MOTIVO        PIC X(30).
             05 WS-CAB-PAGINA        PIC 9(3).
             05 WS-CAB-HAY-MAS       PIC X(01).
                88 WS-CAB-HAY-SIGUIENTE  VALUE 'S'.
