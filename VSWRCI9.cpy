      *****************************************************************
      * COMMAREA de VSAMMONI.  Solo lleva la pagina de la lista que
      * se esta mostrando: la foto de colas y actividad se vuelve a
      * armar en cada ida y vuelta, asi cada tecla muestra el estado
      * del momento -- ver VSWRMON.cbl.
      *****************************************************************
          01 WS-COMMAREA9.
             05 WS-CA9-PAGINA        PIC 9(3).
