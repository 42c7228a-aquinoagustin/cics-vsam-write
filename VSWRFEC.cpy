      *****************************************************************
      * Area de trabajo para validar una fecha AAAAMMDD de calendario
      * y para avanzarla de a un dia (fechas efectivas de COBTESF1,
      * fichas de VIGENCIA y DIAS).  Los meses se toman de la tabla;
      * febrero tiene 29 dias en los anios divisibles por 4, salvo
      * los seculares que no lo son por 400.
      *****************************************************************
          01 WS-FECHA-TRABAJO.
             05 WS-FTR-ANIO        PIC 9(4).
             05 WS-FTR-MES         PIC 9(2).
             05 WS-FTR-DIA         PIC 9(2).
          01 WS-FECHA-TRABAJO-X REDEFINES WS-FECHA-TRABAJO
                                PIC X(08).
          01 WS-TABLA-DIAS-MES.
             05 FILLER             PIC X(24)
                                   VALUE '312831303130313130313031'.
          01 WS-TABLA-DIAS-MES-R REDEFINES WS-TABLA-DIAS-MES.
             05 WS-DIAS-MES        PIC 9(2) OCCURS 12 TIMES.
          01 WS-FTR-TOPE-DIA      PIC 9(2).
          01 WS-FTR-COCIENTE      PIC 9(4).
          01 WS-FTR-RESTO-4       PIC 9(4).
          01 WS-FTR-RESTO-100     PIC 9(4).
          01 WS-FTR-RESTO-400     PIC 9(4).
          01 WS-SW-FECHA-VALIDA   PIC X(01).
             88 WS-FECHA-VALIDA      VALUE 'S'.
