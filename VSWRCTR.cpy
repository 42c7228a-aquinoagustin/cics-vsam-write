      *****************************************************************
      * Registro del archivo de control de corridas COBTESC1 (KSDS) de
      * la cadena nocturna: VSAMVOLC (vuelco de la auditoria,
      * transaccion VSWO), VSAMVIGE, VSAMBALN, VSAMDESC, VSAMDELT,
      * VSAMARCH y VSAMTOTL, en ese orden.  Hay un registro por fecha
      * de negocio y programa.  Cada paso batch lo graba 'E' (en
      * curso) al arrancar y 'T' (terminado) al final con su return
      * code y sus cantidades principales; un paso que quedo en 'E' se
      * cayo a mitad de camino.  Antes de arrancar, cada paso exige
      * que el anterior de la cadena haya terminado con RC 0 o 4 en la
      * misma fecha de negocio, y se niega a repetir una corrida que
      * ya termino bien (salvo corrida forzada, ver FECHANEG en la JCL
      * de cada paso).  Los tres contadores llevan su rotulo, asi el
      * reporte de la manana (VSAMCORR) los imprime sin saber de que
      * programa vienen.
      *****************************************************************
          01 WS-REG-CORRIDA.
             05 WS-COR-CLAVE.
                10 WS-COR-FECHA       PIC X(08).
                10 WS-COR-PROGRAMA    PIC X(08).
             05 WS-COR-ESTADO      PIC X(01).
                88 WS-COR-EN-CURSO     VALUE 'E'.
                88 WS-COR-TERMINADO    VALUE 'T'.
             05 WS-COR-RC          PIC 9(02).
             05 WS-COR-CORRIDAS    PIC 9(03).
             05 WS-COR-FORZADA     PIC X(01).
                88 WS-COR-FUE-FORZADA  VALUE 'S'.
             05 WS-COR-INICIO.
                10 WS-COR-INI-FECHA   PIC X(08).
                10 WS-COR-INI-HORA    PIC X(06).
             05 WS-COR-FIN.
                10 WS-COR-FIN-FECHA   PIC X(08).
                10 WS-COR-FIN-HORA    PIC X(06).
             05 WS-COR-CONTADORES.
                10 WS-COR-ROTULO-1    PIC X(10).
                10 WS-COR-CANT-1      PIC 9(07).
                10 WS-COR-ROTULO-2    PIC X(10).
                10 WS-COR-CANT-2      PIC 9(07).
                10 WS-COR-ROTULO-3    PIC X(10).
                10 WS-COR-CANT-3      PIC 9(07).
