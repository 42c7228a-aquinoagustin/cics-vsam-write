      *****************************************************************
      * Registro del historico de cierres mensuales COBTESP1 (KSDS),
      * clave el periodo AAAAMM.  VSAMCIER lo graba al cierre de mes
      * con las mismas cifras de VSAMTOTL congeladas a esa fecha:
      * cantidad e importe por estado y por antiguedad del ultimo
      * mantenimiento, mas el total general.  Las ocho lineas van
      * siempre en este orden:
      *   1 activos          5 mantenidos de 1 a 3 meses
      *   2 inactivos        6 mantenidos hace mas de 3 meses
      *   3 estado otro      7 sin fecha de mantenimiento
      *   4 mantenidos en el mes del cierre    8 total general
      * Un periodo cerrado ('C') no se vuelve a cerrar hasta que un
      * supervisor lo reabre ('R'); la reapertura deja quien y
      * cuando, y las cifras del cierre anterior quedan hasta que el
      * nuevo cierre las reemplaza.  VSAMCMES compara un periodo
      * contra el mes anterior y el mismo mes del anio anterior.
      *****************************************************************
          01 WS-REG-PERIODO.
             05 WS-PER-PERIODO.
                10 WS-PER-AAAA        PIC 9(4).
                10 WS-PER-MM          PIC 9(2).
             05 WS-PER-ESTADO      PIC X(01).
                88 WS-PER-CERRADO      VALUE 'C'.
                88 WS-PER-REABIERTO    VALUE 'R'.
             05 WS-PER-CIERRE.
                10 WS-PER-CIE-FECHA   PIC X(08).
                10 WS-PER-CIE-HORA    PIC X(06).
             05 WS-PER-CIERRES     PIC 9(03).
             05 WS-PER-REAPERTURA.
                10 WS-PER-REA-USUARIO PIC X(08).
                10 WS-PER-REA-FECHA   PIC X(08).
                10 WS-PER-REA-HORA    PIC X(06).
             05 WS-PER-TOTALES.
                10 WS-PER-LINEA OCCURS 8 TIMES.
                   15 WS-PER-CANT        PIC 9(7).
                   15 WS-PER-IMPORTE     PIC 9(13)V99.
