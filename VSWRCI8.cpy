      *****************************************************************
      * COMMAREA de VSAMHIST.  Lleva de una ida y vuelta a la otra la
      * clave del historico COBTESH1 que se esta mostrando; igual que
      * en VSAMCONS, el browse se reabre en cada PF7/PF8 a partir de
      * esta clave -- ver VSWRHIS.cbl.
      *****************************************************************
          01 WS-COMMAREA8.
             05 WS-CA8-CLAVE         PIC 9(6).
