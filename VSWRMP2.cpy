      * Mapa simbolico de VSWRMP2 (mapset VSWRSET), pantalla de
      * consulta/browse de VSAMCONS.  Equivalente al copy generado por
      * el ensamblado de VSWRSET.bms.  Muestra los campos con nombre
      * de VSWRREG.cpy, la estampa del ultimo mantenimiento y el aviso
      * de cambio programado pendiente en COBTESF1 (VSWRFUT.cpy).
      *****************************************************************
          01 VSWRMP2I.
             05 FILLER           PIC X(12).
             05 FILLER REDEFINES M2ULTF.
                10 M2ULTA            PIC X.
             05 M2ULTI            PIC X(24).
             05 M2PRGL            COMP PIC S9(4).
             05 M2PRGF            PIC X.
             05 FILLER REDEFINES M2PRGF.
                10 M2PRGA            PIC X.
             05 M2PRGI            PIC X(40).
             05 M2MSGL            COMP PIC S9(4).
             05 M2MSGF            PIC X.
             05 FILLER REDEFINES M2MSGF.
             05 FILLER           PIC X(03).
             05 M2ULTO            PIC X(24).
             05 FILLER           PIC X(03).
             05 M2PRGO            PIC X(40).
             05 FILLER           PIC X(03).
             05 M2MSGO            PIC X(40).
