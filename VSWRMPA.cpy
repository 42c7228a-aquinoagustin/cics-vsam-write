      *****************************************************************
      * Mapa simbolico de VSWRMPA (mapset VSWRSET), pantalla de
      * cambios programados de VSAMPROG: la clave, la fecha efectiva,
      * el codigo y los datos nuevos del cambio a programar o anular,
      * lo que hoy tiene COBTESN1 para esa clave y la lista de cambios
      * programados de la clave (VSWRFUT.cpy).
      * Equivalente al copy generado por el ensamblado de VSWRSET.bms.
      *****************************************************************
          01 VSWRMPAI.
             05 FILLER           PIC X(12).
             05 MACLAL            COMP PIC S9(4).
             05 MACLAF            PIC X.
             05 FILLER REDEFINES MACLAF.
                10 MACLAA            PIC X.
             05 MACLAI            PIC X(06).
             05 MAFECL            COMP PIC S9(4).
             05 MAFECF            PIC X.
             05 FILLER REDEFINES MAFECF.
                10 MAFECA            PIC X.
             05 MAFECI            PIC X(08).
             05 MACODL            COMP PIC S9(4).
             05 MACODF            PIC X.
             05 FILLER REDEFINES MACODF.
                10 MACODA            PIC X.
             05 MACODI            PIC X(01).
             05 MADESL            COMP PIC S9(4).
             05 MADESF            PIC X.
             05 FILLER REDEFINES MADESF.
                10 MADESA            PIC X.
             05 MADESI            PIC X(15).
             05 MAIMPL            COMP PIC S9(4).
             05 MAIMPF            PIC X.
             05 FILLER REDEFINES MAIMPF.
                10 MAIMPA            PIC X.
             05 MAIMPI            PIC X(09).
             05 MAESTL            COMP PIC S9(4).
             05 MAESTF            PIC X.
             05 FILLER REDEFINES MAESTF.
                10 MAESTA            PIC X.
             05 MAESTI            PIC X(01).
             05 MAACCL            COMP PIC S9(4).
             05 MAACCF            PIC X.
             05 FILLER REDEFINES MAACCF.
                10 MAACCA            PIC X.
             05 MAACCI            PIC X(01).
             05 MAACTL            COMP PIC S9(4).
             05 MAACTF            PIC X.
             05 FILLER REDEFINES MAACTF.
                10 MAACTA            PIC X.
             05 MAACTI            PIC X(60).
             05 MALING OCCURS 8 TIMES.
                10 MALINL            COMP PIC S9(4).
                10 MALINF            PIC X.
                10 MALINI            PIC X(74).
             05 MAMSGL            COMP PIC S9(4).
             05 MAMSGF            PIC X.
             05 FILLER REDEFINES MAMSGF.
                10 MAMSGA            PIC X.
             05 MAMSGI            PIC X(40).
          01 VSWRMPAO REDEFINES VSWRMPAI.
             05 FILLER           PIC X(12).
             05 FILLER           PIC X(03).
             05 MACLAO            PIC X(06).
             05 FILLER           PIC X(03).
             05 MAFECO            PIC X(08).
             05 FILLER           PIC X(03).
             05 MACODO            PIC X(01).
             05 FILLER           PIC X(03).
             05 MADESO            PIC X(15).
             05 FILLER           PIC X(03).
             05 MAIMPO            PIC X(09).
             05 FILLER           PIC X(03).
             05 MAESTO            PIC X(01).
             05 FILLER           PIC X(03).
             05 MAACCO            PIC X(01).
             05 FILLER           PIC X(03).
             05 MAACTO            PIC X(60).
             05 MALINOG OCCURS 8 TIMES.
                10 FILLER            PIC X(03).
                10 MALINO            PIC X(74).
             05 FILLER           PIC X(03).
             05 MAMSGO            PIC X(40).
