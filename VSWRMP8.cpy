      *****************************************************************
      * Mapa simbolico de VSWRMP8 (mapset VSWRSET), pantalla de
      * consulta del historico COBTESH1 de VSAMHIST: el registro
      * archivado con su estampa de ultimo mantenimiento, el pedido
      * de restauracion de la clave (si lo hay) con su resultado, y
      * la accion para pedir o anular la restauracion.  Equivalente
      * al copy generado por el ensamblado de VSWRSET.bms.
      *****************************************************************
          01 VSWRMP8I.
             05 FILLER           PIC X(12).
             05 M8CLAL            COMP PIC S9(4).
             05 M8CLAF            PIC X.
             05 FILLER REDEFINES M8CLAF.
                10 M8CLAA            PIC X.
             05 M8CLAI            PIC X(06).
             05 M8DESL            COMP PIC S9(4).
             05 M8DESF            PIC X.
             05 FILLER REDEFINES M8DESF.
                10 M8DESA            PIC X.
             05 M8DESI            PIC X(15).
             05 M8IMPL            COMP PIC S9(4).
             05 M8IMPF            PIC X.
             05 FILLER REDEFINES M8IMPF.
                10 M8IMPA            PIC X.
             05 M8IMPI            PIC X(10).
             05 M8ESTL            COMP PIC S9(4).
             05 M8ESTF            PIC X.
             05 FILLER REDEFINES M8ESTF.
                10 M8ESTA            PIC X.
             05 M8ESTI            PIC X(01).
             05 M8ULTL            COMP PIC S9(4).
             05 M8ULTF            PIC X.
             05 FILLER REDEFINES M8ULTF.
                10 M8ULTA            PIC X.
             05 M8ULTI            PIC X(24).
             05 M8PEDL            COMP PIC S9(4).
             05 M8PEDF            PIC X.
             05 FILLER REDEFINES M8PEDF.
                10 M8PEDA            PIC X.
             05 M8PEDI            PIC X(50).
             05 M8RESL            COMP PIC S9(4).
             05 M8RESF            PIC X.
             05 FILLER REDEFINES M8RESF.
                10 M8RESA            PIC X.
             05 M8RESI            PIC X(50).
             05 M8ACCL            COMP PIC S9(4).
             05 M8ACCF            PIC X.
             05 FILLER REDEFINES M8ACCF.
                10 M8ACCA            PIC X.
             05 M8ACCI            PIC X(01).
             05 M8MSGL            COMP PIC S9(4).
             05 M8MSGF            PIC X.
             05 FILLER REDEFINES M8MSGF.
                10 M8MSGA            PIC X.
             05 M8MSGI            PIC X(40).
          01 VSWRMP8O REDEFINES VSWRMP8I.
             05 FILLER           PIC X(12).
             05 FILLER           PIC X(03).
             05 M8CLAO            PIC X(06).
             05 FILLER           PIC X(03).
             05 M8DESO            PIC X(15).
             05 FILLER           PIC X(03).
             05 M8IMPO            PIC X(10).
             05 FILLER           PIC X(03).
             05 M8ESTO            PIC X(01).
             05 FILLER           PIC X(03).
             05 M8ULTO            PIC X(24).
             05 FILLER           PIC X(03).
             05 M8PEDO            PIC X(50).
             05 FILLER           PIC X(03).
             05 M8RESO            PIC X(50).
             05 FILLER           PIC X(03).
             05 M8ACCO            PIC X(01).
             05 FILLER           PIC X(03).
             05 M8MSGO            PIC X(40).
