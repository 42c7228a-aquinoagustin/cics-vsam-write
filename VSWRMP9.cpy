      *****************************************************************
      * Mapa simbolico de VSWRMP9 (mapset VSWRSET), pantalla del
      * monitor de operacion de VSAMMONI: lo que hay en la cola de
      * auditoria sin volcar, la actividad de hoy por terminal y
      * usuario con los checkpoints y colas de duplicados abiertos,
      * y el terminal y la accion para limpiar una cola abandonada.
      * Equivalente al copy generado por el ensamblado de VSWRSET.bms.
      *****************************************************************
          01 VSWRMP9I.
             05 FILLER           PIC X(12).
             05 M9RESL            COMP PIC S9(4).
             05 M9RESF            PIC X.
             05 FILLER REDEFINES M9RESF.
                10 M9RESA            PIC X.
             05 M9RESI            PIC X(60).
             05 M9LING OCCURS 12 TIMES.
                10 M9LINL            COMP PIC S9(4).
                10 M9LINF            PIC X.
                10 M9LINI            PIC X(74).
             05 M9TRML            COMP PIC S9(4).
             05 M9TRMF            PIC X.
             05 FILLER REDEFINES M9TRMF.
                10 M9TRMA            PIC X.
             05 M9TRMI            PIC X(04).
             05 M9ACCL            COMP PIC S9(4).
             05 M9ACCF            PIC X.
             05 FILLER REDEFINES M9ACCF.
                10 M9ACCA            PIC X.
             05 M9ACCI            PIC X(01).
             05 M9PAGL            COMP PIC S9(4).
             05 M9PAGF            PIC X.
             05 FILLER REDEFINES M9PAGF.
                10 M9PAGA            PIC X.
             05 M9PAGI            PIC X(20).
             05 M9MSGL            COMP PIC S9(4).
             05 M9MSGF            PIC X.
             05 FILLER REDEFINES M9MSGF.
                10 M9MSGA            PIC X.
             05 M9MSGI            PIC X(40).
          01 VSWRMP9O REDEFINES VSWRMP9I.
             05 FILLER           PIC X(12).
             05 FILLER           PIC X(03).
             05 M9RESO            PIC X(60).
             05 M9LINOG OCCURS 12 TIMES.
                10 FILLER            PIC X(03).
                10 M9LINO            PIC X(74).
             05 FILLER           PIC X(03).
             05 M9TRMO            PIC X(04).
             05 FILLER           PIC X(03).
             05 M9ACCO            PIC X(01).
             05 FILLER           PIC X(03).
             05 M9PAGO            PIC X(20).
             05 FILLER           PIC X(03).
             05 M9MSGO            PIC X(40).
