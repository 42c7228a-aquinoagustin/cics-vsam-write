      *****************************************************************
      * Mapa simbolico de VSWRMPB (mapset VSWRSET), pantalla de
      * aprobacion de cambios de VSAMAPRO: la clave, la accion y el
      * motivo de un rechazo, el pedido pendiente de la clave con sus
      * imagenes antes y despues (VSWRDOB.cpy), y la lista de pedidos
      * pendientes de aprobacion.
      * Equivalente al copy generado por el ensamblado de VSWRSET.bms.
      *****************************************************************
          01 VSWRMPBI.
             05 FILLER           PIC X(12).
             05 MBCLAL            COMP PIC S9(4).
             05 MBCLAF            PIC X.
             05 FILLER REDEFINES MBCLAF.
                10 MBCLAA            PIC X.
             05 MBCLAI            PIC X(06).
             05 MBACCL            COMP PIC S9(4).
             05 MBACCF            PIC X.
             05 FILLER REDEFINES MBACCF.
                10 MBACCA            PIC X.
             05 MBACCI            PIC X(01).
             05 MBMOTL            COMP PIC S9(4).
             05 MBMOTF            PIC X.
             05 FILLER REDEFINES MBMOTF.
                10 MBMOTA            PIC X.
             05 MBMOTI            PIC X(30).
             05 MBPEDL            COMP PIC S9(4).
             05 MBPEDF            PIC X.
             05 FILLER REDEFINES MBPEDF.
                10 MBPEDA            PIC X.
             05 MBPEDI            PIC X(60).
             05 MBANTL            COMP PIC S9(4).
             05 MBANTF            PIC X.
             05 FILLER REDEFINES MBANTF.
                10 MBANTA            PIC X.
             05 MBANTI            PIC X(60).
             05 MBDESL            COMP PIC S9(4).
             05 MBDESF            PIC X.
             05 FILLER REDEFINES MBDESF.
                10 MBDESA            PIC X.
             05 MBDESI            PIC X(60).
             05 MBLING OCCURS 8 TIMES.
                10 MBLINL            COMP PIC S9(4).
                10 MBLINF            PIC X.
                10 MBLINI            PIC X(74).
             05 MBPAGL            COMP PIC S9(4).
             05 MBPAGF            PIC X.
             05 FILLER REDEFINES MBPAGF.
                10 MBPAGA            PIC X.
             05 MBPAGI            PIC X(20).
             05 MBMSGL            COMP PIC S9(4).
             05 MBMSGF            PIC X.
             05 FILLER REDEFINES MBMSGF.
                10 MBMSGA            PIC X.
             05 MBMSGI            PIC X(40).
          01 VSWRMPBO REDEFINES VSWRMPBI.
             05 FILLER           PIC X(12).
             05 FILLER           PIC X(03).
             05 MBCLAO            PIC X(06).
             05 FILLER           PIC X(03).
             05 MBACCO            PIC X(01).
             05 FILLER           PIC X(03).
             05 MBMOTO            PIC X(30).
             05 FILLER           PIC X(03).
             05 MBPEDO            PIC X(60).
             05 FILLER           PIC X(03).
             05 MBANTO            PIC X(60).
             05 FILLER           PIC X(03).
             05 MBDESO            PIC X(60).
             05 MBLINOG OCCURS 8 TIMES.
                10 FILLER            PIC X(03).
                10 MBLINO            PIC X(74).
             05 FILLER           PIC X(03).
             05 MBPAGO            PIC X(20).
             05 FILLER           PIC X(03).
             05 MBMSGO            PIC X(40).
