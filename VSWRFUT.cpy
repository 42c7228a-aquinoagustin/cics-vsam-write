      *****************************************************************
      * Registro del archivo de cambios programados COBTESF1 (KSDS),
      * clave la clave de COBTESN1 mas la fecha efectiva, asi los
      * cambios de una misma clave quedan juntos y en el orden en que
      * deben entrar en vigencia.  Cada registro es un alta, cambio o
      * baja con los datos nuevos (WS-DATOS completo, como en
      * VSAMMANT), cargado desde la pantalla VSAMPROG o por VSAMMANT
      * con ficha de VIGENCIA, con quien lo cargo, desde que terminal
      * y cuando.  Queda pendiente ('P') hasta que la corrida nocturna
      * VSAMVIGE lo aplica contra COBTESN1 ('A') o no puede ('F'), o
      * hasta que alguien lo anula desde la pantalla ('X').  El cierre
      * dice quien y cuando lo saco de pendiente y por que.  Un cambio
      * que ya no esta pendiente se puede reemplazar por otro para la
      * misma clave y fecha; uno pendiente, no.
      *****************************************************************
          01 WS-REG-FUTURO.
             05 WS-FUT-CLAVE-ARCH.
                10 WS-FUT-CLAVE       PIC 9(6).
                10 WS-FUT-FECHA-EFECTIVA PIC X(08).
             05 WS-FUT-CODIGO      PIC X(01).
                88 WS-FUT-ALTA         VALUE 'A'.
                88 WS-FUT-CAMBIO       VALUE 'C'.
                88 WS-FUT-BAJA         VALUE 'D'.
             05 WS-FUT-DATOS.
                10 WS-FUT-DESCRIPCION PIC X(15).
                10 WS-FUT-IMPORTE     PIC 9(7)V99.
                10 WS-FUT-DAT-ESTADO  PIC X(01).
             05 WS-FUT-ESTADO      PIC X(01).
                88 WS-FUT-PENDIENTE    VALUE 'P'.
                88 WS-FUT-APLICADO     VALUE 'A'.
                88 WS-FUT-FALLIDO      VALUE 'F'.
                88 WS-FUT-ANULADO      VALUE 'X'.
             05 WS-FUT-ORIGEN.
                10 WS-FUT-USUARIO     PIC X(08).
                10 WS-FUT-TERMINAL    PIC X(04).
                10 WS-FUT-FECHA       PIC X(08).
                10 WS-FUT-HORA        PIC X(06).
             05 WS-FUT-CIERRE.
                10 WS-FUT-CIE-FECHA   PIC X(08).
                10 WS-FUT-CIE-HORA    PIC X(06).
                10 WS-FUT-CIE-USUARIO PIC X(08).
                10 WS-FUT-CIE-TEXTO   PIC X(30).
             05 FILLER             PIC X(01).
