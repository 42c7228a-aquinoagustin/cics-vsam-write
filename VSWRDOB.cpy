      *****************************************************************
      * Registro del archivo de cambios a aprobar COBTESD1 (KSDS),
      * clave la clave de COBTESN1 mas la fecha y hora en que se pidio
      * el cambio, asi los pedidos de una misma clave quedan juntos.
      * VSAMWRIT graba aqui, en vez de aplicarla, la correccion o el
      * borrado de un duplicado que supera el umbral de importe de
      * COBTESK1 (VSWRPAR.cpy) o que pasa el estado de 'A' a 'I', con
      * la imagen de WS-DATOS antes (lo que tenia el archivo) y
      * despues (lo que se pidio; en blanco en un borrado), y con
      * quien lo pidio, desde que terminal y cuando.  Queda pendiente
      * ('P') hasta que otro usuario con permiso de aprobar lo
      * aprueba ('A', recien ahi se aplica) o lo rechaza ('R') desde
      * la pantalla VSAMAPRO, o hasta que VSAMDOBL lo da por vencido
      * ('V') por no haberse atendido a tiempo.  El cierre dice quien,
      * desde que terminal, cuando y por que.  Mientras una clave
      * tiene un pedido pendiente VSAMWRIT no le acepta otra
      * correccion ni otro borrado.
      *****************************************************************
          01 WS-REG-DOBLE.
             05 WS-DOB-CLAVE-ARCH.
                10 WS-DOB-CLAVE       PIC 9(6).
                10 WS-DOB-FECHA       PIC X(08).
                10 WS-DOB-HORA        PIC X(06).
             05 WS-DOB-TIPO        PIC X(01).
                88 WS-DOB-CORRECCION   VALUE 'C'.
                88 WS-DOB-BORRADO      VALUE 'B'.
             05 WS-DOB-MOTIVO      PIC X(01).
                88 WS-DOB-POR-IMPORTE  VALUE 'I'.
                88 WS-DOB-POR-ESTADO   VALUE 'E'.
             05 WS-DOB-DATOS-ANTES.
                10 WS-DOB-ANT-DESCRIPCION PIC X(15).
                10 WS-DOB-ANT-IMPORTE PIC 9(7)V99.
                10 WS-DOB-ANT-ESTADO  PIC X(01).
             05 WS-DOB-DATOS-DESPUES.
                10 WS-DOB-DES-DESCRIPCION PIC X(15).
                10 WS-DOB-DES-IMPORTE PIC 9(7)V99.
                10 WS-DOB-DES-ESTADO  PIC X(01).
             05 WS-DOB-ESTADO      PIC X(01).
                88 WS-DOB-PENDIENTE    VALUE 'P'.
                88 WS-DOB-APROBADO     VALUE 'A'.
                88 WS-DOB-RECHAZADO    VALUE 'R'.
                88 WS-DOB-VENCIDO      VALUE 'V'.
             05 WS-DOB-ORIGEN.
                10 WS-DOB-USUARIO     PIC X(08).
                10 WS-DOB-TERMINAL    PIC X(04).
             05 WS-DOB-CIERRE.
                10 WS-DOB-CIE-FECHA   PIC X(08).
                10 WS-DOB-CIE-HORA    PIC X(06).
                10 WS-DOB-CIE-USUARIO PIC X(08).
                10 WS-DOB-CIE-TERMINAL PIC X(04).
                10 WS-DOB-CIE-TEXTO   PIC X(30).
             05 FILLER             PIC X(09).
