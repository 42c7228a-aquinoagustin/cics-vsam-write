      *****************************************************************
      * Registro del libro de movimientos de importe COBTESM1 (KSDS).
      * Cada alta, correccion, baja, carga, archivo o restauracion
      * que cambia WS-DAT-IMPORTE de una clave de COBTESN1 deja aqui
      * un debito o un credito por la diferencia, con el motivo y el
      * saldo que quedo despues del movimiento.  Asi el importe de
      * COBTESN1 es siempre la suma de los creditos menos los debitos
      * de su clave, y VSAMECTA puede imprimir el estado de cuenta de
      * un periodo sin reconstruirlo desde las imagenes de COBTESA1.
      * La clave clave/fecha/hora/secuencia junta los movimientos de
      * cada clave en orden cronologico; la secuencia hace unico cada
      * movimiento aunque dos caigan en el mismo segundo, igual que
      * en COBTESA1.  Terminal y usuario son los mismos que quedan en
      * la auditoria ('BTCH' y el nombre del programa en batch).
      *****************************************************************
          01 WS-REG-LIBRO.
             05 WS-LIB-CLAVE-ARCH.
                10 WS-LIB-CLAVE       PIC 9(6).
                10 WS-LIB-FECHA       PIC X(08).
                10 WS-LIB-HORA        PIC X(06).
                10 WS-LIB-SECUENCIA   PIC 9(04).
             05 WS-LIB-TIPO        PIC X(01).
                88 WS-LIB-DEBITO       VALUE 'D'.
                88 WS-LIB-CREDITO      VALUE 'C'.
             05 WS-LIB-IMPORTE     PIC 9(7)V99.
             05 WS-LIB-SALDO       PIC 9(7)V99.
             05 WS-LIB-MOTIVO      PIC X(02).
                88 WS-LIB-APERTURA     VALUE '00'.
                88 WS-LIB-ALTA         VALUE '01'.
                88 WS-LIB-CORRECCION   VALUE '02'.
                88 WS-LIB-BAJA         VALUE '03'.
                88 WS-LIB-CARGA        VALUE '04'.
                88 WS-LIB-ARCHIVO      VALUE '05'.
                88 WS-LIB-RESTAURACION VALUE '06'.
             05 WS-LIB-TERMINAL    PIC X(04).
             05 WS-LIB-USUARIO     PIC X(08).
