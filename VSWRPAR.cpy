      *****************************************************************
      * Registro del archivo de parametros COBTESK1 (KSDS), clave el
      * nombre del parametro.  Por ahora tiene un solo registro,
      * 'DOBLECTL', con el control por oposicion de VSAMWRIT: el
      * umbral de importe por encima del cual una correccion o un
      * borrado queda a aprobar por un segundo usuario (VSWRDOB.cpy)
      * y los dias que el pedido puede esperar antes de que VSAMDOBL
      * lo de por vencido.  Lo carga y lo cambia VSAMDOBL con su ficha
      * de parametros, que deja aqui cuando y con que trabajo se
      * cambio por ultima vez.
      *****************************************************************
          01 WS-REG-PARAMETRO.
             05 WS-PAR-CLAVE       PIC X(08).
             05 WS-PAR-UMBRAL      PIC 9(7)V99.
             05 WS-PAR-DIAS-VENCE  PIC 9(03).
             05 WS-PAR-ULT-CAMBIO.
                10 WS-PAR-ULT-FECHA   PIC X(08).
                10 WS-PAR-ULT-HORA    PIC X(06).
                10 WS-PAR-ULT-USUARIO PIC X(08).
             05 FILLER             PIC X(18).
