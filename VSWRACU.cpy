      *****************************************************************
      * Registro del archivo de acuse (ACUSE, FB/80) que VSAMMANT y
      * VSAMCARG devuelven al departamento emisor, para que concilie
      * su lado sin leer nuestro REPORTE.  Tres tipos de registro:
      *   'HD' uno al principio: programa, fecha y hora del proceso,
      *        la fecha del HD del emisor (en blanco si la entrada
      *        vino sin sellar), 'S' si la corrida fue un reinicio y
      *        la fecha de la ficha de VIGENCIA de VSAMMANT (en blanco
      *        si los movimientos se aplicaron en el momento).
      *   'DT' uno por cada registro de datos de la entrada, en el
      *        mismo orden: el numero de registro dentro del archivo
      *        enviado (contando los sellos HD/TR), la clave y el
      *        codigo de transaccion tal como llegaron ('A' en la
      *        carga), el resultado y, si corresponde, el motivo:
      *          AP aplicado           DU clave duplicada (alta)
      *          NE clave no existe    SR salteado en el reinicio
      *          PR programado en COBTESF1 para la fecha de vigencia
      *             (DU, si ya habia uno pendiente para esa fecha)
      *          RE rechazado, motivo 01 clave no numerica,
      *             02 datos en blanco, 03 importe no numerico,
      *             04 codigo de transaccion invalido
      *          ER error de E/S, motivo = file status de COBTESN1
      *             (de COBTESF1 si la corrida programa)
      *   'TR' uno al final: 'C' si la entrada se proceso o 'R' si
      *        se rechazo entera sin aplicar nada (sellos que no
      *        balancean, checkpoint ilegible, archivo que no abre),
      *        el total del TR del emisor (en blanco si no lo trajo)
      *        y nuestros contadores por resultado.
      *****************************************************************
          01 WS-REG-ACUSE.
             05 WS-ACU-TIPO        PIC X(02).
             05 WS-ACU-DETALLE.
                10 WS-ACU-SECUENCIA   PIC 9(05).
                10 WS-ACU-CLAVE       PIC X(06).
                10 WS-ACU-CODIGO      PIC X(01).
                10 WS-ACU-RESULTADO   PIC X(02).
                10 WS-ACU-MOTIVO      PIC X(02).
                10 FILLER             PIC X(62).
             05 WS-ACU-CABECERA REDEFINES WS-ACU-DETALLE.
                10 WS-ACU-PROGRAMA    PIC X(08).
                10 WS-ACU-FECHA       PIC X(08).
                10 WS-ACU-HORA        PIC X(06).
                10 WS-ACU-FECHA-EMISOR PIC X(08).
                10 WS-ACU-REINICIO    PIC X(01).
                10 WS-ACU-FECHA-VIGENCIA PIC X(08).
                10 FILLER             PIC X(39).
             05 WS-ACU-COLA REDEFINES WS-ACU-DETALLE.
                10 WS-ACU-ESTADO      PIC X(01).
                10 WS-ACU-TOTAL-EMISOR PIC X(05).
                10 WS-ACU-DETALLES    PIC 9(05).
                10 WS-ACU-APLICADOS   PIC 9(05).
                10 WS-ACU-DUPLICADOS  PIC 9(05).
                10 WS-ACU-NO-EXISTEN  PIC 9(05).
                10 WS-ACU-RECHAZADOS  PIC 9(05).
                10 WS-ACU-SALTEADOS   PIC 9(05).
                10 WS-ACU-ERRORES     PIC 9(05).
                10 WS-ACU-PROGRAMADOS PIC 9(05).
                10 FILLER             PIC X(32).
