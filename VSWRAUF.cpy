      * intentos caigan en el mismo segundo.  Los demas campos son
      * los mismos de VSWRAUD.cpy, incluidas las imagenes de WS-DATOS
      * antes y despues del cambio (en blanco cuando no aplican).
      * Ademas de VSAMVOLC, VSAMMANT y VSAMVIGE (cambios programados)
      * escriben aqui directo sus altas, cambios y bajas batch, con
      * los mismos textos de resultado que deja VSAMWRIT en linea, y
      * VSAMDOBL los cambios a aprobar que vence sin atender.
      *****************************************************************
          01 WS-REG-AUDFILE.
             05 WS-AUF-CLAVE-ARCH.
