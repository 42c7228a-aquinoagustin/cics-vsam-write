      * hacer cualquiera que llegue a la pantalla) y que opciones
      * del menu de VSAMMENU puede entrar (los digitos permitidos,
      * en cualquier orden; la opcion 5 es la pantalla de
      * supervisor VSAMSUPR que mantiene este archivo y la 6 la
      * consulta del historico VSAMHIST, donde pedir una restauracion
      * exige ademas poder corregir; la 7 es el monitor de operacion
      * VSAMMONI y la 8 los cambios programados VSAMPROG, donde
      * programar un cambio o una baja exige los mismos permisos que
      * corregir o borrar).  Un usuario que no figura aqui queda con
      * alta sola y opciones 1 a 4 y 8.
      * CORRIGE en 'A' es corregir y ademas aprobar las correcciones
      * y borrados de otros que quedaron a aprobar (VSWRDOB.cpy) en la
      * opcion 9, VSAMAPRO; aprobar un borrado exige tambien BORRA.
      * Va en ese byte y no como un digito mas de OPCIONES porque las
      * nueve opciones no entran en los ocho lugares.
      *****************************************************************
          01 WS-REG-AUTORIZACION.
             05 WS-AUT-USUARIO     PIC X(08).
             05 WS-AUT-CORRIGE     PIC X(01).
                88 WS-AUT-PUEDE-CORREGIR  VALUE 'S' 'A'.
                88 WS-AUT-PUEDE-APROBAR   VALUE 'A'.
             05 WS-AUT-BORRA       PIC X(01).
                88 WS-AUT-PUEDE-BORRAR    VALUE 'S'.
             05 WS-AUT-OPCIONES    PIC X(08).
