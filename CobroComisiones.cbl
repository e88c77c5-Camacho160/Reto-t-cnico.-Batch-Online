      *    cuenta + fecha + consecutivo para poder recuperar en forma
      *    directa los movimientos de una cuenta en un rango de fechas
      *    (START / READ NEXT) sin recorrer todo el archivo.
      *    La llave alterna MOV-LLAVE-FECHA (fecha + operador) da
      *    el mismo acceso directo a los movimientos de un dia o
      *    periodo, y de un operador dentro del dia.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para archivo Log
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
