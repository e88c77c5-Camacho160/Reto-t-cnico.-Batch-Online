      *          con el estado "I" (inactiva) las cuentas activas que
      *          no registran actividad iniciada por el cliente
      *          (aperturas "A", depositos "D", retiros "W",
      *          transferencias "T"/"E", desembolsos de prestamo "P",
      *          cheques pagados en canje "K", transferencias ACH
      *          enviadas "H" o recibidas "U" o la reactivacion
      *          supervisada "R") en los ultimos N
      *          meses, tomando como ultima fecha conocida el
      *          movimiento mas reciente de esos tipos en el maestro
      *          de movimientos,
      *          el registro de corte "S" que deja la depuracion
      *          (la historia retirada a MOVARCH queda representada
      *          por su fecha) o, a falta de movimientos, la fecha
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

      *----Select para el archivo de parametros de operacion:
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *----Recorre los movimientos de la cuenta (START por cuenta,
      *    READ NEXT hasta el cambio de cuenta) y conserva la fecha
      *    mas reciente de actividad iniciada por el cliente (A, D,
      *    W, T, E, P, K), de la reactivacion supervisada "R" (que
      *    renueva la actividad para que el barrido no deshaga lo
      *    que el supervisor autorizo) o del corte "S" que representa
      *    la historia ya depurada. Los movimientos del banco (I, F
      *    y las cuotas de prestamo Q, J, M) no cuentan: una cuenta
      *    que solo recibe intereses sigue estando quieta. A falta
      *    de todo, la fecha de apertura evita marcar una cuenta
      *    recien abierta.
       0020-BUSCAR-ULTIMA-ACTIVIDAD.
           MOVE LV0-CTA TO WK-CTA-PROC
           IF FECHA-APERTURA IS NUMERIC
                       WHEN "E"
                       WHEN "S"
                       WHEN "R"
                       WHEN "P"
                       WHEN "K"
                       WHEN "H"
                       WHEN "U"
                           IF MOV-FECHA > WK-FECHA-ULT
                               MOVE MOV-FECHA TO WK-FECHA-ULT
                           END-IF
