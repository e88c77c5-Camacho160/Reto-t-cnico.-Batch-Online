      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/09/03
      * Purpose: Proceso batch de cumplimiento que lee del maestro
      *          de movimientos, por su llave alterna fecha +
      *          operador, solo el rango de fechas pedido y
      *          consolida los depositos en efectivo al nivel del
      *          cliente, cruzando
      *          CUENTAS.DOCUMENTO-TITULAR contra el maestro CLIENTES.
      *          Reporta en INUSUALES_<AAAAMMDD>.TXT:
      *            - depositos individuales por encima del umbral;
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
           02 CLI-DIRECCION  PIC X(40).
           02 CLI-TELEFONO   PIC X(15).
           02 CLI-FECHA-VINC PIC 9(08).
           02 CLI-EXENTO-RTE PIC X.
           02 FILLER         PIC X(14).
      *----------------------------------------------------------------*
      *    CLI-DOCUMENTO  : LLAVE UNICA. Documento del cliente         *
      *    CLI-NOMBRE     : Nombre completo del cliente                *
      *    CLI-DIRECCION  : Direccion de contacto                      *
      *    CLI-TELEFONO   : Telefono de contacto                       *
      *    CLI-FECHA-VINC : Fecha de vinculacion AAAAMMDD              *
      *    CLI-EXENTO-RTE : S -> Cliente exento de retencion en la     *
      *                     fuente sobre los intereses                 *
      *----------------------------------------------------------------*

       FD  ARCHIVO-MOVIMIENTOS.
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
           02 WK-LEN-VALOR    PIC 9(02) VALUE ZERO.
           02 SW-MEDIDO       PIC 9 VALUE ZERO.

      *----Cache de la ultima cuenta leida: evita releer CUENTAS en
      *    depositos seguidos de una misma cuenta. Cuando la cuenta
      *    no existe o no tiene documento, se agrupa bajo un
      *    pseudo-documento armado con la cuenta para no perder el
      *    caso en el consolidado.
           02 WK-CTA-CACHE    PIC X(06) VALUE HIGH-VALUES.
           02 WK-DOC-CACHE    PIC X(12).
           02 WK-NOM-CACHE    PIC X(40).
               TO REP-SECCION
           WRITE REG-REPORTE FROM WK-LINEA-SECCION END-WRITE

           MOVE WK-FECHA-DESDE TO MOV-FECHA
           MOVE LOW-VALUES     TO MOV-OPERADOR
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MOV-LLAVE-FECHA
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Solo interesan los depositos en efectivo "D" dentro del
      *    rango pedido; las demas operaciones pasan de largo. La
      *    lectura arranca en la fecha inicial y el primer movimiento
      *    posterior a la fecha final la termina.
       0010-LEER-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
           NOT AT END
               IF MOV-FECHA GREATER THAN WK-FECHA-HASTA
                   MOVE 1 TO SW-FIN-MOV
               END-IF
               IF MOV-OPERACION EQUAL "D"
                  AND MOV-FECHA NOT GREATER THAN WK-FECHA-HASTA
                   ADD 1 TO WK-CNT-DEPOSITOS
                   PERFORM 0020-BUSCAR-DOCUMENTO
                   PERFORM 0040-ACUMULAR-CONSOLIDADO
               END-IF
           END-READ
      *----Por la llave alterna (con duplicados) el status "02" es una
      *    lectura exitosa: sigue otro movimiento con la misma fecha y
      *    operador.
           IF ST-MOV(1:1) NOT EQUAL "0"
               MOVE 1 TO SW-FIN-MOV
           END-IF.

