      * Date:   2026/09/03
      * Purpose: Proceso batch mensual que totaliza el gravamen GMF
      *          (movimientos "G") recaudado en un periodo AAAAMM a
      *          partir del maestro de movimientos, leyendo por su
      *          llave alterna fecha + operador solo los dias del
      *          periodo, con un subtotal por cuenta y el gran total
      *          a declarar. El archivo
      *          GMF_<AAAAMM>.TXT es el soporte de la declaracion y
      *          remision mensual del impuesto; con el, lo girado
      *          coincide con lo efectivamente debitado en CUENTAS.
       FILE-CONTROL.

      *----Select para el maestro de movimientos. Indexado por
      *    cuenta + fecha + consecutivo, con la llave alterna
      *    MOV-LLAVE-FECHA (fecha + operador) por la que se lee
      *    solo el periodo pedido.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para el reporte de remision. Ruta dinamica, ver
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-MOV   PIC 9 VALUE ZERO.
           02 WK-PERIODO   PIC X(06).
           02 SW-GMF-NUEVA PIC 9 VALUE ZERO.
           02 WK-FECHA-SIS PIC 9(08).
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-MSN-LOG   PIC X(200).
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-REPORTE PIC X(80).

      *----Subtotal por cuenta. La lectura por fecha mezcla las
      *    cuentas, asi que cada una se busca en la tabla, que se
      *    mantiene en orden de cuenta al insertar para que el
      *    reporte salga ordenado por cuenta.
       01  WK-TABLA-GMF.
           02 WK-GMF-CUENTA OCCURS 5000.
               03 GMF-CTA     PIC X(06).
               03 GMF-CNT     PIC 9(06).
               03 GMF-TOT     PIC 9(14).
       01  WK-CNT-GMF        PIC 9(04) COMP VALUE ZERO.
       01  WK-NDX-GMF        PIC 9(04) COMP.
       01  WK-NDX-GMF-HALLADO PIC 9(04) COMP VALUE ZERO.
       01  SW-TAB-GMF-LLENA  PIC 9 VALUE ZERO.

       01  WK-RESUMEN.
           02 WK-CNT-DEBITOS    PIC 9(06) VALUE ZERO.
           02 WK-CNT-CUENTAS    PIC 9(06) VALUE ZERO.
           WRITE REG-REPORTE FROM WK-LINEA-PERIODO END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE

           MOVE WK-PERIODO    TO MOV-FECHA(1:6)
           MOVE "01"          TO MOV-FECHA(7:2)
           MOVE LOW-VALUES    TO MOV-OPERADOR
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MOV-LLAVE-FECHA
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-MOV
           END-IF

           PERFORM 0010-LEER-MOVIMIENTO UNTIL SW-FIN-MOV EQUAL 1

           PERFORM 0030-CERRAR-CUENTA
               VARYING WK-NDX-GMF FROM 1 BY 1
               UNTIL WK-NDX-GMF > WK-CNT-GMF

           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE
           MOVE WK-TOT-RECAUDO TO TOT-RECAUDO

           STOP RUN.

      *----La llave alterna entrega los movimientos del periodo por
      *    fecha; el primero de un mes posterior termina la lectura.
      *    Cada "G" suma al gran total y al subtotal de su cuenta.
       0010-LEER-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
           NOT AT END
               IF MOV-FECHA(1:6) GREATER THAN WK-PERIODO
                   MOVE 1 TO SW-FIN-MOV
               ELSE
                   IF MOV-OPERACION EQUAL "G"
                       ADD 1         TO WK-CNT-DEBITOS
                       ADD MOV-MONTO TO WK-TOT-RECAUDO
                       PERFORM 0020-ACUMULAR-CUENTA
                   END-IF
               END-IF
           END-READ
      *----Por la llave alterna (con duplicados) el status "02" es una
      *    lectura exitosa: sigue otro movimiento con la misma fecha y
      *    operador.
           IF ST-MOV(1:1) NOT EQUAL "0"
               MOVE 1 TO SW-FIN-MOV
           END-IF.

      *----Busca la cuenta en la tabla ordenada: la busqueda se
      *    detiene en la primera cuenta igual o mayor. Si no es la
      *    misma, la cuenta nueva se inserta en esa posicion corriendo
      *    las siguientes un lugar. Si la tabla se llena se avisa una
      *    sola vez; el gran total sigue incluyendo todo el GMF.
       0020-ACUMULAR-CUENTA.
           MOVE ZERO TO WK-NDX-GMF-HALLADO
           PERFORM 0021-BUSCAR-CUENTA
               VARYING WK-NDX-GMF FROM 1 BY 1
               UNTIL WK-NDX-GMF > WK-CNT-GMF
                  OR WK-NDX-GMF-HALLADO > ZERO

           MOVE 1 TO SW-GMF-NUEVA
           IF WK-NDX-GMF-HALLADO > ZERO
               IF GMF-CTA(WK-NDX-GMF-HALLADO) EQUAL MOV-CTA
                   MOVE ZERO TO SW-GMF-NUEVA
               END-IF
           END-IF

           IF SW-GMF-NUEVA EQUAL 1
               IF WK-CNT-GMF < 5000
                   IF WK-NDX-GMF-HALLADO EQUAL ZERO
                       COMPUTE WK-NDX-GMF-HALLADO = WK-CNT-GMF + 1
                   ELSE
                       PERFORM 0022-CORRER-CUENTA
                           VARYING WK-NDX-GMF FROM WK-CNT-GMF BY -1
                           UNTIL WK-NDX-GMF < WK-NDX-GMF-HALLADO
                   END-IF
                   ADD 1 TO WK-CNT-GMF
                   MOVE MOV-CTA TO GMF-CTA(WK-NDX-GMF-HALLADO)
                   MOVE ZERO    TO GMF-CNT(WK-NDX-GMF-HALLADO)
                                   GMF-TOT(WK-NDX-GMF-HALLADO)
               ELSE
                   MOVE ZERO TO WK-NDX-GMF-HALLADO
                   IF SW-TAB-GMF-LLENA EQUAL ZERO
                       MOVE 1 TO SW-TAB-GMF-LLENA
                       MOVE "TABLA DE CUENTAS DE GMF LLENA"
                           TO WK-MSN-LOG
                       PERFORM 090-ESCRIBIR-LOG
                       DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                       DISPLAY "TABLA DE CUENTAS LLENA: HAY SUBTOTALES"
                               " POR CUENTA INCOMPLETOS"
                   END-IF
               END-IF
           END-IF

           IF WK-NDX-GMF-HALLADO > ZERO
               ADD 1         TO GMF-CNT(WK-NDX-GMF-HALLADO)
               ADD MOV-MONTO TO GMF-TOT(WK-NDX-GMF-HALLADO)
           END-IF.

       0021-BUSCAR-CUENTA.
           IF GMF-CTA(WK-NDX-GMF) NOT LESS THAN MOV-CTA
               MOVE WK-NDX-GMF TO WK-NDX-GMF-HALLADO
           END-IF.

       0022-CORRER-CUENTA.
           MOVE WK-GMF-CUENTA(WK-NDX-GMF)
               TO WK-GMF-CUENTA(WK-NDX-GMF + 1).

       0030-CERRAR-CUENTA.
           ADD 1 TO WK-CNT-CUENTAS
           MOVE GMF-CTA(WK-NDX-GMF) TO REP-CTA
           MOVE GMF-CNT(WK-NDX-GMF) TO REP-CNT
           MOVE GMF-TOT(WK-NDX-GMF) TO REP-TOT
           WRITE REG-REPORTE FROM WK-LINEA-CUENTA END-WRITE.

       090-ESCRIBIR-LOG.
