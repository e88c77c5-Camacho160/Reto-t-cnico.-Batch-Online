      *          fecha y consecutivo) y escribe un unico archivo de
      *          impresion EXTRACTOS_<AAAAMM>.TXT con un extracto por
      *          cuenta (titular, saldo inicial, detalle con saldo
      *          corrido, interes abonado, retencion en la fuente y
      *          anulaciones del periodo y saldo final), separando
      *          cada extracto con salto de pagina.
      * Tectonics: cobc
      ******************************************************************
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

      *----Select para archivo de extractos. Ruta dinamica, ver
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    G -> Gravamen GMF sobre debitos             *
      *                    B -> Registro de embargo (neutro)           *
      *                    L -> Levante de embargo (neutro)            *
      *                    X -> Anulacion de un abono (debito)         *
      *                    Y -> Anulacion de un cargo (credito)        *
      *                    C -> Pago en efectivo del saldo al cierre   *
      *                    P -> Desembolso de prestamo                 *
      *                    Q -> Cuota de prestamo: capital             *
      *                    J -> Cuota de prestamo: interes             *
      *                    M -> Interes de mora de prestamo            *
      *                    K -> Pago de cheque (canje)                 *
      *                    H -> Transferencia ACH enviada              *
      *                    U -> Transferencia ACH recibida             *
      *                    V -> Devolucion de ACH enviada              *
      *                    N -> Retencion en la fuente (debito)        *
      *    MOV-MONTO     : Valor del movimiento                        *
      *    MOV-SALDO     : Saldo de la cuenta despues del movimiento   *
      *    MOV-PROGRAMA  : Programa que registro el movimiento         *
           02 WK-SALDO-INI PIC S9(12).
           02 WK-SALDO-FIN PIC S9(12).
           02 WK-TOT-INTERES PIC 9(14).
           02 WK-TOT-ANULADO PIC 9(14).
           02 WK-TOT-RETENCION PIC 9(14).
           02 WK-MSN-LOG   PIC X(200).
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-FECHA-SIS PIC 9(08).
           ELSE
               IF MOV-OPERACION EQUAL "W" OR MOV-OPERACION EQUAL "T"
                  OR MOV-OPERACION EQUAL "F" OR MOV-OPERACION EQUAL "G"
                  OR MOV-OPERACION EQUAL "X" OR MOV-OPERACION EQUAL "C"
                  OR MOV-OPERACION EQUAL "Q" OR MOV-OPERACION EQUAL "J"
                  OR MOV-OPERACION EQUAL "M" OR MOV-OPERACION EQUAL "K"
                  OR MOV-OPERACION EQUAL "H" OR MOV-OPERACION EQUAL "N"
                   COMPUTE WK-SALDO-INI = MOV-SALDO + MOV-MONTO
               ELSE
                   COMPUTE WK-SALDO-INI = MOV-SALDO - MOV-MONTO
               END-IF
           END-IF
           MOVE ZERO TO WK-TOT-INTERES
           MOVE ZERO TO WK-TOT-ANULADO
           MOVE ZERO TO WK-TOT-RETENCION

           MOVE MOV-CTA TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               WHEN "G" MOVE "GMF 4X1000"   TO DET-OPERACION
               WHEN "B" MOVE "EMBARGO"      TO DET-OPERACION
               WHEN "L" MOVE "LEVANTE EMB"  TO DET-OPERACION
               WHEN "X" MOVE "ANULA ABONO"  TO DET-OPERACION
               WHEN "Y" MOVE "ANULA CARGO"  TO DET-OPERACION
               WHEN "C" MOVE "PAGO CIERRE"  TO DET-OPERACION
               WHEN "P" MOVE "DESEMB PREST" TO DET-OPERACION
               WHEN "Q" MOVE "CUOTA CAPIT." TO DET-OPERACION
               WHEN "J" MOVE "CUOTA INTER." TO DET-OPERACION
               WHEN "M" MOVE "INTERES MORA" TO DET-OPERACION
               WHEN "K" MOVE "PAGO CHEQUE"  TO DET-OPERACION
               WHEN "H" MOVE "ACH ENVIADA"  TO DET-OPERACION
               WHEN "U" MOVE "ACH RECIBIDA" TO DET-OPERACION
               WHEN "V" MOVE "ACH DEVUELTA" TO DET-OPERACION
               WHEN "N" MOVE "RETEFUENTE"   TO DET-OPERACION
               WHEN OTHER MOVE MOV-OPERACION TO DET-OPERACION
           END-EVALUATE

           IF MOV-OPERACION EQUAL "I"
               ADD MOV-MONTO TO WK-TOT-INTERES
           END-IF
           IF MOV-OPERACION EQUAL "N"
               ADD MOV-MONTO TO WK-TOT-RETENCION
           END-IF
           IF MOV-OPERACION EQUAL "X" OR MOV-OPERACION EQUAL "Y"
               ADD MOV-MONTO TO WK-TOT-ANULADO
           END-IF
           MOVE MOV-SALDO TO WK-SALDO-FIN.

       0060-CERRAR-EXTRACTO.
           MOVE "INTERES ABONADO" TO EXT-SALDO-DESC
           MOVE WK-TOT-INTERES    TO EXT-SALDO-VLR
           WRITE REG-EXTRACTO FROM WK-LINEA-SALDO END-WRITE
      *----La retencion en la fuente solo se informa si la hubo
           IF WK-TOT-RETENCION > ZERO
               MOVE "RETENCION FUENTE" TO EXT-SALDO-DESC
               MOVE WK-TOT-RETENCION  TO EXT-SALDO-VLR
               WRITE REG-EXTRACTO FROM WK-LINEA-SALDO END-WRITE
           END-IF
      *----Las anulaciones solo se informan si hubo alguna en el mes
           IF WK-TOT-ANULADO > ZERO
               MOVE "ANULACIONES"     TO EXT-SALDO-DESC
               MOVE WK-TOT-ANULADO    TO EXT-SALDO-VLR
               WRITE REG-EXTRACTO FROM WK-LINEA-SALDO END-WRITE
           END-IF
           MOVE "SALDO FINAL"     TO EXT-SALDO-DESC
           MOVE WK-SALDO-FIN      TO EXT-SALDO-VLR
           WRITE REG-EXTRACTO FROM WK-LINEA-SALDO END-WRITE
