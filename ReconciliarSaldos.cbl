      *          aplicando sus movimientos del maestro de movimientos
      *          (aperturas "A", depositos "D", abonos de interes "I",
      *          abonos por transferencia "E", retiros "W", cargos
      *          por transferencia "T" y comisiones "F", y las
      *          anulaciones "X" de un abono e "Y" de un cargo,
      *          contadas aparte en el resumen) sobre un
      *          saldo verificado cero, o sobre el saldo de corte
      *          "S" que deja la depuracion periodica del maestro,
      *          y reporta toda cuenta cuyo saldo recalculado difiera
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para el reporte de reconciliacion
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
           02 WK-CNT-DESCUADRES PIC 9(06) VALUE ZERO.
           02 WK-CNT-HUERFANAS  PIC 9(06) VALUE ZERO.
           02 WK-CNT-OPER-DESC  PIC 9(06) VALUE ZERO.
           02 WK-CNT-ANULACIONES PIC 9(06) VALUE ZERO.
           02 WK-TOT-DESCUADRE  PIC 9(14) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.
               WHEN "D"
               WHEN "I"
               WHEN "E"
               WHEN "P"
               WHEN "U"
               WHEN "V"
                   ADD WK-MONTO-MOV TO WK-SALDO-CALC
               WHEN "W"
               WHEN "T"
               WHEN "F"
               WHEN "G"
               WHEN "C"
               WHEN "Q"
               WHEN "J"
               WHEN "M"
               WHEN "K"
               WHEN "H"
               WHEN "N"
                   SUBTRACT WK-MONTO-MOV FROM WK-SALDO-CALC
      *--------La anulacion invierte el efecto del movimiento anulado:
      *        "Y" devuelve un cargo y "X" retira un abono.
               WHEN "Y"
                   ADD 1 TO WK-CNT-ANULACIONES
                   ADD WK-MONTO-MOV TO WK-SALDO-CALC
               WHEN "X"
                   ADD 1 TO WK-CNT-ANULACIONES
                   SUBTRACT WK-MONTO-MOV FROM WK-SALDO-CALC
      *--------La reactivacion "R" y los registros de embargo "B" y
      *        levante "L" son solo pista de auditoria: no modifican
           DISPLAY "Ctas de movs sin maestro      : " WK-CNT-EDIT
           MOVE WK-CNT-OPER-DESC   TO WK-CNT-EDIT
           DISPLAY "Movs con operacion desconocida: " WK-CNT-EDIT
           MOVE WK-CNT-ANULACIONES TO WK-CNT-EDIT
           DISPLAY "Movs de anulacion aplicados   : " WK-CNT-EDIT
           MOVE WK-TOT-DESCUADRE   TO WK-TOT-EDIT
           DISPLAY "Gran total descuadrado        : " WK-TOT-EDIT
           DISPLAY "==================================================="
               WK-CNT-DESCUADRES             DELIMITED BY SIZE
               " Huerfanas="                 DELIMITED BY SIZE
               WK-CNT-HUERFANAS              DELIMITED BY SIZE
               " Anulaciones="               DELIMITED BY SIZE
               WK-CNT-ANULACIONES            DELIMITED BY SIZE
               " TotDescuadre="              DELIMITED BY SIZE
               WK-TOT-DESCUADRE              DELIMITED BY SIZE
               INTO WK-MSN-LOG
