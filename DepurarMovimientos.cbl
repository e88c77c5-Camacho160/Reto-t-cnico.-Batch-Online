      *               reconciliacion y el extracto.
      *          Toma el bloqueo CUENTAS.LCK para no depurar mientras
      *          otro programa esta grabando movimientos.
      *          Ambos modos mantienen al dia la llave alterna fecha
      *          + operador (MOV-LLAVE-FECHA) con la que leen el dia
      *          o el periodo ContabilizarDia, CuadreOperadores,
      *          ReporteGMF y ReporteInusuales: cada WRITE y DELETE
      *          sobre el maestro actualiza tambien esa llave.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.

      *----Select para el maestro de movimientos. Indexado por
      *    cuenta + fecha + consecutivo, con la llave alterna fecha +
      *    operador.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para el archivo plano heredado de movimientos
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    S -> Saldo de corte (depuracion)            *
      *                    R -> Reactivacion de cuenta inactiva        *
      *                    G -> Gravamen GMF sobre debitos             *
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
           02 ST-ARC       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.
           02 ST-LECTURA   PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

      *----Al cambiar de cuenta se graba primero el registro de
      *    corte de la cuenta anterior; el registro recien leido se
      *    salva y se restaura porque 2030 arma el registro "S" en
      *    la misma area del archivo. El estado de la lectura se
      *    guarda en ST-LECTURA antes de grabar el corte, cuyo WRITE
      *    deja en ST-MOV su propio estado ("02" por la fecha
      *    duplicada en la llave alterna); "02" en la lectura tambien
      *    es una lectura valida.
       2010-LEER-MOVIMIENTO.
           MOVE SPACES TO ST-LECTURA
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW
           NOT AT END
               MOVE ST-MOV TO ST-LECTURA
               IF MOV-CTA NOT EQUAL WK-CTA-ANT
                   MOVE REG-MOVIMIENTOS TO WK-IMAGEN-MOV
                   PERFORM 2030-GRABAR-CORTE
                   PERFORM 2020-ARCHIVAR-MOVIMIENTO
               END-IF
           END-READ
           IF SW EQUAL ZERO AND ST-LECTURA(1:1) NOT EQUAL "0"
               MOVE 1 TO SW
           END-IF.

                   WHEN "D"
                   WHEN "I"
                   WHEN "E"
                   WHEN "Y"
                   WHEN "P"
                   WHEN "U"
                   WHEN "V"
                       ADD MOV-MONTO TO WK-NETO-CTA
                   WHEN "W"
                   WHEN "T"
                   WHEN "F"
                   WHEN "G"
                   WHEN "X"
                   WHEN "C"
                   WHEN "Q"
                   WHEN "J"
                   WHEN "M"
                   WHEN "K"
                   WHEN "H"
                   WHEN "N"
                       SUBTRACT MOV-MONTO FROM WK-NETO-CTA
                   WHEN OTHER
                       CONTINUE
