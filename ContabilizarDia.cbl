      *          de interfaz contable del dia a partir del maestro de
      *          movimientos. Recibe la fecha a contabilizar, recorre
      *          el maestro y arma un comprobante de partida doble:
      *          una linea por tipo de operacion (A/D, W, T, E, I, F,
      *          y las de prestamos P, Q, J, M) abierta por tipo de
      *          cuenta (S ahorros / C corriente), con sus
      *          contrapartidas de caja, gasto de intereses, ingreso
      *          por comisiones, cartera de creditos e ingreso por
      *          intereses de prestamos, y una cola de control donde
      *          el total debito debe ser igual al total credito; si
      *          no cuadra, el proceso termina con codigo 35 y el
      *          archivo no debe entregarse a contabilidad.
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

      *----Select para el registro de anulaciones (ver opcion 7 de
      *    ConsultarCuenta). Se lee por la llave alterna del
      *    movimiento compensatorio para saber que operacion anulo.
           SELECT ARCHIVO-ANULACIONES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ANULACIONES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ANU-LLAVE-ORIG
               ALTERNATE RECORD KEY IS ANU-LLAVE-ANUL
               FILE STATUS  IS ST-ANU.

      *----Select para el archivo de interfaz contable. Ruta dinamica,
      *    ver WK-RUTA-CONTABLE; variable de ambiente "CONTAB" (mismo
      *    mecanismo que los archivos fechados de DatosBatch).
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
      *    MOV-CTA-REF   : Cuenta contraparte en transferencias        *
      *    MOV-OPERADOR  : Operador que realizo la operacion           *
      *----------------------------------------------------------------*

       FD  ARCHIVO-ANULACIONES.
       01  REG-ANULACIONES.
           02 ANU-LLAVE-ORIG.
               03 ANU-CTA-ORIG    PIC X(06).
               03 ANU-FECHA-ORIG  PIC 9(08).
               03 ANU-SEQ-ORIG    PIC 9(04).
           02 ANU-LLAVE-ANUL.
               03 ANU-CTA-ANUL    PIC X(06).
               03 ANU-FECHA-ANUL  PIC 9(08).
               03 ANU-SEQ-ANUL    PIC 9(04).
           02 ANU-OPER-ORIG   PIC X.
           02 ANU-MONTO       PIC 9(12).
           02 ANU-HORA        PIC 9(08).
           02 ANU-OPERADOR    PIC X(04).
           02 ANU-SUPERVISOR  PIC X(04).
           02 ANU-MOTIVO      PIC X(30).
           02 FILLER          PIC X(10).
      *----------------------------------------------------------------*
      *    ANU-LLAVE-ORIG : LLAVE UNICA. Movimiento anulado            *
      *    ANU-LLAVE-ANUL : Movimiento compensatorio "X"/"Y" grabado   *
      *    ANU-OPER-ORIG  : Operacion del movimiento anulado           *
      *----------------------------------------------------------------*

       FD  ARCHIVO-CONTABLE.
       01  WK-FILE-STATUS.
           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-ANU       PIC XX.
           02 ST-CON       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-CONTABLE PIC X(80).

      *----Cache de la ultima cuenta leida del maestro: dentro del
      *    dia los movimientos llegan por operador y los de una misma
      *    cuenta suelen venir seguidos, asi que basta releer CUENTAS
      *    cuando cambia la cuenta.
           02 WK-CTA-CACHE    PIC X(06) VALUE HIGH-VALUES.
           02 WK-TIPO-CACHE   PIC X VALUE "?".

      *----Anulaciones: la partida "X"/"Y" se abre por la operacion
      *    que anulo (WK-OPER-ORIG), que decide su contrapartida. Sin
      *    el registro de ANULACIONES queda en "?" y no se contabiliza.
           02 SW-ANU-ABIERTO  PIC 9 VALUE ZERO.
           02 WK-OPER-ORIG    PIC X VALUE SPACE.

      *----Tabla de partidas acumuladas por operacion, operacion
      *    anulada (solo "X"/"Y") y tipo de cuenta. Se busca en forma
      *    lineal y se agrega la llave cuando no existe (mismo patron
      *    de la tabla de duplicados de DatosBatch).
       01  WK-TABLA-PARTIDAS.
           02 WK-PARTIDA OCCURS 99.
               03 PAR-OPER    PIC X.
               03 PAR-ORIG    PIC X.
               03 PAR-TIPO    PIC X.
               03 PAR-CNT     PIC 9(06).
               03 PAR-MONTO   PIC 9(14).
           02 WK-TOT-GASTO-INT   PIC 9(14) VALUE ZERO.
           02 WK-TOT-ING-COMIS   PIC 9(14) VALUE ZERO.
           02 WK-TOT-GMF-PAGAR   PIC 9(14) VALUE ZERO.
           02 WK-TOT-RTE-PAGAR   PIC 9(14) VALUE ZERO.
           02 WK-TOT-ANU-GMF     PIC 9(14) VALUE ZERO.
           02 WK-TOT-ANU-COMIS   PIC 9(14) VALUE ZERO.
           02 WK-TOT-CART-DEBE   PIC 9(14) VALUE ZERO.
           02 WK-TOT-CART-HABER  PIC 9(14) VALUE ZERO.
           02 WK-TOT-ING-INT-PRE PIC 9(14) VALUE ZERO.
           02 WK-TOT-ING-MORA    PIC 9(14) VALUE ZERO.
           02 WK-TOT-CANJE-HABER PIC 9(14) VALUE ZERO.
           02 WK-TOT-ACH-DEBE    PIC 9(14) VALUE ZERO.
           02 WK-TOT-ACH-HABER   PIC 9(14) VALUE ZERO.
           02 WK-TOT-DEBE        PIC 9(15) VALUE ZERO.
           02 WK-TOT-HABER       PIC 9(15) VALUE ZERO.


       01  WK-LINEA-PARTIDA.
           02 CON-OPER        PIC X.
           02 CON-ORIG        PIC X.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 CON-TIPO        PIC X.
           02 FILLER          PIC X(04) VALUE SPACES.
           02 CON-DESC        PIC X(30).
               PERFORM 0090-FINALIZAR
           END-IF

      *----Sin registro de anulaciones (ninguna anulacion hecha aun)
      *    el dia se contabiliza igual; un "X"/"Y" sin su registro
      *    queda como no contabilizado.
           OPEN INPUT ARCHIVO-ANULACIONES
           IF ST-ANU EQUAL "00"
               MOVE 1 TO SW-ANU-ABIERTO
           END-IF

           INITIALIZE WK-RUTA-CONTABLE
           STRING WK-BASE-DIR   DELIMITED BY SPACE
                  "CONTABLE_"   DELIMITED BY SIZE
               DISPLAY "NO SE PUDO CREAR EL ARCHIVO CONTABLE."
               DISPLAY "STATUS: " ST-CON
               CLOSE CUENTAS ARCHIVO-MOVIMIENTOS
               IF SW-ANU-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-ANULACIONES
               END-IF
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 0090-FINALIZAR
           END-IF

      *----Posiciona por la llave alterna en el primer movimiento de
      *    la fecha a contabilizar: solo se lee el dia pedido.
           MOVE WK-FECHA-PROC TO MOV-FECHA
           MOVE LOW-VALUES    TO MOV-OPERADOR
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MOV-LLAVE-FECHA
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
           PERFORM 0050-ESCRIBIR-COMPROBANTE

           CLOSE ARCHIVO-CONTABLE ARCHIVO-MOVIMIENTOS CUENTAS
           IF SW-ANU-ABIERTO EQUAL 1
               CLOSE ARCHIVO-ANULACIONES
           END-IF
           PERFORM 0006-LIBERAR-LOCK

           IF WK-TOT-DEBE NOT EQUAL WK-TOT-HABER
       0006-LIBERAR-LOCK.
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----La llave alterna entrega los movimientos por fecha y
      *    operador; el primero de otra fecha termina la lectura. Se
      *    acumula cada movimiento en la tabla de partidas por
      *    operacion y tipo de cuenta. Los registros "S" (saldo de
      *    corte) y las operaciones desconocidas no son hechos
      *    economicos del dia y solo se cuentan como no
      *    contabilizados. Las anulaciones "X"/"Y" se abren ademas
      *    por la operacion que anularon.
       0010-LEER-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
           NOT AT END
               IF MOV-FECHA EQUAL WK-FECHA-PROC
                   MOVE SPACE TO WK-OPER-ORIG
                   EVALUATE MOV-OPERACION
                       WHEN "A"
                       WHEN "D"
                       WHEN "I"
                       WHEN "F"
                       WHEN "G"
                       WHEN "C"
                       WHEN "P"
                       WHEN "Q"
                       WHEN "J"
                       WHEN "M"
                       WHEN "K"
                       WHEN "H"
                       WHEN "U"
                       WHEN "V"
                       WHEN "N"
                           ADD 1 TO WK-CNT-MOVS-DIA
                           PERFORM 0020-BUSCAR-TIPO-CUENTA
                           PERFORM 0030-ACUMULAR-PARTIDA
                       WHEN "X"
                       WHEN "Y"
                           PERFORM 0025-BUSCAR-ANULACION
                           IF WK-OPER-ORIG EQUAL "?"
                               ADD 1 TO WK-CNT-NO-CONTAB
                           ELSE
                               ADD 1 TO WK-CNT-MOVS-DIA
                               PERFORM 0020-BUSCAR-TIPO-CUENTA
                               PERFORM 0030-ACUMULAR-PARTIDA
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WK-CNT-NO-CONTAB
                   END-EVALUATE
               ELSE
                   MOVE 1 TO SW-FIN-MOV
               END-IF
           END-READ
      *----Por la llave alterna (con duplicados) el status "02" es una
      *    lectura exitosa: sigue otro movimiento con la misma fecha y
      *    operador.
           IF ST-MOV(1:1) NOT EQUAL "0"
               MOVE 1 TO SW-FIN-MOV
           END-IF.

      *----Determina el tipo de cuenta del movimiento releyendo
      *    CUENTAS solo cuando cambia la cuenta (ver WK-CTA-CACHE).
      *    Una cuenta que ya no existe en el maestro queda en el
      *    tipo "?" para no perder su partida.
       0020-BUSCAR-TIPO-CUENTA.
           IF MOV-CTA NOT EQUAL WK-CTA-CACHE
               MOVE MOV-CTA TO WK-CTA-CACHE
               END-READ
           END-IF.

      *----Recupera del registro de anulaciones la operacion que anulo
      *    el movimiento compensatorio en memoria.
       0025-BUSCAR-ANULACION.
           MOVE "?" TO WK-OPER-ORIG
           IF SW-ANU-ABIERTO EQUAL 1
               MOVE MOV-LLAVE TO ANU-LLAVE-ANUL
               READ ARCHIVO-ANULACIONES KEY IS ANU-LLAVE-ANUL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ANU-OPER-ORIG TO WK-OPER-ORIG
               END-READ
           END-IF
           IF WK-OPER-ORIG EQUAL "?"
               INITIALIZE WK-MSN-LOG
               STRING "ANULACION SIN REGISTRO, NO SE CONTABILIZA: "
                      DELIMITED BY SIZE
                      MOV-LLAVE DELIMITED BY SIZE
                      INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-IF.

      *----Busca la llave operacion + operacion anulada + tipo en la
      *    tabla de partidas y acumula; si no existe la agrega. Si la
      *    tabla de 99 partidas se llena el movimiento queda como no
      *    contabilizado y el descuadre resultante detiene la
      *    entrega.
       0030-ACUMULAR-PARTIDA.
           MOVE ZERO TO WK-NDX-HALLADA
           PERFORM 0040-BUSCAR-PARTIDA
                  OR WK-NDX-HALLADA > ZERO

           IF WK-NDX-HALLADA EQUAL ZERO
               IF WK-CNT-PARTIDAS < 99
                   ADD 1 TO WK-CNT-PARTIDAS
                   MOVE WK-CNT-PARTIDAS TO WK-NDX-HALLADA
                   MOVE MOV-OPERACION  TO PAR-OPER(WK-NDX-HALLADA)
                   MOVE WK-OPER-ORIG   TO PAR-ORIG(WK-NDX-HALLADA)
                   MOVE WK-TIPO-CACHE  TO PAR-TIPO(WK-NDX-HALLADA)
                   MOVE ZERO           TO PAR-CNT(WK-NDX-HALLADA)
                   MOVE ZERO           TO PAR-MONTO(WK-NDX-HALLADA)

       0040-BUSCAR-PARTIDA.
           IF PAR-OPER(WK-NDX-PAR) EQUAL MOV-OPERACION
              AND PAR-ORIG(WK-NDX-PAR) EQUAL WK-OPER-ORIG
              AND PAR-TIPO(WK-NDX-PAR) EQUAL WK-TIPO-CACHE
               MOVE WK-NDX-PAR TO WK-NDX-HALLADA
           END-IF.
      *    (T y E) se contrapesan entre si: si sus totales difieren    *
      *    el comprobante queda descuadrado y el proceso termina con   *
      *    codigo 35, que es exactamente la señal buscada.             *
      *    Una anulacion invierte la partida original: "X" (anula un   *
      *    abono) va al debe y "Y" (anula un cargo) al haber, con la   *
      *    contrapartida inversa de la operacion anulada.              *
      *    Prestamos: el desembolso "P" abona DEPOSITOS contra el      *
      *    debe de CARTERA DE CREDITOS; la cuota cargada a la cuenta   *
      *    va al debe de DEPOSITOS contra el haber de CARTERA (capital *
      *    "Q") o de INGRESO INTERESES (corriente "J", mora "M").      *
      *    Cheques: el cheque pagado en canje "K" va al debe de        *
      *    DEPOSITOS contra el haber de la CAMARA DE COMPENSACION,     *
      *    que liquida el banco presentador.                           *
      *    ACH: la transferencia enviada "H" va al debe de DEPOSITOS   *
      *    y la recibida "U" y la devolucion de una enviada "V" a su   *
      *    haber, todas contra la cuenta de COMPENSACION INTERBANCARIA *
      *    que liquida el operador ACH.                                *
      *----------------------------------------------------------------*
       0050-ESCRIBIR-COMPROBANTE.
           WRITE REG-CONTABLE FROM WK-LINEA-SEPARA END-WRITE
       0060-ESCRIBIR-PARTIDA.
           INITIALIZE WK-LINEA-PARTIDA
           MOVE PAR-OPER(WK-NDX-PAR) TO CON-OPER
           MOVE PAR-ORIG(WK-NDX-PAR) TO CON-ORIG
           MOVE PAR-TIPO(WK-NDX-PAR) TO CON-TIPO
           MOVE ZERO TO CON-DEBE CON-HABER

                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-CAJA-HABER
               WHEN "C"
                   MOVE "DEPOSITOS - PAGO SALDO CIERRE" TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-CAJA-HABER
               WHEN "T"
                   MOVE "DEPOSITOS - TRANSF ENVIADAS" TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-GMF-PAGAR
               WHEN "N"
                   MOVE "DEPOSITOS - RETEFUENTE"      TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-RTE-PAGAR
               WHEN "P"
                   MOVE "DEPOSITOS - DESEMBOLSO PREST" TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-CART-DEBE
               WHEN "Q"
                   MOVE "DEPOSITOS - CUOTA CAPITAL"   TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-CART-HABER
               WHEN "J"
                   MOVE "DEPOSITOS - CUOTA INTERES"   TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-ING-INT-PRE
               WHEN "M"
                   MOVE "DEPOSITOS - INTERES DE MORA"  TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-ING-MORA
               WHEN "K"
                   MOVE "DEPOSITOS - CHEQUES PAGADOS" TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-CANJE-HABER
               WHEN "H"
                   MOVE "DEPOSITOS - ACH ENVIADAS"    TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-ACH-HABER
               WHEN "U"
                   MOVE "DEPOSITOS - ACH RECIBIDAS"   TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-ACH-DEBE
               WHEN "V"
                   MOVE "DEPOSITOS - ACH DEVUELTAS"   TO CON-DESC
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-ACH-DEBE
               WHEN "X"
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-DEBE
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-DEBE
                   EVALUATE PAR-ORIG(WK-NDX-PAR)
                       WHEN "D"
                           MOVE "ANULACION - CONSIGNACIONES" TO CON-DESC
                           ADD PAR-MONTO(WK-NDX-PAR)
                               TO WK-TOT-CAJA-HABER
                       WHEN OTHER
                           MOVE "ANULACION - TRANSF RECIBIDAS"
                               TO CON-DESC
                   END-EVALUATE
               WHEN "Y"
                   MOVE PAR-MONTO(WK-NDX-PAR)   TO CON-HABER
                   ADD  PAR-MONTO(WK-NDX-PAR)   TO WK-TOT-HABER
                   EVALUATE PAR-ORIG(WK-NDX-PAR)
                       WHEN "W"
                           MOVE "ANULACION - RETIROS"       TO CON-DESC
                           ADD PAR-MONTO(WK-NDX-PAR)
                               TO WK-TOT-CAJA-DEBE
                       WHEN "G"
                           MOVE "ANULACION - GMF DEBITADO"  TO CON-DESC
                           ADD PAR-MONTO(WK-NDX-PAR)
                               TO WK-TOT-ANU-GMF
                       WHEN "F"
                           MOVE "ANULACION - COMISIONES"    TO CON-DESC
                           ADD PAR-MONTO(WK-NDX-PAR)
                               TO WK-TOT-ANU-COMIS
                       WHEN OTHER
                           MOVE "ANULACION - TRANSF ENVIADAS"
                               TO CON-DESC
                   END-EVALUATE
           END-EVALUATE

           WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE.
               MOVE WK-TOT-GMF-PAGAR   TO CON-HABER
               ADD  WK-TOT-GMF-PAGAR   TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

      *----La retencion en la fuente practicada sobre los intereses
      *    tampoco es ingreso: se debe a la DIAN hasta su declaracion.
           IF WK-TOT-RTE-PAGAR > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "PASIVO - RETEFUENTE POR PAGAR" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-RTE-PAGAR   TO CON-HABER
               ADD  WK-TOT-RTE-PAGAR   TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

      *----Las anulaciones de GMF y de comisiones devuelven al
      *    cliente lo que se habia llevado al pasivo o al ingreso.
           IF WK-TOT-ANU-GMF > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "PASIVO - GMF ANULADO"      TO CON-DESC
               MOVE WK-TOT-ANU-GMF     TO CON-DEBE
               MOVE ZERO               TO CON-HABER
               ADD  WK-TOT-ANU-GMF     TO WK-TOT-DEBE
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-ANU-COMIS > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "INGRESO - COMISIONES ANULADAS" TO CON-DESC
               MOVE WK-TOT-ANU-COMIS   TO CON-DEBE
               MOVE ZERO               TO CON-HABER
               ADD  WK-TOT-ANU-COMIS   TO WK-TOT-DEBE
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

      *----Cartera de creditos: el desembolso la aumenta (debe) y el
      *    capital recaudado en las cuotas la disminuye (haber).
           IF WK-TOT-CART-DEBE > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "CARTERA - PRESTAMOS DESEMBOLS" TO CON-DESC
               MOVE WK-TOT-CART-DEBE   TO CON-DEBE
               MOVE ZERO               TO CON-HABER
               ADD  WK-TOT-CART-DEBE   TO WK-TOT-DEBE
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-CART-HABER > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "CARTERA - CAPITAL RECAUDADO" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-CART-HABER  TO CON-HABER
               ADD  WK-TOT-CART-HABER  TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-ING-INT-PRE > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "INGRESO - INTERESES PRESTAMOS" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-ING-INT-PRE TO CON-HABER
               ADD  WK-TOT-ING-INT-PRE TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-ING-MORA > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "INGRESO - INTERESES DE MORA" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-ING-MORA    TO CON-HABER
               ADD  WK-TOT-ING-MORA    TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-CANJE-HABER > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "CANJE - CAMARA COMPENSACION" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-CANJE-HABER TO CON-HABER
               ADD  WK-TOT-CANJE-HABER TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-ACH-DEBE > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "ACH - COMPENSACION INTERBANC" TO CON-DESC
               MOVE WK-TOT-ACH-DEBE    TO CON-DEBE
               MOVE ZERO               TO CON-HABER
               ADD  WK-TOT-ACH-DEBE    TO WK-TOT-DEBE
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF

           IF WK-TOT-ACH-HABER > ZERO
               INITIALIZE WK-LINEA-PARTIDA
               MOVE "*"                TO CON-OPER
               MOVE " "                TO CON-TIPO
               MOVE "ACH - COMPENSACION INTERBANC" TO CON-DESC
               MOVE ZERO               TO CON-DEBE
               MOVE WK-TOT-ACH-HABER   TO CON-HABER
               ADD  WK-TOT-ACH-HABER   TO WK-TOT-HABER
               WRITE REG-CONTABLE FROM WK-LINEA-PARTIDA END-WRITE
           END-IF.

       090-ESCRIBIR-LOG.
