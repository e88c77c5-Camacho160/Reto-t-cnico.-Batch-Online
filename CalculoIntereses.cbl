      *          y liquida el interes de las cuentas de ahorros
      *          (TIPO-CUENTA = S) activas, abonando el interes
      *          calculado al VLR-SALDO y dejando registro del abono
      *          en el log y en el archivo de movimientos. Sobre el
      *          interes abonado practica la retencion en la fuente
      *          (tasa y base minima de PARAMETROS.TXT) como un
      *          movimiento "N" aparte, salvo que el titular este
      *          marcado exento en CLIENTES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
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

      *----Select para el maestro de clientes (solo consulta de la
      *    exencion de retencion del titular)
           SELECT CLIENTES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CLI-DOCUMENTO
               FILE STATUS  IS ST-CLI.

      *----Select para el archivo de parametros de operacion:
      *    clave|valor (ver 0084-LEER-PARAMETROS).
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\PARAMETROS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PAR.

      *----Select para archivo Log
           SELECT ARCHIVO-LOG
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\LOG.TXT"
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    E -> Transferencia abono (recibida)         *
      *                    F -> Cobro de comisiones                    *
      *                    S -> Saldo de corte (depuracion)            *
      *                    N -> Retencion en la fuente (debito)        *
      *    MOV-MONTO     : Valor del movimiento                        *
      *    MOV-SALDO     : Saldo de la cuenta despues del movimiento   *
      *    MOV-PROGRAMA  : Programa que registro el movimiento         *
      *    MOV-OPERADOR  : Operador que realizo la operacion           *
      *----------------------------------------------------------------*

       FD  CLIENTES.
       01  REG-CLIENTES.
           02 CLI-DOCUMENTO  PIC X(12).
           02 CLI-NOMBRE     PIC X(40).
           02 CLI-DIRECCION  PIC X(40).
           02 CLI-TELEFONO   PIC X(15).
           02 CLI-FECHA-VINC PIC 9(08).
           02 CLI-EXENTO-RTE PIC X.
           02 FILLER         PIC X(14).
      *----------------------------------------------------------------*
      *    CLI-DOCUMENTO  : LLAVE UNICA. Documento del cliente         *
      *    CLI-EXENTO-RTE : S -> Cliente exento de retencion en la     *
      *                     fuente sobre los intereses                 *
      *----------------------------------------------------------------*

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO PIC X(40).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           02 FECHA-LOG  PIC X(11).
       01  WK-FILE-STATUS.
           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-CLI       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

           02 WK-SS           PIC 9(02).
           02 WK-INTERES   PIC S9(12).
           02 WK-VLR-SALDO PIC S9(12).
           02 WK-MOV-MONTO PIC 9(12).

      *----Retencion en la fuente sobre intereses: tasa por mil
      *    (TASA-RETEFTE-X1000) y base minima en pesos del interes
      *    del periodo (BASE-MIN-RETEFTE), ambas de PARAMETROS.TXT;
      *    el debito deja su propio movimiento "N".
           02 WK-TASA-RTE    PIC 9(03) VALUE 70.
           02 WK-BASE-RTE    PIC 9(12) VALUE 10000.
           02 WK-RETENCION   PIC 9(12) VALUE ZERO.
           02 WK-EXENTO-RTE  PIC X.
           02 SW-CLI-ABIERTO PIC 9 VALUE ZERO.
           02 WK-PAR-CLAVE   PIC X(20).
           02 WK-PAR-VALOR   PIC X(12).
           02 WK-LEN-VALOR   PIC 9(02) VALUE ZERO.
           02 SW-MEDIDO      PIC 9 VALUE ZERO.
           02 SW-FIN-PAR     PIC 9 VALUE ZERO.
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-FECHA-SIS PIC 9(08).
           02 WK-MSN-LOG   PIC X(200).
           02 WK-CNT-ANALIZADAS PIC 9(06) VALUE ZERO.
           02 WK-CNT-LIQUIDADAS PIC 9(06) VALUE ZERO.
           02 WK-TOT-INTERES    PIC 9(14) VALUE ZERO.
           02 WK-CNT-RETENIDAS  PIC 9(06) VALUE ZERO.
           02 WK-CNT-EXENTAS    PIC 9(06) VALUE ZERO.
           02 WK-TOT-RETENCION  PIC 9(14) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           PERFORM 0084-LEER-PARAMETROS
           OPEN INPUT CLIENTES
           IF ST-CLI EQUAL "00"
               MOVE 1 TO SW-CLI-ABIERTO
           END-IF

           PERFORM 0005-VERIFICAR-LOCK
           IF WK-LOCK-OK EQUAL 1
               MOVE LOW-VALUES TO LV0-CTA
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           IF SW-CLI-ABIERTO EQUAL 1
               CLOSE CLIENTES
           END-IF
           CLOSE ARCHIVO-LOG ARCHIVO-MOVIMIENTOS

           MOVE WK-COD-RETORNO TO RETURN-CODE
               END-IF
           END-READ.

      *----El registro queda grabado con el saldo neto (interes
      *    menos retencion); los movimientos "I" y "N" se dejan por
      *    separado, el primero con el saldo intermedio.
       0020-LIQUIDAR-INTERES.
           COMPUTE WK-INTERES ROUNDED =
               VLR-SALDO * TASA-INTERES / 100 / 12

           IF WK-INTERES > ZERO
               PERFORM 0030-CALCULAR-RETENCION
               COMPUTE WK-VLR-SALDO =
                   VLR-SALDO + WK-INTERES - WK-RETENCION
               MOVE WK-VLR-SALDO  TO VLR-SALDO
               MOVE "I"           TO TP-OPERACION

               NOT INVALID KEY
                   ADD 1          TO WK-CNT-LIQUIDADAS
                   ADD WK-INTERES TO WK-TOT-INTERES
                   COMPUTE VLR-SALDO = WK-VLR-SALDO + WK-RETENCION
                   MOVE WK-INTERES TO WK-MOV-MONTO
                   PERFORM 095-GRABAR-MOVIMIENTO

                   INITIALIZE WK-MSN-LOG
                   MOVE "INTERES ABONADO A LA CUENTA: " TO WK-MSN-LOG
                   MOVE LV0-CTA TO WK-MSN-LOG(30:)
                   PERFORM 090-ESCRIBIR-LOG

                   IF WK-RETENCION > ZERO
                       ADD 1            TO WK-CNT-RETENIDAS
                       ADD WK-RETENCION TO WK-TOT-RETENCION
                       MOVE WK-VLR-SALDO TO VLR-SALDO
                       MOVE "N"          TO TP-OPERACION
                       MOVE WK-RETENCION TO WK-MOV-MONTO
                       PERFORM 095-GRABAR-MOVIMIENTO
                   END-IF
               END-REWRITE
           END-IF.

      *----Retencion en la fuente del interes en WK-INTERES: se
      *    practica solo si el interes alcanza la base minima y el
      *    titular de la cuenta no esta marcado exento en CLIENTES
      *    (si CLIENTES no se pudo abrir el titular se trata como no
      *    exento). Deja el valor en WK-RETENCION.
       0030-CALCULAR-RETENCION.
           MOVE ZERO  TO WK-RETENCION
           MOVE SPACE TO WK-EXENTO-RTE
           IF WK-INTERES NOT LESS THAN WK-BASE-RTE
               IF SW-CLI-ABIERTO EQUAL 1
                  AND DOCUMENTO-TITULAR NOT EQUAL SPACES
                   MOVE DOCUMENTO-TITULAR TO CLI-DOCUMENTO
                   READ CLIENTES KEY IS CLI-DOCUMENTO INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-EXENTO-RTE TO WK-EXENTO-RTE
                   END-READ
               END-IF
               IF WK-EXENTO-RTE EQUAL "S"
                   ADD 1 TO WK-CNT-EXENTAS
               ELSE
                   COMPUTE WK-RETENCION ROUNDED =
                       WK-INTERES * WK-TASA-RTE / 1000
               END-IF
           END-IF.

      *----Lee de PARAMETROS.TXT la tasa de retencion en la fuente
      *    sobre intereses (TASA-RETEFTE-X1000|valor, en pesos por
      *    mil) y la base minima del interes sujeto a retencion
      *    (BASE-MIN-RETEFTE|valor, en pesos). Si el archivo o la
      *    clave no existen se conserva el valor por omision.
       0084-LEER-PARAMETROS.
           MOVE ZERO TO SW-FIN-PAR
           OPEN INPUT ARCHIVO-PARAMETROS
           IF ST-PAR EQUAL "00"
               PERFORM 0085-LEER-PARAMETRO UNTIL SW-FIN-PAR EQUAL 1
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

       0085-LEER-PARAMETRO.
           READ ARCHIVO-PARAMETROS AT END
               MOVE 1 TO SW-FIN-PAR
           NOT AT END
               MOVE SPACES TO WK-PAR-CLAVE WK-PAR-VALOR
               UNSTRING REG-PARAMETRO DELIMITED BY "|"
                   INTO WK-PAR-CLAVE WK-PAR-VALOR
               END-UNSTRING
               IF WK-PAR-CLAVE EQUAL "TASA-RETEFTE-X1000"
                   PERFORM 0087-VALIDAR-TASA-RTE
               END-IF
               IF WK-PAR-CLAVE EQUAL "BASE-MIN-RETEFTE"
                   PERFORM 0089-VALIDAR-BASE-RTE
               END-IF
           END-READ.

      *----El valor llega justificado a la izquierda por el UNSTRING;
      *    se mide su largo real descartando los espacios del final y
      *    el MOVE a la zona numerica lo alinea a la derecha. Un
      *    valor no numerico o vacio se descarta con aviso.
       0087-VALIDAR-TASA-RTE.
           MOVE 12   TO WK-LEN-VALOR
           MOVE ZERO TO SW-MEDIDO
           PERFORM 0088-MEDIR-VALOR UNTIL SW-MEDIDO EQUAL 1

           IF WK-LEN-VALOR > ZERO AND WK-LEN-VALOR < 4
              AND WK-PAR-VALOR(1:WK-LEN-VALOR) IS NUMERIC
               MOVE WK-PAR-VALOR(1:WK-LEN-VALOR) TO WK-TASA-RTE
           ELSE
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "VALOR DE TASA-RETEFTE-X1000 INVALIDO."
               DISPLAY "SE USA EL VALOR POR OMISION"
           END-IF.

       0089-VALIDAR-BASE-RTE.
           MOVE 12   TO WK-LEN-VALOR
           MOVE ZERO TO SW-MEDIDO
           PERFORM 0088-MEDIR-VALOR UNTIL SW-MEDIDO EQUAL 1

           IF WK-LEN-VALOR > ZERO
              AND WK-PAR-VALOR(1:WK-LEN-VALOR) IS NUMERIC
               MOVE WK-PAR-VALOR(1:WK-LEN-VALOR) TO WK-BASE-RTE
           ELSE
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "VALOR DE BASE-MIN-RETEFTE INVALIDO."
               DISPLAY "SE USA EL VALOR POR OMISION"
           END-IF.

       0088-MEDIR-VALOR.
           IF WK-LEN-VALOR < 1
               MOVE 1 TO SW-MEDIDO
           ELSE
               IF WK-PAR-VALOR(WK-LEN-VALOR:1) EQUAL SPACE
                   SUBTRACT 1 FROM WK-LEN-VALOR
               ELSE
                   MOVE 1 TO SW-MEDIDO
               END-IF
           END-IF.

       095-GRABAR-MOVIMIENTO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           INITIALIZE REG-MOVIMIENTOS
           MOVE LV0-CTA             TO MOV-CTA
           MOVE TP-OPERACION        TO MOV-OPERACION
           MOVE WK-MOV-MONTO        TO MOV-MONTO
           MOVE VLR-SALDO           TO MOV-SALDO
           MOVE WK-FECHA-SIS        TO MOV-FECHA
           MOVE WK-HORA-SIS         TO MOV-HORA
           DISPLAY "Cuentas liquidadas            : " WK-CNT-EDIT
           MOVE WK-TOT-INTERES    TO WK-TOT-EDIT
           DISPLAY "Total interes abonado         : " WK-TOT-EDIT
           MOVE WK-CNT-RETENIDAS  TO WK-CNT-EDIT
           DISPLAY "Cuentas con retencion         : " WK-CNT-EDIT
           MOVE WK-CNT-EXENTAS    TO WK-CNT-EDIT
           DISPLAY "Titulares exentos de retencion: " WK-CNT-EDIT
           MOVE WK-TOT-RETENCION  TO WK-TOT-EDIT
           DISPLAY "Total retencion en la fuente  : " WK-TOT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
               WK-CNT-LIQUIDADAS             DELIMITED BY SIZE
               " TotInteres="                DELIMITED BY SIZE
               WK-TOT-INTERES                DELIMITED BY SIZE
               " TotRetencion="              DELIMITED BY SIZE
               WK-TOT-RETENCION              DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.
