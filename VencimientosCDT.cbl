      *          realizarse (cuenta de abono inexistente o cerrada,
      *          o embargo judicial activo sobre el deposito) queda
      *          reportado y se reintenta la noche siguiente.
      *          Sobre el interes liquidado se practica la retencion
      *          en la fuente (tasa y base minima de PARAMETROS.TXT)
      *          como un movimiento "N" aparte, salvo que el titular
      *          este marcado exento en CLIENTES; el pago al
      *          vencimiento abona el neto.
      *          Un vencimiento en sabado, domingo o festivo (maestro
      *          FESTIVOS) se liquida el siguiente dia habil: en un
      *          dia no habil no se liquida ningun CDT, y la nueva
      *          fecha de una renovacion se corre al dia habil.
      *          El barrido se hace en dos pasadas: primero se
      *          recogen en una tabla las cuentas vencidas y luego
      *          se liquida cada una por llave, porque la
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

      *----Select para el maestro de embargos judiciales (ver
               RECORD KEY   IS EMB-LLAVE
               FILE STATUS  IS ST-EMB.

      *----Select para el calendario de dias no habiles (ver
      *    MantenerFestivos). Indexado por fecha; los sabados y
      *    domingos no se graban, se reconocen por calculo.
           SELECT ARCHIVO-FESTIVOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FES-FECHA
               FILE STATUS  IS ST-FES.

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

      *----Select para el reporte de vencimientos. Ruta dinamica,
      *    ver WK-RUTA-REPORTE; variable de ambiente "CDTREP".
           SELECT ARCHIVO-REPORTE
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
      *                    N -> Retencion en la fuente (debito)        *
      *    MOV-MONTO     : Valor del movimiento                        *
      *    MOV-SALDO     : Saldo de la cuenta despues del movimiento   *
      *    MOV-PROGRAMA  : Programa que registro el movimiento         *
      *    EMB-ESTADO     : A -> Activo   L -> Levantado               *
      *----------------------------------------------------------------*

       FD  ARCHIVO-FESTIVOS.
       01  REG-FESTIVOS.
           02 FES-FECHA       PIC 9(08).
           02 FES-DESCRIPCION PIC X(30).
           02 FES-ESTADO      PIC X.
           02 FES-ORIGEN      PIC X.
           02 FES-FECHA-ALTA  PIC 9(08).
           02 FES-OPERADOR    PIC X(04).
           02 FILLER          PIC X(10).
      *----------------------------------------------------------------*
      *    FES-FECHA      : LLAVE UNICA. Fecha no habil AAAAMMDD       *
      *    FES-DESCRIPCION: Nombre del festivo                         *
      *    FES-ESTADO     : A -> Vigente   I -> Anulado                *
      *    FES-ORIGEN     : C -> Carga anual de festivos de ley        *
      *                     M -> Dia no habil registrado a mano        *
      *    FES-FECHA-ALTA : Fecha de registro AAAAMMDD                 *
      *    FES-OPERADOR   : Supervisor que lo registro o anulo         *
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

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE PIC X(100).

           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-FES       PIC XX.
           02 ST-CLI       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-REP       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.
           02 SW-EMB-ABIERTO  PIC 9 VALUE ZERO.
           02 SW-FIN-EMB      PIC 9 VALUE ZERO.
           02 WK-EMBARGADO    PIC 9(13) VALUE ZERO.

      *----Calendario de dias habiles: si el maestro FESTIVOS no
      *    existe solo se reconocen los sabados y domingos.
           02 SW-FES-ABIERTO PIC 9 VALUE ZERO.
           02 SW-DIA-HABIL   PIC 9 VALUE ZERO.
           02 WK-CAL-FECHA   PIC 9(08).
           02 WK-CAL-DIAS    PIC 9(08).
           02 WK-CAL-DIA-SEM PIC 9.

      *----Retencion en la fuente sobre intereses: tasa por mil
      *    (TASA-RETEFTE-X1000) y base minima en pesos del interes
      *    liquidado (BASE-MIN-RETEFTE), ambas de PARAMETROS.TXT;
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
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).
           02 WK-MSN-LOG      PIC X(200).
           02 WK-CNT-FALLIDOS   PIC 9(06) VALUE ZERO.
           02 WK-TOT-INTERES    PIC 9(14) VALUE ZERO.
           02 WK-TOT-PAGADO     PIC 9(14) VALUE ZERO.
           02 WK-CNT-RETENIDOS  PIC 9(06) VALUE ZERO.
           02 WK-CNT-EXENTAS    PIC 9(06) VALUE ZERO.
           02 WK-TOT-RETENCION  PIC 9(14) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

           02 REP-CTA         PIC X(06).
           02 FILLER          PIC X(11) VALUE "  INTERES: ".
           02 REP-INTERES     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(09) VALUE "  RETEN: ".
           02 REP-RETENCION   PIC ZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-RESULTADO   PIC X(10).
           02 FILLER          PIC X(02) VALUE SPACES.
               IF ST-EMB EQUAL "00"
                   MOVE 1 TO SW-EMB-ABIERTO
               END-IF
               MOVE ZERO TO SW-FES-ABIERTO
               OPEN INPUT ARCHIVO-FESTIVOS
               IF ST-FES EQUAL "00"
                   MOVE 1 TO SW-FES-ABIERTO
               END-IF
               MOVE ZERO TO SW-CLI-ABIERTO
               OPEN INPUT CLIENTES
               IF ST-CLI EQUAL "00"
                   MOVE 1 TO SW-CLI-ABIERTO
               END-IF
               PERFORM 0084-LEER-PARAMETROS

               PERFORM 0009-ABRIR-REPORTE

      *--------En un dia no habil no se recoge ningun vencimiento:
      *        los de hoy y los del fin de semana se liquidan juntos
      *        el siguiente dia habil.
               MOVE WK-FECHA-HOY TO WK-CAL-FECHA
               PERFORM 0070-VERIFICAR-DIA-HABIL
               IF SW-DIA-HABIL EQUAL ZERO
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "HOY NO ES DIA HABIL. NO SE LIQUIDAN CDT"
                   MOVE "Dia no habil. No se liquidan vencimientos"
                       TO WK-MSN-LOG
                   PERFORM 090-ESCRIBIR-LOG
                   MOVE 1 TO SW
               END-IF

               MOVE LOW-VALUES TO LV0-CTA
               START CUENTAS KEY IS GREATER THAN LV0-CTA
                   INVALID KEY MOVE 1 TO SW
               IF SW-EMB-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-EMBARGOS
               END-IF
               IF SW-FES-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-FESTIVOS
               END-IF
               IF SW-CLI-ABIERTO EQUAL 1
                   CLOSE CLIENTES
               END-IF
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 099-RESUMEN-CONTROL
           ELSE
               COMPUTE WK-INTERES ROUNDED =
                   VLR-SALDO * TASA-INTERES / 100
                   * PLAZO-DIAS / 360
               PERFORM 0035-CALCULAR-RETENCION
               COMPUTE WK-TOTAL-PAGO =
                   VLR-SALDO + WK-INTERES - WK-RETENCION
               MOVE SPACES TO WK-MOTIVO

               IF RENOVACION-CDT EQUAL "R"
               END-IF
           END-READ.

      *----Renovacion: abona el interes del periodo vencido neto de
      *    la retencion y corre la fecha de vencimiento un plazo
      *    completo hacia adelante; si cae en dia no habil queda en
      *    el siguiente dia habil (el interes sigue liquidandose por
      *    el plazo pactado).
       0030-RENOVAR-CDT.
           COMPUTE VLR-SALDO = VLR-SALDO + WK-INTERES - WK-RETENCION
           MOVE "I" TO TP-OPERACION
           COMPUTE WK-DIAS-TOT =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY) + WK-PLAZO
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-DIAS-TOT)
           PERFORM 0071-SIGUIENTE-DIA-HABIL
           MOVE WK-CAL-FECHA TO FECHA-VCTO-CDT

           REWRITE REG-CUENTAS INVALID KEY
               PERFORM 0060-REPORTAR-ERROR
           NOT INVALID KEY
               ADD 1          TO WK-CNT-RENOVADOS
               ADD WK-INTERES TO WK-TOT-INTERES
      *------------La pata "I" muestra el saldo antes de retencion;
      *            el registro del archivo ya quedo con el neto.
               ADD WK-RETENCION TO VLR-SALDO
               MOVE WK-INTERES TO WK-MONTO-TEM
               MOVE SPACES     TO WK-CTA-REF
               PERFORM 095-GRABAR-MOVIMIENTO
               SUBTRACT WK-RETENCION FROM VLR-SALDO
               PERFORM 0036-GRABAR-RETENCION

               MOVE WK-CTA-CDT TO REP-CTA
               MOVE WK-INTERES TO REP-INTERES
               MOVE WK-RETENCION TO REP-RETENCION
               MOVE "RENOVADO"  TO REP-RESULTADO
               MOVE SPACES      TO REP-MOTIVO
               WRITE REG-REPORTE FROM WK-LINEA-CDT END-WRITE
               ADD WK-TOTAL-PAGO TO WK-TOT-PAGADO
               MOVE WK-CTA-CDT  TO REP-CTA
               MOVE WK-INTERES  TO REP-INTERES
               MOVE WK-RETENCION TO REP-RETENCION
               MOVE "PAGADO"    TO REP-RESULTADO
               MOVE SPACES      TO REP-MOTIVO
               WRITE REG-REPORTE FROM WK-LINEA-CDT END-WRITE
               ADD 1 TO WK-CNT-FALLIDOS
               MOVE WK-CTA-CDT  TO REP-CTA
               MOVE WK-INTERES  TO REP-INTERES
               MOVE ZERO        TO REP-RETENCION
               MOVE "FALLIDO"   TO REP-RESULTADO
               MOVE WK-MOTIVO   TO REP-MOTIVO
               WRITE REG-REPORTE FROM WK-LINEA-CDT END-WRITE
               PERFORM 0042-CERRAR-CDT
           END-REWRITE.

      *----Relee el CDT, deja el abono de intereses "I", la
      *    retencion "N", el cargo "T" por el total pagado y lo
      *    cierra con saldo cero.
       0042-CERRAR-CDT.
           MOVE WK-CTA-CDT TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               PERFORM 0044-REVERSAR-ABONO
           NOT INVALID KEY
               COMPUTE VLR-SALDO =
                   VLR-SALDO + WK-INTERES - WK-RETENCION
                   - WK-TOTAL-PAGO
               MOVE "T" TO TP-OPERACION
               MOVE "C" TO ESTADO-CUENTA
               REWRITE REG-CUENTAS INVALID KEY
                   PERFORM 0044-REVERSAR-ABONO
               NOT INVALID KEY
                   MOVE 1 TO SW-PAGO-OK
      *------------Los movimientos "I", "N" y "T" se graban solo
      *            cuando el cierre ya quedo en firme; VLR-SALDO se
      *            altera aqui solo en memoria para que las patas "I"
      *            y "N" muestren los saldos intermedios (capital mas
      *            intereses, y luego neto de retencion), el registro
      *            del archivo ya quedo en cero.
                   COMPUTE VLR-SALDO = WK-TOTAL-PAGO + WK-RETENCION
                   MOVE "I"           TO TP-OPERACION
                   MOVE WK-INTERES    TO WK-MONTO-TEM
                   MOVE SPACES        TO WK-CTA-REF
                   PERFORM 095-GRABAR-MOVIMIENTO

                   MOVE WK-TOTAL-PAGO TO VLR-SALDO
                   PERFORM 0036-GRABAR-RETENCION

                   MOVE ZERO          TO VLR-SALDO
                   MOVE "T"           TO TP-OPERACION
                   MOVE WK-TOTAL-PAGO TO WK-MONTO-TEM
               END-REWRITE
           END-READ.

      *----Retencion en la fuente del interes en WK-INTERES: se
      *    practica solo si el interes alcanza la base minima y el
      *    titular del CDT no esta marcado exento en CLIENTES
      *    (si CLIENTES no se pudo abrir el titular se trata como no
      *    exento). Deja el valor en WK-RETENCION.
       0035-CALCULAR-RETENCION.
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

      *----Deja el movimiento "N" de la retencion practicada sobre el
      *    CDT en memoria (VLR-SALDO ya es el saldo neto) y la suma a
      *    los totales; sin retencion no graba nada.
       0036-GRABAR-RETENCION.
           IF WK-RETENCION > ZERO
               ADD 1            TO WK-CNT-RETENIDOS
               ADD WK-RETENCION TO WK-TOT-RETENCION
               MOVE "N"          TO TP-OPERACION
               MOVE WK-RETENCION TO WK-MONTO-TEM
               MOVE SPACES       TO WK-CTA-REF
               PERFORM 095-GRABAR-MOVIMIENTO
           END-IF.

      *----Suma los embargos activos del CDT en proceso
      *    posicionandose directo con START y leyendo hasta el
      *    cambio de cuenta; deja el total en WK-EMBARGADO.
           MOVE WK-CTA-CDT TO WK-MSN-LOG(27:)
           PERFORM 090-ESCRIBIR-LOG.

      *----------------------------------------------------------------*
      *    Calendario: WK-CAL-FECHA es dia habil (SW-DIA-HABIL = 1)    *
      *    si no cae en sabado ni domingo y no es un festivo vigente   *
      *    del maestro FESTIVOS. El residuo por 7 del dia juliano de   *
      *    INTEGER-OF-DATE da el dia de la semana (6 sabado, 0         *
      *    domingo). Sin FESTIVOS solo cuentan los fines de semana.    *
      *----------------------------------------------------------------*
       0070-VERIFICAR-DIA-HABIL.
           MOVE 1 TO SW-DIA-HABIL
           COMPUTE WK-CAL-DIAS = FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA)
           COMPUTE WK-CAL-DIA-SEM = FUNCTION MOD(WK-CAL-DIAS, 7)
           IF WK-CAL-DIA-SEM EQUAL 6 OR WK-CAL-DIA-SEM EQUAL ZERO
               MOVE ZERO TO SW-DIA-HABIL
           ELSE
               IF SW-FES-ABIERTO EQUAL 1
                   MOVE WK-CAL-FECHA TO FES-FECHA
                   READ ARCHIVO-FESTIVOS KEY IS FES-FECHA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FES-ESTADO EQUAL "A"
                               MOVE ZERO TO SW-DIA-HABIL
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----Deja en WK-CAL-FECHA el primer dia habil desde la fecha
      *    recibida (la misma fecha si ya es habil).
       0071-SIGUIENTE-DIA-HABIL.
           PERFORM 0070-VERIFICAR-DIA-HABIL
           PERFORM 0072-AVANZAR-UN-DIA UNTIL SW-DIA-HABIL EQUAL 1.

       0072-AVANZAR-UN-DIA.
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS + 1)
           PERFORM 0070-VERIFICAR-DIA-HABIL.

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
           DISPLAY "Total interes liquidado       : " WK-TOT-EDIT
           MOVE WK-TOT-PAGADO     TO WK-TOT-EDIT
           DISPLAY "Total pagado a cuentas vista  : " WK-TOT-EDIT
           MOVE WK-CNT-RETENIDOS  TO WK-CNT-EDIT
           DISPLAY "CDT con retencion             : " WK-CNT-EDIT
           MOVE WK-CNT-EXENTAS    TO WK-CNT-EDIT
           DISPLAY "Titulares exentos de retencion: " WK-CNT-EDIT
           MOVE WK-TOT-RETENCION  TO WK-TOT-EDIT
           DISPLAY "Total retencion en la fuente  : " WK-TOT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
               WK-CNT-FALLIDOS               DELIMITED BY SIZE
               " TotInteres="                DELIMITED BY SIZE
               WK-TOT-INTERES                DELIMITED BY SIZE
               " TotRetencion="              DELIMITED BY SIZE
               WK-TOT-RETENCION              DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.
