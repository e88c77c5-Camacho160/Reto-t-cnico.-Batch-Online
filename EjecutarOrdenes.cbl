      *          ordenes ejecutadas y las fallidas (las rechazadas
      *          por falta de fondos quedan listadas para llamar
      *          al cliente; se reintentan la noche siguiente).
      *          Un dia de cobro que cae en sabado, domingo o festivo
      *          (maestro FESTIVOS) corre al siguiente dia habil, y en
      *          un dia no habil no se ejecuta ninguna orden.
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

      *----Select para el maestro de ordenes permanentes (ver
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

      *----Select para el archivo de parametros de operacion:
      *    clave|valor (mismo archivo que usa ConsultarCuenta).
           SELECT ARCHIVO-PARAMETROS
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *    ORD-LLAVE      : LLAVE UNICA cuenta origen + consecutivo    *
      *    ORD-CTA-DESTINO: Cuenta que recibe el traslado              *
      *    ORD-MONTO      : Valor fijo a trasladar                     *
      *    ORD-DIA        : Dia del mes en que se debe ejecutar; si no *
      *                     es habil corre al siguiente dia habil      *
      *    ORD-ESTADO     : A -> Activa   S -> Suspendida              *
      *    ORD-FECHA-ALTA : Fecha de creacion AAAAMMDD                 *
      *    ORD-FECHA-EJEC : Fecha de la ultima ejecucion exitosa;      *
      *                     la orden no se repite para el mismo dia    *
      *                     de cobro del mes                           *
      *----------------------------------------------------------------*

       FD  ARCHIVO-EMBARGOS.
      *    EMB-FECHA-INICIO : Fecha de registro AAAAMMDD               *
      *    EMB-FECHA-LEVANTE: Fecha del levante (cero si vigente)      *
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

       FD  ARCHIVO-PARAMETROS.
           02 ST-ORD       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-FES       PIC XX.
           02 ST-REP       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.
           02 WK-MOTIVO      PIC X(30).
           02 WK-FECHA-SIS   PIC 9(08).
           02 WK-HORA-SIS    PIC 9(08).
           02 WK-MES-HOY     PIC 9(06).
           02 WK-MES-ANT     PIC 9(06).

      *----Calendario de dias habiles: el dia de cobro de la orden
      *    en un mes (WK-FECHA-COBRO) se corre al siguiente dia habil;
      *    si el del mes anterior cayo en este mes, tambien se cobra.
           02 SW-FES-ABIERTO PIC 9 VALUE ZERO.
           02 SW-DIA-HABIL   PIC 9 VALUE ZERO.
           02 WK-CAL-FECHA   PIC 9(08).
           02 WK-CAL-DIAS    PIC 9(08).
           02 WK-CAL-DIA-SEM PIC 9.
           02 WK-FECHA-COBRO PIC 9(08).
           02 SW-ORDEN-VENCE PIC 9 VALUE ZERO.
           02 WK-MSN-LOG     PIC X(200).
           02 WK-BASE-DIR    PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           PERFORM 0084-LEER-PARAMETROS

           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           MOVE WK-FECHA-SIS(1:6) TO WK-MES-HOY
           IF WK-FECHA-SIS(5:2) EQUAL "01"
               COMPUTE WK-MES-ANT = WK-MES-HOY - 89
           ELSE
               COMPUTE WK-MES-ANT = WK-MES-HOY - 1
           END-IF

           PERFORM 0005-VERIFICAR-LOCK
           IF WK-LOCK-OK EQUAL 1
               IF ST-EMB EQUAL "00"
                   MOVE 1 TO SW-EMB-ABIERTO
               END-IF
               MOVE ZERO TO SW-FES-ABIERTO
               OPEN INPUT ARCHIVO-FESTIVOS
               IF ST-FES EQUAL "00"
                   MOVE 1 TO SW-FES-ABIERTO
               END-IF
               OPEN INPUT ARCHIVO-ORDENES
               IF ST-ORD NOT EQUAL "00"
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               IF SW-EMB-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-EMBARGOS
               END-IF
               IF SW-FES-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-FESTIVOS
               END-IF
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 099-RESUMEN-CONTROL
           ELSE
      *----Lee la tasa del gravamen GMF desde PARAMETROS.TXT
      *    (TASA-GMF-X1000|valor, en pesos por mil). Si el archivo o
      *    la clave no existen se conserva el valor por omision.
      *----------------------------------------------------------------*
      *    Calendario: WK-CAL-FECHA es dia habil (SW-DIA-HABIL = 1)    *
      *    si no cae en sabado ni domingo y no es un festivo vigente   *
      *    del maestro FESTIVOS. El residuo por 7 del dia juliano de   *
      *    INTEGER-OF-DATE da el dia de la semana (6 sabado, 0         *
      *    domingo). Sin FESTIVOS solo cuentan los fines de semana.    *
      *----------------------------------------------------------------*
       0080-VERIFICAR-DIA-HABIL.
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
       0081-SIGUIENTE-DIA-HABIL.
           PERFORM 0080-VERIFICAR-DIA-HABIL
           PERFORM 0082-AVANZAR-UN-DIA UNTIL SW-DIA-HABIL EQUAL 1.

       0082-AVANZAR-UN-DIA.
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS + 1)
           PERFORM 0080-VERIFICAR-DIA-HABIL.

       0084-LEER-PARAMETROS.
           MOVE ZERO TO SW-FIN-PAR
           OPEN INPUT ARCHIVO-PARAMETROS
           WRITE REG-REPORTE FROM WK-LINEA-FECHA END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE.

      *----En sabado, domingo o festivo no se ejecuta ninguna
      *    orden: las de hoy quedan para el siguiente dia habil.
       0010-RECORRER-ORDENES.
           MOVE WK-FECHA-SIS TO WK-CAL-FECHA
           PERFORM 0080-VERIFICAR-DIA-HABIL
           IF SW-DIA-HABIL EQUAL ZERO
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "HOY NO ES DIA HABIL. NO SE EJECUTAN ORDENES"
               MOVE "Dia no habil. No se ejecutan ordenes"
                   TO WK-MSN-LOG
               PERFORM 090-ESCRIBIR-LOG
               MOVE 1 TO SW-FIN-ORD
           END-IF

           MOVE LOW-VALUES TO ORD-LLAVE
           START ARCHIVO-ORDENES KEY IS GREATER THAN ORD-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-ORD

           PERFORM 0020-LEER-ORDEN UNTIL SW-FIN-ORD EQUAL 1.

      *----------------------------------------------------------------*
      *    El dia de cobro de un mes es ORD-DIA (01-28) corrido al     *
      *    siguiente dia habil. Se cobra el del mes en curso si ya     *
      *    llego y la ultima ejecucion es anterior a ORD-DIA; y el del *
      *    mes anterior si su dia habil cayo en este mes (un 28 en     *
      *    sabado pasa al lunes siguiente) y no se ejecuto desde el    *
      *    ORD-DIA de ese mes, salvo que la orden se creara despues.   *
      *----------------------------------------------------------------*
       0015-ORDEN-AL-COBRO.
           MOVE ZERO TO SW-ORDEN-VENCE
           COMPUTE WK-FECHA-COBRO = WK-MES-HOY * 100 + ORD-DIA
           MOVE WK-FECHA-COBRO TO WK-CAL-FECHA
           PERFORM 0081-SIGUIENTE-DIA-HABIL
           IF WK-CAL-FECHA NOT GREATER THAN WK-FECHA-SIS
              AND ORD-FECHA-EJEC LESS THAN WK-FECHA-COBRO
               MOVE 1 TO SW-ORDEN-VENCE
           ELSE
               COMPUTE WK-FECHA-COBRO = WK-MES-ANT * 100 + ORD-DIA
               MOVE WK-FECHA-COBRO TO WK-CAL-FECHA
               PERFORM 0081-SIGUIENTE-DIA-HABIL
               IF WK-CAL-FECHA(1:6) EQUAL WK-MES-HOY
                  AND WK-CAL-FECHA NOT GREATER THAN WK-FECHA-SIS
                  AND ORD-FECHA-EJEC LESS THAN WK-FECHA-COBRO
                  AND ORD-FECHA-ALTA NOT GREATER THAN WK-FECHA-COBRO
                   MOVE 1 TO SW-ORDEN-VENCE
               END-IF
           END-IF.

      *----Una orden esta al cobro cuando esta activa, su dia de
      *    cobro ya se cumplio y no registra ejecucion desde ese dia
      *    (0015-ORDEN-AL-COBRO); asi una noche caida no pierde la
      *    orden, que se ejecuta apenas vuelva a correr el proceso.
       0020-LEER-ORDEN.
           READ ARCHIVO-ORDENES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-ORD
           NOT AT END
               ADD 1 TO WK-CNT-LEIDAS
               IF ORD-ESTADO EQUAL "A"
                   PERFORM 0015-ORDEN-AL-COBRO
                   IF SW-ORDEN-VENCE EQUAL 1
                       PERFORM 0030-EJECUTAR-ORDEN
                   END-IF
               END-IF
           END-READ
           IF ST-ORD NOT EQUAL "00"
