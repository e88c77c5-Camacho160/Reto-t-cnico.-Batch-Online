      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/09/03
      * Purpose: Proceso batch de cuadre de caja por operador al
      *          cierre del dia. Recibe la fecha a cuadrar, lee por
      *          la llave alterna fecha + operador solo los
      *          movimientos de ese dia, que llegan agrupados por
      *          operador, y totaliza por codigo de
      *          operador (MOV-OPERADOR) la cantidad y el valor de
      *          los depositos recibidos, los retiros pagados y las
      *          transferencias digitadas, y aparte las anulaciones
      *          de depositos (efectivo devuelto) y de retiros
      *          (efectivo reintegrado), cruzando cada codigo
      *          contra el maestro OPERADORES para mostrar el nombre
      *          del cajero. Los movimientos con un codigo que no
      *          existe en ese maestro salen con su propia marca, y
      *          los grabados por procesos batch (sin operador)
      *          quedan en una linea aparte. El reporte
      *          CUADRE_<AAAAMMDD>.TXT es la planilla que firma el
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

      *----Select para el maestro de operadores (ver
      *    MantenerOperadores). Indexado por codigo de operador; aqui
      *    solo se recorre para cargar los nombres.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPR-CODIGO
               FILE STATUS  IS ST-OPE.

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

      *----Select para el reporte de cuadre. Ruta dinamica, ver
      *    WK-RUTA-REPORTE; variable de ambiente "CUADREP".
           SELECT ARCHIVO-REPORTE
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    F -> Cobro de comisiones                    *
      *                    S -> Saldo de corte (depuracion)            *
      *                    R -> Reactivacion de cuenta inactiva        *
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
      *----------------------------------------------------------------*

       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADORES.
           02 OPR-CODIGO        PIC X(04).
           02 OPR-NOMBRE        PIC X(30).
           02 OPR-PERFIL        PIC X.
           02 OPR-ESTADO        PIC X.
           02 OPR-PIN-HASH      PIC 9(10).
           02 OPR-FECHA-PIN     PIC 9(08).
           02 OPR-CAMBIO-PIN    PIC X.
           02 OPR-INTENTOS      PIC 9(02).
           02 OPR-BLOQUEADO     PIC X.
           02 OPR-FECHA-INGRESO PIC 9(08).
           02 OPR-HORA-INGRESO  PIC 9(08).
           02 OPR-FECHA-ALTA    PIC 9(08).
           02 FILLER            PIC X(20).
      *----------------------------------------------------------------*
      *    OPR-CODIGO     : LLAVE UNICA. Codigo del operador           *
      *    OPR-PERFIL     : T -> Cajero   S -> Supervisor              *
      *    OPR-ESTADO     : A -> Activo   S -> Suspendido              *
      *                     R -> Retirado                              *
      *    OPR-PIN-HASH   : PIN cifrado con el codigo (0082); el PIN   *
      *                     en claro no se guarda en ninguna parte     *
      *    OPR-FECHA-PIN  : Fecha del ultimo cambio de PIN AAAAMMDD    *
      *    OPR-CAMBIO-PIN : S -> PIN asignado por un supervisor; se    *
      *                     debe cambiar en la siguiente firma         *
      *    OPR-INTENTOS   : Intentos fallidos seguidos                 *
      *    OPR-BLOQUEADO  : S -> Bloqueado por intentos fallidos       *
      *    OPR-FECHA-INGRESO: Fecha de la ultima firma exitosa         *
      *    OPR-HORA-INGRESO : Hora de la ultima firma exitosa          *
      *    OPR-FECHA-ALTA : Fecha de creacion del operador             *
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

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE PIC X(146).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
       01  WK-FILE-STATUS.
           02 ST-MOV       PIC XX.
           02 ST-OPE       PIC XX.
           02 ST-ANU       PIC XX.
           02 ST-REP       PIC XX.
           02 ST-LOG       PIC XX.

           02 SW-FIN-MOV   PIC 9 VALUE ZERO.
           02 SW-FIN-OPE   PIC 9 VALUE ZERO.
           02 WK-FECHA-PROC PIC X(08).
           02 WK-FECHA-SIS PIC 9(08).
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-MSN-LOG   PIC X(200).
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-REPORTE PIC X(80).

      *----Anulaciones: solo la de un deposito "D" (X, el cajero
      *    devuelve el efectivo) o la de un retiro "W" (Y, el cajero
      *    lo recibe de vuelta) mueve el cajon; la operacion anulada
      *    (WK-OPER-ORIG) sale de ANULACIONES como en ContabilizarDia
      *    y queda en "?" si no tiene registro.
           02 SW-ANU-ABIERTO PIC 9 VALUE ZERO.
           02 WK-OPER-ORIG   PIC X VALUE SPACE.

      *----Tabla de operadores autorizados, cargada una sola vez
      *    desde el maestro OPERADORES para cruzar el codigo del
      *    movimiento con el nombre del cajero.
       01  WK-TABLA-OPERADORES.
           02 WK-OPERADOR-REG OCCURS 100.
               03 OPE-COD     PIC X(04).
               03 CUA-TOT-RET     PIC 9(14).
               03 CUA-CNT-TRF     PIC 9(06).
               03 CUA-TOT-TRF     PIC 9(14).
               03 CUA-CNT-ADEP    PIC 9(06).
               03 CUA-TOT-ADEP    PIC 9(14).
               03 CUA-CNT-ARET    PIC 9(06).
               03 CUA-TOT-ARET    PIC 9(14).
       01  WK-CNT-CUADRE     PIC 9(03) COMP VALUE ZERO.
       01  WK-NDX-CUA        PIC 9(03) COMP.
       01  WK-NDX-CUA-HALLADO PIC 9(03) COMP VALUE ZERO.
           02 WK-CNT-MOVS-DIA   PIC 9(06) VALUE ZERO.
           02 WK-CNT-SIN-OPE    PIC 9(06) VALUE ZERO.
           02 WK-CNT-DESCONOC   PIC 9(06) VALUE ZERO.
           02 WK-CNT-ANU-SIN-REG PIC 9(06) VALUE ZERO.
           02 WK-CNT-CUADRE-D   PIC 9(03) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.

      *----Lineas del reporte de cuadre
       01  WK-LINEA-SEPARA    PIC X(146) VALUE ALL "=".

       01  WK-LINEA-TITULO.
           02 FILLER PIC X(16) VALUE SPACES.
           02 FILLER PIC X(22) VALUE "   DEPOSITOS (CNT)".
           02 FILLER PIC X(22) VALUE "     RETIROS (CNT)".
           02 FILLER PIC X(22) VALUE "   TRANSFER. (CNT)".
           02 FILLER PIC X(22) VALUE " ANUL.DEPOS. (CNT)".
           02 FILLER PIC X(22) VALUE " ANUL.RETIR. (CNT)".

       01  WK-LINEA-OPERADOR.
           02 CUA-R-COD       PIC X(04).
           02 FILLER          PIC X(02) VALUE " (".
           02 CUA-R-CNT-TRF   PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE ")".
           02 CUA-R-TOT-ADEP  PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE " (".
           02 CUA-R-CNT-ADEP  PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE ")".
           02 CUA-R-TOT-ARET  PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE " (".
           02 CUA-R-CNT-ARET  PIC ZZZZ9.
           02 FILLER          PIC X(01) VALUE ")".

       01  WK-LINEA-FIRMA.
           02 FILLER PIC X(35) VALUE
               PERFORM 0090-FINALIZAR
           END-IF

      *----Sin registro de anulaciones (ninguna anulacion hecha aun)
      *    el cuadre sale igual; un "X"/"Y" sin su registro no se
      *    cuenta en el cajon y queda en el log.
           OPEN INPUT ARCHIVO-ANULACIONES
           IF ST-ANU EQUAL "00"
               MOVE 1 TO SW-ANU-ABIERTO
           END-IF

           MOVE WK-FECHA-PROC TO MOV-FECHA
           MOVE LOW-VALUES    TO MOV-OPERADOR
           START ARCHIVO-MOVIMIENTOS
               KEY IS NOT LESS THAN MOV-LLAVE-FECHA
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
           PERFORM 0010-LEER-MOVIMIENTO UNTIL SW-FIN-MOV EQUAL 1

           CLOSE ARCHIVO-MOVIMIENTOS
           IF SW-ANU-ABIERTO EQUAL 1
               CLOSE ARCHIVO-ANULACIONES
           END-IF

           PERFORM 0050-ESCRIBIR-REPORTE


           STOP RUN.

      *----Carga los operadores del maestro en la tabla de cruce
      *    (activos o no: un operador retirado pudo trabajar el dia
      *    que se cuadra); si el maestro no existe el cuadre sale
      *    igual, con todos los codigos marcados como no registrados.
       0004-CARGAR-OPERADORES.
           MOVE ZERO TO SW-FIN-OPE
           OPEN INPUT ARCHIVO-OPERADORES
           IF ST-OPE NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES."
               DISPLAY "EL CUADRE SALE SIN NOMBRES"
           ELSE
               PERFORM 0006-LEER-OPERADOR UNTIL SW-FIN-OPE EQUAL 1
           END-IF.

       0006-LEER-OPERADOR.
           READ ARCHIVO-OPERADORES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-OPE
           NOT AT END
               IF OPR-CODIGO NOT EQUAL SPACES
                  AND WK-CNT-OPERADORES < 100
                   ADD 1 TO WK-CNT-OPERADORES
                   MOVE OPR-CODIGO TO OPE-COD(WK-CNT-OPERADORES)
                   MOVE OPR-NOMBRE TO OPE-NOMBRE(WK-CNT-OPERADORES)
               END-IF
           END-READ
           IF ST-OPE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-OPE
           END-IF.

      *----Solo cuentan para el cuadre de caja las operaciones que
      *    pasan por la ventanilla: depositos "D", retiros "W" y
      *    transferencias enviadas "T" de la fecha pedida; el
      *    primer movimiento de otra fecha termina la lectura. Los
      *    abonos "E" son la contraparte de la misma transferencia
      *    y los movimientos del banco (I, F, S, R, A, los de
      *    prestamos P, Q, J, M, los cheques pagados en canje K y las
      *    transferencias ACH H, U, V) no mueven el cajon del cajero.
      *    De las anulaciones solo cuentan, a nombre del cajero que
      *    las digito y en columnas aparte, la "X" de un deposito
      *    (efectivo devuelto) y la "Y" de un retiro (efectivo
      *    reintegrado); las de transferencias, GMF y comisiones no
      *    pasan por el cajon.
      *    El pago en efectivo del saldo de una cuenta cerrada "C"
      *    sale del cajon como un retiro y se suma con ellos.
       0010-LEER-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
                   EVALUATE MOV-OPERACION
                       WHEN "D"
                       WHEN "W"
                       WHEN "C"
                       WHEN "T"
                           ADD 1 TO WK-CNT-MOVS-DIA
                           PERFORM 0020-ACUMULAR-OPERADOR
                       WHEN "X"
                       WHEN "Y"
                           PERFORM 0025-BUSCAR-ANULACION
                           IF (MOV-OPERACION EQUAL "X"
                               AND WK-OPER-ORIG EQUAL "D")
                           OR (MOV-OPERACION EQUAL "Y"
                               AND WK-OPER-ORIG EQUAL "W")
                               ADD 1 TO WK-CNT-MOVS-DIA
                               PERFORM 0020-ACUMULAR-OPERADOR
                           END-IF
                       WHEN OTHER
                           CONTINUE
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

                       ADD 1         TO CUA-CNT-DEP(WK-NDX-CUA-HALLADO)
                       ADD MOV-MONTO TO CUA-TOT-DEP(WK-NDX-CUA-HALLADO)
                   WHEN "W"
                   WHEN "C"
                       ADD 1         TO CUA-CNT-RET(WK-NDX-CUA-HALLADO)
                       ADD MOV-MONTO TO CUA-TOT-RET(WK-NDX-CUA-HALLADO)
                   WHEN "T"
                       ADD 1         TO CUA-CNT-TRF(WK-NDX-CUA-HALLADO)
                       ADD MOV-MONTO TO CUA-TOT-TRF(WK-NDX-CUA-HALLADO)
                   WHEN "X"
                       ADD 1         TO CUA-CNT-ADEP(WK-NDX-CUA-HALLADO)
                       ADD MOV-MONTO TO CUA-TOT-ADEP(WK-NDX-CUA-HALLADO)
                   WHEN "Y"
                       ADD 1         TO CUA-CNT-ARET(WK-NDX-CUA-HALLADO)
                       ADD MOV-MONTO TO CUA-TOT-ARET(WK-NDX-CUA-HALLADO)
               END-EVALUATE
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
               ADD 1 TO WK-CNT-ANU-SIN-REG
               INITIALIZE WK-MSN-LOG
               STRING "ANULACION SIN REGISTRO, NO SE CUADRA: "
                      DELIMITED BY SIZE
                      MOV-LLAVE DELIMITED BY SIZE
                      INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-IF.

       0021-BUSCAR-CUADRE.
           IF CUA-COD(WK-NDX-CUA) EQUAL MOV-OPERADOR
               MOVE WK-NDX-CUA TO WK-NDX-CUA-HALLADO
           CLOSE ARCHIVO-REPORTE.

      *----Una linea por operador: el nombre sale del cruce contra
      *    el maestro OPERADORES; un codigo sin registro queda
      *    marcado para investigarlo y los movimientos sin operador
      *    (procesos batch) tienen su propia leyenda.
       0060-ESCRIBIR-OPERADOR.
           INITIALIZE WK-LINEA-OPERADOR
           MOVE CUA-COD(WK-NDX-CUA) TO CUA-R-COD
           MOVE CUA-CNT-RET(WK-NDX-CUA) TO CUA-R-CNT-RET
           MOVE CUA-TOT-TRF(WK-NDX-CUA) TO CUA-R-TOT-TRF
           MOVE CUA-CNT-TRF(WK-NDX-CUA) TO CUA-R-CNT-TRF
           MOVE CUA-TOT-ADEP(WK-NDX-CUA) TO CUA-R-TOT-ADEP
           MOVE CUA-CNT-ADEP(WK-NDX-CUA) TO CUA-R-CNT-ADEP
           MOVE CUA-TOT-ARET(WK-NDX-CUA) TO CUA-R-TOT-ARET
           MOVE CUA-CNT-ARET(WK-NDX-CUA) TO CUA-R-CNT-ARET
           WRITE REG-REPORTE FROM WK-LINEA-OPERADOR END-WRITE.

       0061-BUSCAR-NOMBRE.
           DISPLAY "Codigos no registrados        : " WK-CNT-EDIT
           MOVE WK-CNT-SIN-OPE  TO WK-CNT-EDIT
           DISPLAY "Movs de procesos sin operador : " WK-CNT-EDIT
           MOVE WK-CNT-ANU-SIN-REG TO WK-CNT-EDIT
           DISPLAY "Anulaciones sin registro      : " WK-CNT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
