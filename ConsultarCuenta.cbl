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

      *----Select para el registro de anulaciones. Indexado por la
      *    llave del movimiento anulado, lo que impide anularlo dos
      *    veces, y con llave alterna por el movimiento compensatorio
      *    que lo anula (la usa ContabilizarDia para saber que se
      *    anulo y contabilizar la contrapartida correcta).
           SELECT ARCHIVO-ANULACIONES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ANULACIONES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ANU-LLAVE-ORIG
               ALTERNATE RECORD KEY IS ANU-LLAVE-ANUL
               FILE STATUS  IS ST-ANU.

      *----Select para el maestro de chequeras entregadas (ver
      *    MantenerChequeras). Indexado por cuenta + serie para
      *    recorrer en forma directa las chequeras de una cuenta.
           SELECT ARCHIVO-CHEQUERAS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CHEQUERAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHQ-LLAVE
               FILE STATUS  IS ST-CHQ.

      *----Select para el maestro de cheques con novedad: pagados en
      *    canje y con orden de no pago. Indexado por cuenta + numero
      *    de cheque.
           SELECT ARCHIVO-CHEQUES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CHEQUES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CHE-LLAVE
               FILE STATUS  IS ST-CHE.

      *----Select para el registro de transferencias interbancarias
      *    ACH enviadas. Indexado por fecha + consecutivo, que es el
      *    numero de traza de la entrada en el archivo ACH.
           SELECT ARCHIVO-ACHENVIOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ACHENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACE-LLAVE
               FILE STATUS  IS ST-ACE.

      *----Select para el maestro de operadores (ver
      *    MantenerOperadores): perfil, estado, PIN cifrado y control
      *    de intentos fallidos. Indexado por codigo de operador.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\OPERADORES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OPR-CODIGO
               FILE STATUS  IS ST-OPE.

      *----Select para la bitacora de ingresos: firmas, autorizaciones
      *    de supervisor e intentos fallidos de los operadores.
           SELECT ARCHIVO-INGRESOS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\INGRESOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-ING.

      *----Select para el archivo de parametros de operacion:
      *    clave|valor (ver 0084-LEER-UMBRAL). El valor es un
      *    entero de hasta 12 digitos; no hace falta rellenarlo
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
      *    EMB-FECHA-INICIO : Fecha de registro AAAAMMDD               *
      *    EMB-FECHA-LEVANTE: Fecha del levante (cero si vigente)      *
      *    EMB-ESTADO     : A -> Activo   L -> Levantado               *
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
      *    ANU-MONTO      : Valor anulado                              *
      *    ANU-HORA       : Hora de la anulacion                       *
      *    ANU-OPERADOR   : Operador que registro la anulacion         *
      *    ANU-SUPERVISOR : Supervisor que la autorizo                 *
      *    ANU-MOTIVO     : Motivo digitado por el operador            *
      *----------------------------------------------------------------*

       FD  ARCHIVO-CHEQUERAS.
       01  REG-CHEQUERAS.
           02 CHQ-LLAVE.
               03 CHQ-CTA        PIC X(06).
               03 CHQ-SERIE      PIC X(04).
           02 CHQ-NUM-INICIAL  PIC 9(06).
           02 CHQ-NUM-FINAL    PIC 9(06).
           02 CHQ-FECHA-EMISION PIC 9(08).
           02 CHQ-OPERADOR     PIC X(04).
           02 FILLER           PIC X(20).
      *----------------------------------------------------------------*
      *    CHQ-LLAVE      : LLAVE UNICA cuenta + serie de la chequera  *
      *    CHQ-NUM-INICIAL: Primer numero de cheque de la chequera     *
      *    CHQ-NUM-FINAL  : Ultimo numero de cheque de la chequera     *
      *    CHQ-FECHA-EMISION: Fecha de entrega al cliente AAAAMMDD     *
      *    CHQ-OPERADOR   : Operador que registro la entrega           *
      *----------------------------------------------------------------*

       FD  ARCHIVO-CHEQUES.
       01  REG-CHEQUES.
           02 CHE-LLAVE.
               03 CHE-CTA        PIC X(06).
               03 CHE-NUMERO     PIC 9(06).
           02 CHE-ESTADO      PIC X.
           02 CHE-FECHA       PIC 9(08).
           02 CHE-HORA        PIC 9(08).
           02 CHE-MONTO       PIC 9(12).
           02 CHE-BANCO       PIC X(04).
           02 CHE-SECUENCIA   PIC X(06).
           02 CHE-MOTIVO      PIC X(30).
           02 CHE-OPERADOR    PIC X(04).
           02 CHE-SUPERVISOR  PIC X(04).
           02 FILLER          PIC X(10).
      *----------------------------------------------------------------*
      *    CHE-LLAVE      : LLAVE UNICA cuenta + numero de cheque      *
      *    CHE-ESTADO     : P -> Pagado en canje                       *
      *                     N -> Orden de no pago                      *
      *    CHE-FECHA      : Fecha del pago o de la orden AAAAMMDD      *
      *    CHE-HORA       : Hora de la orden de no pago                *
      *    CHE-MONTO      : Valor pagado                               *
      *    CHE-BANCO      : Banco que presento el cheque al canje      *
      *    CHE-SECUENCIA  : Secuencia del cheque en el canje           *
      *    CHE-MOTIVO     : Motivo de la orden de no pago              *
      *    CHE-OPERADOR   : Cajero que registro la orden de no pago    *
      *    CHE-SUPERVISOR : Supervisor que la autorizo                 *
      *----------------------------------------------------------------*

       FD  ARCHIVO-ACHENVIOS.
       01  REG-ACHENVIOS.
           02 ACE-LLAVE.
               03 ACE-FECHA       PIC 9(08).
               03 ACE-SEQ         PIC 9(06).
           02 ACE-CTA-ORIGEN    PIC X(06).
           02 ACE-BANCO-DESTINO PIC X(04).
           02 ACE-CTA-DESTINO   PIC X(17).
           02 ACE-DOC-BENEF     PIC X(12).
           02 ACE-NOMBRE-BENEF  PIC X(30).
           02 ACE-MONTO         PIC 9(12).
           02 ACE-ESTADO        PIC X.
           02 ACE-HORA          PIC 9(08).
           02 ACE-FECHA-ENVIO   PIC 9(08).
           02 ACE-FECHA-DEV     PIC 9(08).
           02 ACE-CAUSAL-DEV    PIC X(03).
           02 ACE-PROGRAMA      PIC X(15).
           02 ACE-OPERADOR      PIC X(04).
           02 FILLER            PIC X(10).
      *----------------------------------------------------------------*
      *    ACE-LLAVE      : LLAVE UNICA fecha + consecutivo (traza)    *
      *    ACE-CTA-ORIGEN : Cuenta propia debitada                     *
      *    ACE-BANCO-DESTINO: Codigo ACH del banco del beneficiario    *
      *    ACE-CTA-DESTINO: Cuenta del beneficiario en ese banco       *
      *    ACE-DOC-BENEF  : Documento del beneficiario                 *
      *    ACE-NOMBRE-BENEF: Nombre del beneficiario                   *
      *    ACE-MONTO      : Valor transferido                          *
      *    ACE-ESTADO     : P -> Pendiente de envio                    *
      *                     E -> Enviada en el archivo ACH             *
      *                     D -> Devuelta por el banco destino         *
      *    ACE-HORA       : Hora de la captura                         *
      *    ACE-FECHA-ENVIO: Fecha del archivo ACH que la llevo         *
      *    ACE-FECHA-DEV  : Fecha de la devolucion                     *
      *    ACE-CAUSAL-DEV : Causal de devolucion informada             *
      *    ACE-PROGRAMA   : Programa que capturo la transferencia      *
      *    ACE-OPERADOR   : Cajero que la capturo (vacio en batch)     *
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

       FD  ARCHIVO-INGRESOS.
       01  REG-INGRESO PIC X(100).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO PIC X(40).
           02 ST-OPE       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-ANU       PIC XX.
           02 ST-CHQ       PIC XX.
           02 ST-CHE       PIC XX.
           02 ST-ACE       PIC XX.
           02 ST-LOCK      PIC XX.
           02 WK-SALDO     PIC $ZZZ,ZZZ,ZZZ,ZZZ.99-.
           02 WK-DISPONIBLE PIC S9(13).
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 SW-AUTORIZADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.
           02 WK-OPER-DESC    PIC X(12).
           02 WK-FECHA-ED     PIC X(10).
           02 WK-HORA-ED      PIC X(08).
           02 WK-PAR-CLAVE PIC X(20).
           02 WK-PAR-VALOR PIC X(12).
           02 WK-LEN-VALOR PIC 9(02) VALUE ZERO.
           02 WK-MM           PIC 9(02).
           02 WK-SS           PIC 9(02).

      *----Anulacion supervisada de un movimiento (opcion 7): se
      *    identifica el movimiento por su llave (cuenta + fecha +
      *    consecutivo). WK-ANU-CTA-CTR es la otra cuenta cuando el
      *    movimiento es una pata de transferencia; los netos por
      *    cuenta son positivos cuando la anulacion le abona.
           02 WK-ANU-FECHA    PIC X(08).
           02 WK-ANU-SEQ      PIC 9(04).
           02 WK-ANU-MOTIVO   PIC X(30).
           02 WK-ANU-SUPERVISOR PIC X(04).
           02 SW-ANU-OK       PIC 9 VALUE ZERO.
           02 SW-FIN-ANU      PIC 9 VALUE ZERO.
           02 SW-ANU-HALLADA  PIC 9 VALUE ZERO.
           02 SW-ANU-APLICADO PIC 9 VALUE ZERO.
           02 WK-ANU-CTA-CTR  PIC X(06) VALUE SPACES.
           02 WK-ANU-OPER-CTR PIC X.
           02 WK-ANU-CTA-BASE PIC X(06).
           02 WK-ANU-FECHA-BASE PIC 9(08).
           02 WK-ANU-PROGRAMA PIC X(15).
           02 WK-ANU-NETO-1   PIC S9(13).
           02 WK-ANU-NETO-2   PIC S9(13).
           02 WK-ANU-SALDO-1  PIC S9(12).
           02 WK-ANU-SALDO-2  PIC S9(12).
           02 WK-ANU-CTA-APL  PIC X(06).
           02 WK-ANU-NETO-APL PIC S9(13).
           02 WK-ANU-SALDO-APL PIC S9(12).
           02 WK-ANU-EFECTO   PIC S9(13).
           02 WK-ANU-OPER-REV PIC X.
           02 WK-ANU-CTA-SALVA PIC X(06).

      *----Orden de no pago de un cheque (opcion 8): el cheque debe
      *    pertenecer a una chequera entregada a la cuenta y no estar
      *    pagado ni con una orden anterior. La orden queda en
      *    CHEQUES y CanjeCheques devuelve el cheque si se presenta.
           02 WK-CHE-NUMERO   PIC 9(06).
           02 WK-CHE-MOTIVO   PIC X(30).
           02 SW-CHQ-ABIERTO  PIC 9 VALUE ZERO.
           02 SW-FIN-CHQ      PIC 9 VALUE ZERO.
           02 SW-EMITIDO      PIC 9 VALUE ZERO.
           02 SW-CHE-OK       PIC 9 VALUE ZERO.

      *----Transferencia interbancaria ACH (opcion 9): se debita la
      *    cuenta en linea y la transferencia queda pendiente en
      *    ACHENVIOS hasta que EnviarACH la incluye en el archivo
      *    del dia. WK-COD-ENTIDAD es el codigo ACH del banco; un
      *    traslado a otra cuenta propia se hace por la opcion 5.
           02 WK-ACH-BANCO    PIC X(04).
           02 WK-ACH-CTA      PIC X(17).
           02 WK-ACH-DOC      PIC X(12).
           02 WK-ACH-NOMBRE   PIC X(30).
           02 WK-COD-ENTIDAD  PIC X(04) VALUE "0001".
           02 SW-ACE-GRABADO  PIC 9 VALUE ZERO.

      *----Movimientos que se anulan juntos: el original, el GMF y
      *    las comisiones cobrados con el y, en una transferencia, la
      *    otra pata con sus propios cargos.
       01  WK-TABLA-ANULACION.
           02 WK-ANU-ITEM OCCURS 8.
               03 TAN-LLAVE.
                   04 TAN-CTA     PIC X(06).
                   04 TAN-FECHA   PIC 9(08).
                   04 TAN-SEQ     PIC 9(04).
               03 TAN-OPER        PIC X.
               03 TAN-MONTO       PIC 9(12).
               03 TAN-CTA-REF     PIC X(06).
       01  WK-CNT-ANU         PIC 9(02) COMP VALUE ZERO.
       01  WK-NDX-ANU         PIC 9(02) COMP.

      *----Seguridad de operadores: el PIN se valida contra el hash
      *    del maestro; WK-MAX-INTENTOS fallos seguidos bloquean al
      *    operador y un PIN con mas de WK-DIAS-VIGENCIA dias (o
      *    asignado por un supervisor) obliga a cambiarlo al firmar.
       01  WK-SEGURIDAD.
           02 ST-ING            PIC XX.
           02 WK-BUSCA-PIN      PIC X(06).
           02 WK-PIN-NUEVO      PIC X(06).
           02 WK-PIN-CONFIRMA   PIC X(06).
           02 WK-PIN-HASH       PIC 9(10).
           02 SW-PIN-VENCIDO    PIC 9 VALUE ZERO.
           02 WK-MAX-INTENTOS   PIC 9(02) VALUE 3.
           02 WK-DIAS-VIGENCIA  PIC 9(03) VALUE 90.
           02 WK-DIAS-PIN       PIC S9(08).
           02 WK-HASH-TEXTO     PIC X(10).
           02 WK-HASH-ACUM      PIC 9(18).
           02 WK-HASH-NDX       PIC 9(02).
           02 WK-ING-TIPO       PIC X(13).
           02 WK-ING-RESULTADO  PIC X(10).
           02 WK-ING-DETALLE    PIC X(30).

      *----Linea de la bitacora de ingresos INGRESOS.TXT
       01  WK-INGRESO.
           02 ING-FECHA         PIC 9(08).
           02 FILLER            PIC X VALUE "|".
           02 ING-HORA          PIC 9(08).
           02 FILLER            PIC X VALUE "|".
           02 ING-OPERADOR      PIC X(04).
           02 FILLER            PIC X VALUE "|".
           02 ING-PROGRAMA      PIC X(15).
           02 FILLER            PIC X VALUE "|".
           02 ING-TIPO          PIC X(13).
           02 FILLER            PIC X VALUE "|".
           02 ING-RESULTADO     PIC X(10).
           02 FILLER            PIC X VALUE "|".
           02 ING-DETALLE       PIC X(30).

       PROCEDURE DIVISION.
       DECLARATIVES.

           CLOSE ARCHIVO-MOVIMIENTOS
           OPEN I-O ARCHIVO-MOVIMIENTOS
       END-IF.

       ERROR-ANULACIONES SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-ANULACIONES.

       ERROR-ANULACIONES-LOGIC.
       IF  ST-ANU = "35"
           OPEN OUTPUT ARCHIVO-ANULACIONES
           CLOSE ARCHIVO-ANULACIONES
           OPEN I-O ARCHIVO-ANULACIONES
       END-IF.

       ERROR-CHEQUES SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-CHEQUES.

       ERROR-CHEQUES-LOGIC.
       IF  ST-CHE = "35"
           OPEN OUTPUT ARCHIVO-CHEQUES
           CLOSE ARCHIVO-CHEQUES
           OPEN I-O ARCHIVO-CHEQUES
       END-IF.

       ERROR-ACHENVIOS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-ACHENVIOS.

       ERROR-ACHENVIOS-LOGIC.
       IF  ST-ACE = "35"
           OPEN OUTPUT ARCHIVO-ACHENVIOS
           CLOSE ARCHIVO-ACHENVIOS
           OPEN I-O ARCHIVO-ACHENVIOS
       END-IF.
       END DECLARATIVES.

       MAIN-PROCEDURE.
                       OPEN I-O CUENTAS
                       OPEN I-O ARCHIVO-MOVIMIENTOS
                       PERFORM 0016-ABRIR-EMBARGOS
                       IF WK-OPC EQUAL 7
                           OPEN I-O ARCHIVO-ANULACIONES
                       END-IF
                       IF WK-OPC EQUAL 8
                           PERFORM 0017-ABRIR-CHEQUES
                       END-IF
                       IF WK-OPC EQUAL 9
                           OPEN I-O ARCHIVO-ACHENVIOS
                       END-IF
                       PERFORM 0025-CONTINUA-PROCESO
                       CLOSE CUENTAS ARCHIVO-MOVIMIENTOS
                       IF SW-EMB-ABIERTO EQUAL 1
                           CLOSE ARCHIVO-EMBARGOS
                       END-IF
                       IF WK-OPC EQUAL 7
                           CLOSE ARCHIVO-ANULACIONES
                       END-IF
                       IF WK-OPC EQUAL 8
                           CLOSE ARCHIVO-CHEQUES
                           IF SW-CHQ-ABIERTO EQUAL 1
                               CLOSE ARCHIVO-CHEQUERAS
                           END-IF
                       END-IF
                       IF WK-OPC EQUAL 9
                           CLOSE ARCHIVO-ACHENVIOS
                       END-IF
                       PERFORM 0013-LIBERAR-LOCK
                   END-IF
               END-IF
           DISPLAY "==================================================="
           DISPLAY "INGRESE SU CODIGO DE OPERADOR: "
           ACCEPT WK-BUSCA-COD
           DISPLAY "INGRESE SU PIN: "
           ACCEPT WK-BUSCA-PIN

           MOVE "INGRESO" TO WK-ING-TIPO
           PERFORM 0080-BUSCAR-OPERADOR
           IF SW-OP-ENCONTRADO EQUAL 1 AND SW-PIN-VENCIDO EQUAL 1
               PERFORM 0078-CAMBIAR-PIN
           END-IF
           IF SW-OP-ENCONTRADO EQUAL ZERO
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               PERFORM 0084-LEER-UMBRAL
           END-IF.

      *----Valida WK-BUSCA-COD / WK-BUSCA-PIN contra el maestro de
      *    operadores y deja el resultado en SW-OP-ENCONTRADO,
      *    WK-OP-NOMBRE, WK-OP-PERFIL y SW-PIN-VENCIDO. Un codigo
      *    inexistente y un PIN errado dan el mismo mensaje; cada
      *    intento queda en la bitacora de ingresos con WK-ING-TIPO.
       0080-BUSCAR-OPERADOR.
           MOVE ZERO TO SW-OP-ENCONTRADO SW-PIN-VENCIDO
           OPEN I-O ARCHIVO-OPERADORES
           IF ST-OPE NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL MAESTRO DE OPERADORES"
           ELSE
               MOVE WK-BUSCA-COD TO OPR-CODIGO
               READ ARCHIVO-OPERADORES KEY IS OPR-CODIGO INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "CODIGO O PIN INCORRECTO"
                   MOVE "FALLIDO"            TO WK-ING-RESULTADO
                   MOVE "CODIGO INEXISTENTE" TO WK-ING-DETALLE
                   PERFORM 0077-REGISTRAR-INGRESO
               NOT INVALID KEY
                   PERFORM 0081-VALIDAR-PIN
               END-READ
               CLOSE ARCHIVO-OPERADORES
           END-IF.

      *----Un operador suspendido, retirado o bloqueado no firma
      *    aunque digite bien el PIN. Cada PIN errado suma un intento
      *    y al llegar a WK-MAX-INTENTOS el operador queda bloqueado
      *    hasta que un supervisor lo desbloquee; un PIN correcto
      *    reinicia la cuenta de intentos.
       0081-VALIDAR-PIN.
           MOVE SPACES TO WK-ING-DETALLE
           EVALUATE TRUE
               WHEN OPR-ESTADO EQUAL "S"
                   MOVE "RECHAZADO"           TO WK-ING-RESULTADO
                   MOVE "OPERADOR SUSPENDIDO" TO WK-ING-DETALLE
               WHEN OPR-ESTADO NOT EQUAL "A"
                   MOVE "RECHAZADO"           TO WK-ING-RESULTADO
                   MOVE "OPERADOR RETIRADO"   TO WK-ING-DETALLE
               WHEN OPR-BLOQUEADO EQUAL "S"
                   MOVE "RECHAZADO"           TO WK-ING-RESULTADO
                   MOVE "OPERADOR BLOQUEADO"  TO WK-ING-DETALLE
               WHEN OTHER
                   PERFORM 0082-CALCULAR-HASH
                   IF WK-PIN-HASH EQUAL OPR-PIN-HASH
                       MOVE 1       TO SW-OP-ENCONTRADO
                       MOVE "EXITOSO" TO WK-ING-RESULTADO
                   ELSE
                       MOVE "FALLIDO" TO WK-ING-RESULTADO
                       MOVE "PIN INCORRECTO" TO WK-ING-DETALLE
                   END-IF
           END-EVALUATE

           IF WK-ING-RESULTADO EQUAL "RECHAZADO"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY WK-ING-DETALLE
               DISPLAY "COMUNIQUESE CON SU SUPERVISOR"
           END-IF

           IF SW-OP-ENCONTRADO EQUAL 1
               ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
               ACCEPT WK-HORA-SIS  FROM TIME
               MOVE OPR-NOMBRE TO WK-OP-NOMBRE
               MOVE OPR-PERFIL TO WK-OP-PERFIL
               MOVE ZERO       TO OPR-INTENTOS
               IF WK-ING-TIPO EQUAL "INGRESO"
                   MOVE WK-FECHA-SIS TO OPR-FECHA-INGRESO
                   MOVE WK-HORA-SIS  TO OPR-HORA-INGRESO
               END-IF
               IF OPR-FECHA-PIN IS NOT NUMERIC
                  OR OPR-FECHA-PIN < 19000101
                   MOVE 1 TO SW-PIN-VENCIDO
               ELSE
                   COMPUTE WK-DIAS-PIN =
                       FUNCTION INTEGER-OF-DATE(WK-FECHA-SIS)
                       - FUNCTION INTEGER-OF-DATE(OPR-FECHA-PIN)
                   IF WK-DIAS-PIN > WK-DIAS-VIGENCIA
                       MOVE 1 TO SW-PIN-VENCIDO
                   END-IF
               END-IF
               IF OPR-CAMBIO-PIN EQUAL "S"
                   MOVE 1 TO SW-PIN-VENCIDO
               END-IF
               REWRITE REG-OPERADORES END-REWRITE
           END-IF

           IF WK-ING-RESULTADO EQUAL "FALLIDO"
               ADD 1 TO OPR-INTENTOS
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "CODIGO O PIN INCORRECTO"
               IF OPR-INTENTOS NOT LESS THAN WK-MAX-INTENTOS
                   MOVE "S"         TO OPR-BLOQUEADO
                   MOVE "BLOQUEO"   TO WK-ING-RESULTADO
                   MOVE "INTENTOS FALLIDOS AGOTADOS" TO WK-ING-DETALLE
                   DISPLAY "OPERADOR BLOQUEADO POR INTENTOS FALLIDOS"
               END-IF
               REWRITE REG-OPERADORES END-REWRITE
           END-IF

           PERFORM 0077-REGISTRAR-INGRESO.

      *----Cifra el PIN: mezcla codigo + PIN (el codigo hace que dos
      *    operadores con el mismo PIN no compartan el hash) en dos
      *    pasadas de 0079-MEZCLAR-HASH modulo un primo de 10 digitos.
       0082-CALCULAR-HASH.
           MOVE WK-BUSCA-COD TO WK-HASH-TEXTO(1:4)
           MOVE WK-BUSCA-PIN TO WK-HASH-TEXTO(5:6)
           MOVE 5381 TO WK-HASH-ACUM
           PERFORM 0079-MEZCLAR-HASH
               VARYING WK-HASH-NDX FROM 1 BY 1
               UNTIL WK-HASH-NDX > 10
           PERFORM 0079-MEZCLAR-HASH
               VARYING WK-HASH-NDX FROM 1 BY 1
               UNTIL WK-HASH-NDX > 10
           MOVE WK-HASH-ACUM TO WK-PIN-HASH.

       0079-MEZCLAR-HASH.
           COMPUTE WK-HASH-ACUM = FUNCTION MOD(
               WK-HASH-ACUM * 131
               + FUNCTION ORD(WK-HASH-TEXTO(WK-HASH-NDX:1)),
               9999999967).

      *----Cambio obligatorio del PIN en la firma (vencido o asignado
      *    por un supervisor). El nuevo PIN son 6 digitos, confirmado
      *    y distinto del actual; si no se cambia, no hay firma.
       0078-CAMBIAR-PIN.
           DISPLAY "==================================================="
           DISPLAY "SU PIN ESTA VENCIDO O FUE ASIGNADO POR UN"
           DISPLAY "SUPERVISOR. DEBE CAMBIARLO PARA CONTINUAR"
           DISPLAY "INGRESE EL NUEVO PIN (6 DIGITOS): "
           ACCEPT WK-PIN-NUEVO
           DISPLAY "CONFIRME EL NUEVO PIN: "
           ACCEPT WK-PIN-CONFIRMA

           IF WK-PIN-NUEVO IS NOT NUMERIC
              OR WK-PIN-NUEVO NOT EQUAL WK-PIN-CONFIRMA
              OR WK-PIN-NUEVO EQUAL WK-BUSCA-PIN
               MOVE ZERO TO SW-OP-ENCONTRADO
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL PIN DEBE SER DE 6 DIGITOS, COINCIDIR CON LA"
               DISPLAY "CONFIRMACION Y SER DISTINTO DEL ANTERIOR"
           ELSE
               MOVE WK-PIN-NUEVO TO WK-BUSCA-PIN
               PERFORM 0082-CALCULAR-HASH
               OPEN I-O ARCHIVO-OPERADORES
               MOVE WK-BUSCA-COD TO OPR-CODIGO
               READ ARCHIVO-OPERADORES KEY IS OPR-CODIGO INVALID KEY
                   MOVE ZERO TO SW-OP-ENCONTRADO
               NOT INVALID KEY
                   ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
                   MOVE WK-PIN-HASH  TO OPR-PIN-HASH
                   MOVE WK-FECHA-SIS TO OPR-FECHA-PIN
                   MOVE SPACE        TO OPR-CAMBIO-PIN
                   REWRITE REG-OPERADORES INVALID KEY
                       MOVE ZERO TO SW-OP-ENCONTRADO
                   END-REWRITE
               END-READ
               CLOSE ARCHIVO-OPERADORES
               IF SW-OP-ENCONTRADO EQUAL 1
                   DISPLAY "****PIN CAMBIADO CON EXITO****"
                   MOVE "CAMBIO-PIN" TO WK-ING-RESULTADO
                   MOVE SPACES       TO WK-ING-DETALLE
                   PERFORM 0077-REGISTRAR-INGRESO
               ELSE
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO CAMBIAR EL PIN"
               END-IF
           END-IF.

      *----Agrega una linea a la bitacora de ingresos INGRESOS.TXT
      *    (la crea si no existe).
       0077-REGISTRAR-INGRESO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           MOVE WK-FECHA-SIS     TO ING-FECHA
           MOVE WK-HORA-SIS      TO ING-HORA
           MOVE WK-BUSCA-COD     TO ING-OPERADOR
           MOVE "ConsultarCuenta" TO ING-PROGRAMA
           MOVE WK-ING-TIPO      TO ING-TIPO
           MOVE WK-ING-RESULTADO TO ING-RESULTADO
           MOVE WK-ING-DETALLE   TO ING-DETALLE

           OPEN EXTEND ARCHIVO-INGRESOS
           IF ST-ING EQUAL "35"
               OPEN OUTPUT ARCHIVO-INGRESOS
           END-IF
           IF ST-ING EQUAL "00"
               WRITE REG-INGRESO FROM WK-INGRESO END-WRITE
               CLOSE ARCHIVO-INGRESOS
           END-IF.

      *----Lee el umbral de autorizacion desde PARAMETROS.TXT
      *    (UMBRAL-AUTORIZACION|valor). Si el archivo o la clave no
               END-REWRITE
           END-IF.

      *----Retiros y transferencias por encima del umbral, anulaciones
      *    y ordenes de no pago quedan retenidos hasta que un operador
      *    con perfil de supervisor, distinto del operador firmado,
      *    digite su codigo de autorizacion.
       0086-AUTORIZAR-SUPERVISOR.
           MOVE ZERO TO SW-AUTORIZADO
           DISPLAY "==================================================="
           DISPLAY "LA OPERACION REQUIERE AUTORIZACION DE UN SUPERVISOR"
           DISPLAY "INGRESE EL CODIGO DEL SUPERVISOR: "
           ACCEPT WK-BUSCA-COD
           DISPLAY "INGRESE EL PIN DEL SUPERVISOR: "
           ACCEPT WK-BUSCA-PIN

           MOVE "AUTORIZACION" TO WK-ING-TIPO
           PERFORM 0080-BUSCAR-OPERADOR
           IF SW-OP-ENCONTRADO EQUAL 1 AND SW-PIN-VENCIDO EQUAL 1
               MOVE ZERO TO SW-OP-ENCONTRADO
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL PIN DEL SUPERVISOR ESTA VENCIDO; DEBE"
               DISPLAY "CAMBIARLO EN SU PROXIMA FIRMA"
           END-IF
           IF SW-OP-ENCONTRADO EQUAL 1
              AND WK-BUSCA-COD EQUAL WK-OPERADOR
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "UN SUPERVISOR NO PUEDE AUTORIZAR SUS PROPIAS"
               DISPLAY "OPERACIONES. OPERACION NO AUTORIZADA"
           ELSE
               IF SW-OP-ENCONTRADO EQUAL 1 AND WK-OP-PERFIL EQUAL "S"
                   MOVE 1 TO SW-AUTORIZADO
                   DISPLAY "AUTORIZADO POR: " WK-OP-NOMBRE
               ELSE
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "CODIGO SIN PERFIL DE SUPERVISOR."
                   DISPLAY "OPERACION NO AUTORIZADA"
               END-IF
           END-IF.

       0010-TOMAR-DATOS.
           DISPLAY "4 - Salir"
           DISPLAY "5 - Realizar Transferencia"
           DISPLAY "6 - Consultar movimientos"
           DISPLAY "7 - Anular movimiento (supervisor)"
           DISPLAY "8 - Orden de no pago de cheque (supervisor)"
           DISPLAY "9 - Transferencia interbancaria (ACH)"
           ACCEPT WK-OPC

           EVALUATE WK-OPC
                   PERFORM 0022-TOMAR-DATOS-TRANSFER
               WHEN 6
                   PERFORM 0023-TOMAR-DATOS-CONSULTA
               WHEN 7
                   PERFORM 0024-TOMAR-DATOS-ANULACION
               WHEN 8
                   PERFORM 0026-TOMAR-DATOS-NO-PAGO
               WHEN 9
                   PERFORM 0027-TOMAR-DATOS-ACH
               WHEN OTHER
                   MOVE 1 TO SW
                   DISPLAY "Opcion no valida"
               MOVE 1 TO SW-EMB-ABIERTO
           END-IF.

      *----Sin maestro de chequeras no hay cheques emitidos que
      *    detener; CHEQUES se crea en la primera orden (DECLARATIVES).
       0017-ABRIR-CHEQUES.
           MOVE ZERO TO SW-CHQ-ABIERTO
           OPEN INPUT ARCHIVO-CHEQUERAS
           IF ST-CHQ EQUAL "00"
               MOVE 1 TO SW-CHQ-ABIERTO
           END-IF
           OPEN I-O ARCHIVO-CHEQUES.

      *----Suma los embargos activos de la cuenta WK-NRO-CTA
      *    posicionandose directo con START y leyendo hasta el
      *    cambio de cuenta; deja el total en WK-EMBARGADO.
               DISPLAY "RANGO DE FECHAS INVALIDO. DEBE SER AAAAMMDD"
           END-IF.

      *----La cuenta ya fue digitada; el movimiento a anular se
      *    completa con su fecha y consecutivo (los que muestra la
      *    consulta de movimientos, opcion 6).
       0024-TOMAR-DATOS-ANULACION.
           DISPLAY "INGRESE LA FECHA DEL MOVIMIENTO (AAAAMMDD): "
           ACCEPT WK-ANU-FECHA
           DISPLAY "INGRESE EL CONSECUTIVO DEL MOVIMIENTO: "
           ACCEPT WK-ANU-SEQ
           DISPLAY "INGRESE EL MOTIVO DE LA ANULACION: "
           ACCEPT WK-ANU-MOTIVO

           IF WK-ANU-FECHA IS NOT NUMERIC
              OR WK-ANU-SEQ EQUAL ZERO
              OR WK-ANU-MOTIVO EQUAL SPACES
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "DATOS DE ANULACION INVALIDOS. SE REQUIERE"
               DISPLAY "FECHA AAAAMMDD, CONSECUTIVO Y MOTIVO"
           END-IF.

      *----La cuenta ya fue digitada; la orden de no pago se completa
      *    con el numero del cheque y el motivo (perdida, robo,
      *    instruccion del girador).
       0026-TOMAR-DATOS-NO-PAGO.
           DISPLAY "INGRESE EL NUMERO DEL CHEQUE: "
           ACCEPT WK-CHE-NUMERO
           DISPLAY "INGRESE EL MOTIVO DE LA ORDEN DE NO PAGO: "
           ACCEPT WK-CHE-MOTIVO

           IF WK-CHE-NUMERO EQUAL ZERO
              OR WK-CHE-MOTIVO EQUAL SPACES
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "DATOS DE LA ORDEN INVALIDOS. SE REQUIERE"
               DISPLAY "NUMERO DE CHEQUE Y MOTIVO"
           END-IF.

      *----La cuenta origen ya fue digitada; la transferencia ACH se
      *    completa con el banco destino (codigo ACH de 4 digitos),
      *    la cuenta, el documento y el nombre del beneficiario.
       0027-TOMAR-DATOS-ACH.
           DISPLAY "INGRESE EL CODIGO DEL BANCO DESTINO (4 DIGITOS): "
           ACCEPT WK-ACH-BANCO
           DISPLAY "INGRESE LA CUENTA DESTINO: "
           ACCEPT WK-ACH-CTA
           DISPLAY "INGRESE EL DOCUMENTO DEL BENEFICIARIO: "
           ACCEPT WK-ACH-DOC
           DISPLAY "INGRESE EL NOMBRE DEL BENEFICIARIO: "
           ACCEPT WK-ACH-NOMBRE

           IF WK-ACH-BANCO IS NOT NUMERIC
              OR WK-ACH-BANCO EQUAL "0000"
              OR WK-ACH-CTA EQUAL SPACES
              OR WK-ACH-DOC EQUAL SPACES
              OR WK-ACH-NOMBRE EQUAL SPACES
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "DATOS DEL BENEFICIARIO INVALIDOS. SE REQUIERE"
               DISPLAY "BANCO, CUENTA, DOCUMENTO Y NOMBRE"
           ELSE
               IF WK-ACH-BANCO EQUAL WK-COD-ENTIDAD
                   MOVE 1 TO SW
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "EL BANCO DESTINO ES ESTE MISMO BANCO."
                   DISPLAY "USE LA OPCION 5 - TRANSFERENCIA"
               ELSE
                   DISPLAY "INGRESE EL VALOR A TRANSFERIR: "
                   ACCEPT WK-VLR-TEM
                   IF WK-VLR-TEM < 1
                       MOVE 1 TO SW
                       DISPLAY "Error en el valor ingresado"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      *    Consulta en linea del maestro de movimientos: se posiciona  *
      *    directo en cuenta + fecha inicial (START) y pagina con      *
               WHEN "G" MOVE "GMF 4X1000"   TO WK-OPER-DESC
               WHEN "B" MOVE "EMBARGO"      TO WK-OPER-DESC
               WHEN "L" MOVE "LEVANTE EMB"  TO WK-OPER-DESC
               WHEN "X" MOVE "ANULA ABONO"  TO WK-OPER-DESC
               WHEN "Y" MOVE "ANULA CARGO"  TO WK-OPER-DESC
               WHEN "C" MOVE "PAGO CIERRE"  TO WK-OPER-DESC
               WHEN "P" MOVE "DESEMB PREST" TO WK-OPER-DESC
               WHEN "Q" MOVE "CUOTA CAPIT." TO WK-OPER-DESC
               WHEN "J" MOVE "CUOTA INTER." TO WK-OPER-DESC
               WHEN "M" MOVE "INTERES MORA" TO WK-OPER-DESC
               WHEN "K" MOVE "PAGO CHEQUE"  TO WK-OPER-DESC
               WHEN "H" MOVE "ACH ENVIADA"  TO WK-OPER-DESC
               WHEN "U" MOVE "ACH RECIBIDA" TO WK-OPER-DESC
               WHEN "V" MOVE "ACH DEVUELTA" TO WK-OPER-DESC
               WHEN "N" MOVE "RETEFUENTE"   TO WK-OPER-DESC
               WHEN OTHER MOVE MOV-OPERACION TO WK-OPER-DESC
           END-EVALUATE

                       DISPLAY "La cuenta " LV0-CTA " esta cerrada"
                   ELSE
      *----------------Una cuenta inactiva sigue recibiendo
      *                depositos, pero los debitos (retiro,
      *                transferencia, ACH) quedan bloqueados hasta
      *                que un supervisor la reactive en
      *                MantenerCuentas.
                       IF ESTADO-CUENTA EQUAL "I"
                          AND (WK-OPC EQUAL 2 OR WK-OPC EQUAL 5
                               OR WK-OPC EQUAL 9)
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           DISPLAY "La cuenta " LV0-CTA
                               " esta inactiva."
                               "MantenerCuentas"
                       ELSE
      *--------------------Un CDT no admite depositos ni sirve de
      *                    origen de transferencias (propias o ACH);
      *                    el unico debito posible es la redencion
      *                    (opcion 2), que antes del vencimiento exige
      *                    supervisor y paga penalidad (ver 0030).
                       IF TIPO-CUENTA EQUAL "T"
                          AND (WK-OPC EQUAL 3 OR WK-OPC EQUAL 5
                               OR WK-OPC EQUAL 9)
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           DISPLAY "La cuenta " LV0-CTA " es un CDT."
                           DISPLAY "No admite depositos ni "
                                   PERFORM 0031-REALIZAR-DEPOSITO
                               WHEN 5
                                   PERFORM 0033-REALIZAR-TRANSFER
                               WHEN 7
                                   PERFORM 0050-ANULAR-MOVIMIENTO
                               WHEN 8
                                   PERFORM 0065-ORDEN-NO-PAGO
                               WHEN 9
                                   PERFORM 0039-REALIZAR-ACH
                           END-EVALUATE
                       END-IF
                       END-IF
               END-REWRITE
           END-READ.

      *----------------------------------------------------------------*
      *    Transferencia interbancaria ACH: valida fondos del origen   *
      *    (ya leido) igual que la transferencia propia, registra la   *
      *    transferencia pendiente en ACHENVIOS y solo entonces        *
      *    debita la cuenta con el movimiento "H", cuya referencia es  *
      *    el consecutivo de ACHENVIOS. Si el debito no se puede       *
      *    grabar se borra el registro pendiente para que EnviarACH    *
      *    no lo envie.                                                *
      *----------------------------------------------------------------*
       0039-REALIZAR-ACH.
           IF CUPO-SOBREGIRO IS NOT NUMERIC
               MOVE ZERO TO CUPO-SOBREGIRO
           END-IF
           IF TIPO-CUENTA EQUAL "C"
               COMPUTE WK-DISPONIBLE = VLR-SALDO + CUPO-SOBREGIRO
           ELSE
               MOVE VLR-SALDO TO WK-DISPONIBLE
           END-IF

           PERFORM 0047-SUMAR-EMBARGOS
           SUBTRACT WK-EMBARGADO FROM WK-DISPONIBLE

           PERFORM 0044-CALCULAR-GMF
           IF WK-VLR-TEM + WK-GMF > WK-DISPONIBLE
               MOVE WK-VLR-TEM TO WK-VLR
               MOVE VLR-SALDO  TO WK-SALDO
               MOVE WK-GMF     TO WK-GMF-EDIT
               DISPLAY "<<<<<<<<<<<<<<<<<<ERROR>>>>>>>>>>>>>>>>>>>>>>>>"
               DISPLAY "Actualmente su saldo es: " WK-SALDO
               DISPLAY "Y el monto ingresado es: " WK-VLR
               DISPLAY "Mas GMF 4x1000 de      : " WK-GMF-EDIT
               DISPLAY "<<<<IMPOSIBLE REALIZAR LA TRANSFERENCIA>>>>>"
           ELSE
               MOVE 1 TO SW-AUTORIZADO
               IF WK-VLR-TEM > WK-UMBRAL-AUT
                   PERFORM 0086-AUTORIZAR-SUPERVISOR
               END-IF
               IF SW-AUTORIZADO EQUAL 1
                   PERFORM 0042-REGISTRAR-ACH
                   IF ACE-ESTADO EQUAL "P"
                       PERFORM 0049-CARGAR-ACH
                   END-IF
               END-IF
           END-IF.

      *----Graba la transferencia pendiente con el primer consecutivo
      *    libre del dia (mismo reintento por status 22 que el
      *    maestro de movimientos). Si no se pudo grabar deja
      *    ACE-ESTADO en espacios y la cuenta no se debita.
       0042-REGISTRAR-ACH.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-ACHENVIOS
           MOVE WK-FECHA-SIS  TO ACE-FECHA
           MOVE WK-NRO-CTA    TO ACE-CTA-ORIGEN
           MOVE WK-ACH-BANCO  TO ACE-BANCO-DESTINO
           MOVE WK-ACH-CTA    TO ACE-CTA-DESTINO
           MOVE WK-ACH-DOC    TO ACE-DOC-BENEF
           MOVE WK-ACH-NOMBRE TO ACE-NOMBRE-BENEF
           MOVE WK-VLR-TEM    TO ACE-MONTO
           MOVE "P"           TO ACE-ESTADO
           MOVE WK-HORA-SIS   TO ACE-HORA
           MOVE ZERO          TO ACE-FECHA-ENVIO ACE-FECHA-DEV
           MOVE "ConsultarCuenta" TO ACE-PROGRAMA
           MOVE WK-OPERADOR   TO ACE-OPERADOR

           MOVE 1    TO ACE-SEQ
           MOVE ZERO TO SW-ACE-GRABADO
           PERFORM 0043-ESCRIBIR-ACH
               UNTIL SW-ACE-GRABADO EQUAL 1.

       0043-ESCRIBIR-ACH.
           WRITE REG-ACHENVIOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO SW-ACE-GRABADO
           END-WRITE

           IF SW-ACE-GRABADO EQUAL ZERO
               IF ST-ACE EQUAL "22" AND ACE-SEQ < 999999
                   ADD 1 TO ACE-SEQ
               ELSE
                   MOVE 1      TO SW-ACE-GRABADO
                   MOVE SPACES TO ACE-ESTADO
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO REGISTRAR LA TRANSFERENCIA ACH"
               END-IF
           END-IF.

      *----El registro de la cuenta origen sigue en memoria desde
      *    0025 (la escritura en ACHENVIOS no lo altera).
       0049-CARGAR-ACH.
           INITIALIZE WK-VLR-SALDO
           COMPUTE WK-VLR-SALDO = VLR-SALDO - WK-VLR-TEM
           MOVE WK-VLR-SALDO TO VLR-SALDO
           MOVE "H"          TO TP-OPERACION
           REWRITE REG-CUENTAS INVALID KEY
               DELETE ARCHIVO-ACHENVIOS RECORD INVALID KEY
                   CONTINUE
               END-DELETE
               DISPLAY "==========================================="
               DISPLAY "****OCURRIO UN ERROR. VUELVA A INTENTAR****"
               DISPLAY "==========================================="
           NOT INVALID KEY
               DISPLAY "==========================================="
               DISPLAY "********PROCESO REALIZADO CON EXITO********"
               DISPLAY "==========================================="
               CALL "C$SLEEP" USING WK-SEGUNDOS
               MOVE VLR-SALDO TO WK-VLR
               DISPLAY "SU NUEVO SALDO ES: " WK-VLR
               MOVE ACE-SEQ TO WK-CTA-REF
               PERFORM 040-GRABAR-MOVIMIENTO
               IF WK-GMF > ZERO
                   PERFORM 0045-COBRAR-GMF
               END-IF
               DISPLAY "TRAZA ACH: " ACE-FECHA ACE-SEQ
               DISPLAY "LA TRANSFERENCIA SALE EN EL PROXIMO ARCHIVO "
                   "ACH"
           END-REWRITE
           MOVE SPACES TO WK-CTA-REF.

      *----------------------------------------------------------------*
      *    Anulacion supervisada de un deposito, retiro o pata de      *
      *    transferencia ya grabado. Reune en WK-TABLA-ANULACION el    *
      *    movimiento original, el GMF y las comisiones cobrados con   *
      *    el y, si es transferencia, la otra pata con sus cargos;     *
      *    verifica que ninguno este ya anulado, que las cuentas       *
      *    sigan abiertas y que la cuenta que se debita tenga fondos,  *
      *    pide el supervisor y aplica el neto de cada cuenta (primero *
      *    la que se debita, igual que la transferencia). Solo con     *
      *    las dos cuentas grabadas se escriben los movimientos        *
      *    compensatorios "X" (anula un abono) / "Y" (anula un cargo)  *
      *    y su registro en ANULACIONES.                               *
      *----------------------------------------------------------------*
       0050-ANULAR-MOVIMIENTO.
           MOVE 1      TO SW-ANU-OK
           MOVE ZERO   TO WK-CNT-ANU
           MOVE SPACES TO WK-ANU-CTA-CTR

           PERFORM 0051-LEER-ORIGINAL
           IF SW-ANU-OK EQUAL 1 AND WK-ANU-CTA-CTR NOT EQUAL SPACES
               PERFORM 0053-BUSCAR-CONTRAPARTE
           END-IF
           IF SW-ANU-OK EQUAL 1
               PERFORM 0054-VERIFICAR-ANULADO
                   VARYING WK-NDX-ANU FROM 1 BY 1
                   UNTIL WK-NDX-ANU > WK-CNT-ANU
                      OR SW-ANU-OK EQUAL ZERO
           END-IF
           IF SW-ANU-OK EQUAL 1
               MOVE ZERO TO WK-ANU-NETO-1 WK-ANU-NETO-2
               PERFORM 0055-SUMAR-ITEM
                   VARYING WK-NDX-ANU FROM 1 BY 1
                   UNTIL WK-NDX-ANU > WK-CNT-ANU
               MOVE WK-NRO-CTA    TO WK-ANU-CTA-APL
               MOVE WK-ANU-NETO-1 TO WK-ANU-NETO-APL
               PERFORM 0056-VALIDAR-CUENTA-ANU
           END-IF
           IF SW-ANU-OK EQUAL 1 AND WK-ANU-CTA-CTR NOT EQUAL SPACES
               MOVE WK-ANU-CTA-CTR TO WK-ANU-CTA-APL
               MOVE WK-ANU-NETO-2  TO WK-ANU-NETO-APL
               PERFORM 0056-VALIDAR-CUENTA-ANU
           END-IF

           IF SW-ANU-OK EQUAL 1
               DISPLAY "==========================================="
               DISPLAY "ANULACION DEL MOVIMIENTO " WK-NRO-CTA " "
                   WK-ANU-FECHA " " WK-ANU-SEQ
               DISPLAY "MOVIMIENTOS A ANULAR: " WK-CNT-ANU
               DISPLAY "TODA ANULACION REQUIERE SUPERVISOR"
               PERFORM 0086-AUTORIZAR-SUPERVISOR
               IF SW-AUTORIZADO EQUAL 1
                   MOVE WK-BUSCA-COD TO WK-ANU-SUPERVISOR
                   PERFORM 0057-APLICAR-ANULACION
               END-IF
           END-IF.

      *----Lee el movimiento digitado. Solo se anulan depositos,
      *    retiros y patas de transferencia: el GMF y las comisiones
      *    se anulan junto con la operacion que los causo, y los
      *    registros del banco (interes, corte, embargos) no son
      *    errores de digitacion.
       0051-LEER-ORIGINAL.
           INITIALIZE MOV-LLAVE
           MOVE WK-NRO-CTA   TO MOV-CTA
           MOVE WK-ANU-FECHA TO MOV-FECHA
           MOVE WK-ANU-SEQ   TO MOV-SEQ
           READ ARCHIVO-MOVIMIENTOS KEY IS MOV-LLAVE INVALID KEY
               MOVE ZERO TO SW-ANU-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL MOVIMIENTO " WK-NRO-CTA " "
                   WK-ANU-FECHA " " WK-ANU-SEQ
           NOT INVALID KEY
               EVALUATE MOV-OPERACION
                   WHEN "D"
                   WHEN "W"
                   WHEN "T"
                   WHEN "E"
                       PERFORM 0058-AGREGAR-ITEM
                       IF MOV-OPERACION EQUAL "T"
                           MOVE MOV-CTA-REF TO WK-ANU-CTA-CTR
                           MOVE "E"         TO WK-ANU-OPER-CTR
                       END-IF
                       IF MOV-OPERACION EQUAL "E"
                           MOVE MOV-CTA-REF TO WK-ANU-CTA-CTR
                           MOVE "T"         TO WK-ANU-OPER-CTR
                       END-IF
                       PERFORM 0052-BUSCAR-CARGOS
                   WHEN OTHER
                       MOVE ZERO TO SW-ANU-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "SOLO SE ANULAN DEPOSITOS, RETIROS Y "
                           "TRANSFERENCIAS."
                       DISPLAY "EL GMF Y LAS COMISIONES SE ANULAN CON "
                           "SU OPERACION"
               END-EVALUATE
           END-READ.

      *----El GMF y la penalidad de un debito se graban enseguida del
      *    movimiento, en la misma cuenta y fecha y por el mismo
      *    programa: se recogen leyendo hacia adelante desde el
      *    movimiento en memoria hasta el primero que no lo sea.
       0052-BUSCAR-CARGOS.
           IF MOV-OPERACION EQUAL "W" OR MOV-OPERACION EQUAL "T"
               MOVE MOV-CTA      TO WK-ANU-CTA-BASE
               MOVE MOV-FECHA    TO WK-ANU-FECHA-BASE
               MOVE MOV-PROGRAMA TO WK-ANU-PROGRAMA
               MOVE ZERO TO SW-FIN-ANU
               START ARCHIVO-MOVIMIENTOS KEY IS GREATER THAN MOV-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-ANU
               END-START
               IF ST-MOV NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-ANU
               END-IF
               PERFORM 0059-LEER-CARGO UNTIL SW-FIN-ANU EQUAL 1
           END-IF.

       0059-LEER-CARGO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-ANU
           NOT AT END
               IF MOV-CTA EQUAL WK-ANU-CTA-BASE
                  AND MOV-FECHA EQUAL WK-ANU-FECHA-BASE
                  AND MOV-PROGRAMA EQUAL WK-ANU-PROGRAMA
                  AND (MOV-OPERACION EQUAL "G"
                       OR MOV-OPERACION EQUAL "F")
                   PERFORM 0058-AGREGAR-ITEM
               ELSE
                   MOVE 1 TO SW-FIN-ANU
               END-IF
           END-READ
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-ANU
           END-IF.

      *----Busca la otra pata de la transferencia: en la cuenta
      *    contraparte, la misma fecha, la operacion opuesta, el mismo
      *    valor y referenciando esta cuenta, que no este ya anulada.
      *    Sin ella no se anula, para no dejar media transferencia.
       0053-BUSCAR-CONTRAPARTE.
           MOVE ZERO TO SW-FIN-ANU SW-ANU-HALLADA
           INITIALIZE MOV-LLAVE
           MOVE WK-ANU-CTA-CTR TO MOV-CTA
           MOVE TAN-FECHA(1)   TO MOV-FECHA
           MOVE ZERO           TO MOV-SEQ
           START ARCHIVO-MOVIMIENTOS KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-ANU
           END-START
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-ANU
           END-IF
           PERFORM 0060-LEER-CONTRAPARTE UNTIL SW-FIN-ANU EQUAL 1

           IF SW-ANU-HALLADA EQUAL ZERO
               MOVE ZERO TO SW-ANU-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE ENCONTRO LA OTRA PATA DE LA TRANSFERENCIA"
               DISPLAY "EN LA CUENTA " WK-ANU-CTA-CTR
           ELSE
               PERFORM 0058-AGREGAR-ITEM
               PERFORM 0052-BUSCAR-CARGOS
           END-IF.

       0060-LEER-CONTRAPARTE.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-ANU
           NOT AT END
               IF MOV-CTA NOT EQUAL WK-ANU-CTA-CTR
                  OR MOV-FECHA NOT EQUAL TAN-FECHA(1)
                   MOVE 1 TO SW-FIN-ANU
               ELSE
                   IF MOV-OPERACION EQUAL WK-ANU-OPER-CTR
                      AND MOV-CTA-REF EQUAL WK-NRO-CTA
                      AND MOV-MONTO EQUAL TAN-MONTO(1)
                       MOVE MOV-LLAVE TO ANU-LLAVE-ORIG
                       READ ARCHIVO-ANULACIONES KEY IS ANU-LLAVE-ORIG
                           INVALID KEY
                               MOVE 1 TO SW-ANU-HALLADA
                               MOVE 1 TO SW-FIN-ANU
                           NOT INVALID KEY
                               CONTINUE
                       END-READ
                   END-IF
               END-IF
           END-READ
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-ANU
           END-IF.

       0058-AGREGAR-ITEM.
           IF WK-CNT-ANU < 8
               ADD 1 TO WK-CNT-ANU
               MOVE MOV-LLAVE     TO TAN-LLAVE(WK-CNT-ANU)
               MOVE MOV-OPERACION TO TAN-OPER(WK-CNT-ANU)
               MOVE MOV-MONTO     TO TAN-MONTO(WK-CNT-ANU)
               MOVE MOV-CTA-REF   TO TAN-CTA-REF(WK-CNT-ANU)
           ELSE
               MOVE ZERO TO SW-ANU-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "DEMASIADOS CARGOS ASOCIADOS. ANULAR A MANO"
           END-IF.

      *----Un movimiento ya anulado no se vuelve a anular: su llave
      *    existe en ANULACIONES.
       0054-VERIFICAR-ANULADO.
           MOVE TAN-LLAVE(WK-NDX-ANU) TO ANU-LLAVE-ORIG
           READ ARCHIVO-ANULACIONES KEY IS ANU-LLAVE-ORIG INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE ZERO TO SW-ANU-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL MOVIMIENTO " TAN-CTA(WK-NDX-ANU) " "
                   TAN-FECHA(WK-NDX-ANU) " " TAN-SEQ(WK-NDX-ANU)
               DISPLAY "YA FUE ANULADO EL " ANU-FECHA-ANUL
                   " POR " ANU-OPERADOR
           END-READ.

      *----Anular un abono (D/E) debita la cuenta; anular un cargo
      *    (W/T/G/F) le devuelve el valor.
       0055-SUMAR-ITEM.
           IF TAN-OPER(WK-NDX-ANU) EQUAL "D"
              OR TAN-OPER(WK-NDX-ANU) EQUAL "E"
               COMPUTE WK-ANU-EFECTO = ZERO - TAN-MONTO(WK-NDX-ANU)
           ELSE
               MOVE TAN-MONTO(WK-NDX-ANU) TO WK-ANU-EFECTO
           END-IF
           IF TAN-CTA(WK-NDX-ANU) EQUAL WK-NRO-CTA
               ADD WK-ANU-EFECTO TO WK-ANU-NETO-1
           ELSE
               ADD WK-ANU-EFECTO TO WK-ANU-NETO-2
           END-IF.

      *----La cuenta debe existir y no estar cerrada; si la anulacion
      *    la debita, su disponible (saldo mas cupo de sobregiro,
      *    menos embargos activos) debe cubrir el debito. La suma de
      *    embargos trabaja sobre WK-NRO-CTA, que se salva y restaura.
       0056-VALIDAR-CUENTA-ANU.
           MOVE WK-ANU-CTA-APL TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO SW-ANU-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no existe"
           NOT INVALID KEY
               IF ESTADO-CUENTA EQUAL "C"
                   MOVE ZERO TO SW-ANU-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "La cuenta " LV0-CTA " esta cerrada"
               ELSE
                   IF WK-ANU-NETO-APL < ZERO
                       IF CUPO-SOBREGIRO IS NOT NUMERIC
                           MOVE ZERO TO CUPO-SOBREGIRO
                       END-IF
                       IF TIPO-CUENTA EQUAL "C"
                           COMPUTE WK-DISPONIBLE =
                               VLR-SALDO + CUPO-SOBREGIRO
                       ELSE
                           MOVE VLR-SALDO TO WK-DISPONIBLE
                       END-IF
                       MOVE WK-NRO-CTA     TO WK-ANU-CTA-SALVA
                       MOVE WK-ANU-CTA-APL TO WK-NRO-CTA
                       PERFORM 0047-SUMAR-EMBARGOS
                       MOVE WK-ANU-CTA-SALVA TO WK-NRO-CTA
                       SUBTRACT WK-EMBARGADO FROM WK-DISPONIBLE
                       IF WK-DISPONIBLE + WK-ANU-NETO-APL < ZERO
                           MOVE ZERO TO SW-ANU-OK
                           MOVE VLR-SALDO TO WK-SALDO
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           DISPLAY "La cuenta " LV0-CTA " no tiene "
                               "fondos para la anulacion"
                           DISPLAY "Actualmente su saldo es: " WK-SALDO
                       END-IF
                   END-IF
               END-IF
           END-READ.

      *----Aplica primero la cuenta que se debita; si la segunda no
      *    se puede grabar se devuelve la primera, de modo que las dos
      *    queden anuladas o ninguna.
       0057-APLICAR-ANULACION.
           IF WK-ANU-CTA-CTR NOT EQUAL SPACES
              AND WK-ANU-NETO-2 < ZERO
               MOVE WK-ANU-CTA-CTR TO WK-ANU-CTA-APL
               MOVE WK-ANU-NETO-2  TO WK-ANU-NETO-APL
               PERFORM 0061-APLICAR-CUENTA
               MOVE WK-ANU-SALDO-APL TO WK-ANU-SALDO-2
               IF SW-ANU-APLICADO EQUAL 1
                   MOVE WK-NRO-CTA    TO WK-ANU-CTA-APL
                   MOVE WK-ANU-NETO-1 TO WK-ANU-NETO-APL
                   PERFORM 0061-APLICAR-CUENTA
                   MOVE WK-ANU-SALDO-APL TO WK-ANU-SALDO-1
                   IF SW-ANU-APLICADO EQUAL ZERO
                       MOVE WK-ANU-CTA-CTR TO WK-ANU-CTA-APL
                       COMPUTE WK-ANU-NETO-APL = ZERO - WK-ANU-NETO-2
                       PERFORM 0061-APLICAR-CUENTA
                       MOVE ZERO TO SW-ANU-APLICADO
                   END-IF
               END-IF
           ELSE
               MOVE WK-NRO-CTA    TO WK-ANU-CTA-APL
               MOVE WK-ANU-NETO-1 TO WK-ANU-NETO-APL
               PERFORM 0061-APLICAR-CUENTA
               MOVE WK-ANU-SALDO-APL TO WK-ANU-SALDO-1
               IF SW-ANU-APLICADO EQUAL 1
                  AND WK-ANU-CTA-CTR NOT EQUAL SPACES
                   MOVE WK-ANU-CTA-CTR TO WK-ANU-CTA-APL
                   MOVE WK-ANU-NETO-2  TO WK-ANU-NETO-APL
                   PERFORM 0061-APLICAR-CUENTA
                   MOVE WK-ANU-SALDO-APL TO WK-ANU-SALDO-2
                   IF SW-ANU-APLICADO EQUAL ZERO
                       MOVE WK-NRO-CTA TO WK-ANU-CTA-APL
                       COMPUTE WK-ANU-NETO-APL = ZERO - WK-ANU-NETO-1
                       PERFORM 0061-APLICAR-CUENTA
                       MOVE ZERO TO SW-ANU-APLICADO
                   END-IF
               END-IF
           END-IF

           IF SW-ANU-APLICADO EQUAL 1
               PERFORM 0062-GRABAR-ITEM
                   VARYING WK-NDX-ANU FROM 1 BY 1
                   UNTIL WK-NDX-ANU > WK-CNT-ANU
               DISPLAY "==========================================="
               DISPLAY "*******ANULACION REALIZADA CON EXITO*******"
               DISPLAY "==========================================="
               CALL "C$SLEEP" USING WK-SEGUNDOS
           ELSE
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO GRABAR LA ANULACION. NO SE APLICO"
           END-IF.

      *----Regraba la cuenta WK-ANU-CTA-APL con su neto de anulacion
      *    y deja el saldo previo en WK-ANU-SALDO-APL para armar el
      *    saldo corrido de los movimientos compensatorios.
       0061-APLICAR-CUENTA.
           MOVE ZERO TO SW-ANU-APLICADO
           MOVE WK-ANU-CTA-APL TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no existe"
           NOT INVALID KEY
               MOVE VLR-SALDO TO WK-ANU-SALDO-APL
               INITIALIZE WK-VLR-SALDO
               COMPUTE WK-VLR-SALDO = VLR-SALDO + WK-ANU-NETO-APL
               MOVE WK-VLR-SALDO TO VLR-SALDO
               IF WK-ANU-NETO-APL < ZERO
                   MOVE "X" TO TP-OPERACION
               ELSE
                   MOVE "Y" TO TP-OPERACION
               END-IF
               REWRITE REG-CUENTAS INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO REGRABAR LA CUENTA " LV0-CTA
               NOT INVALID KEY
                   MOVE 1 TO SW-ANU-APLICADO
               END-REWRITE
           END-READ.

      *----Graba el movimiento compensatorio de un item con el saldo
      *    corrido de su cuenta y, si quedo grabado, el registro de
      *    ANULACIONES que une el original con su anulacion.
       0062-GRABAR-ITEM.
           IF TAN-OPER(WK-NDX-ANU) EQUAL "D"
              OR TAN-OPER(WK-NDX-ANU) EQUAL "E"
               MOVE "X" TO WK-ANU-OPER-REV
               COMPUTE WK-ANU-EFECTO = ZERO - TAN-MONTO(WK-NDX-ANU)
           ELSE
               MOVE "Y" TO WK-ANU-OPER-REV
               MOVE TAN-MONTO(WK-NDX-ANU) TO WK-ANU-EFECTO
           END-IF

           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-MOVIMIENTOS
           MOVE TAN-CTA(WK-NDX-ANU) TO MOV-CTA
           IF TAN-CTA(WK-NDX-ANU) EQUAL WK-NRO-CTA
               ADD WK-ANU-EFECTO TO WK-ANU-SALDO-1
               MOVE WK-ANU-SALDO-1 TO MOV-SALDO
           ELSE
               ADD WK-ANU-EFECTO TO WK-ANU-SALDO-2
               MOVE WK-ANU-SALDO-2 TO MOV-SALDO
           END-IF
           MOVE WK-ANU-OPER-REV       TO MOV-OPERACION
           MOVE TAN-MONTO(WK-NDX-ANU) TO MOV-MONTO
           MOVE WK-FECHA-SIS          TO MOV-FECHA
           MOVE WK-HORA-SIS           TO MOV-HORA
           MOVE "ConsultarCuenta"     TO MOV-PROGRAMA
           MOVE TAN-CTA-REF(WK-NDX-ANU) TO MOV-CTA-REF
           MOVE WK-OPERADOR           TO MOV-OPERADOR

           MOVE 1    TO MOV-SEQ
           MOVE ZERO TO SW-MOV-GRABADO
           PERFORM 041-ESCRIBIR-MOVIMIENTO
               UNTIL SW-MOV-GRABADO EQUAL 1

           IF ST-MOV(1:1) EQUAL "0"
               INITIALIZE REG-ANULACIONES
               MOVE TAN-LLAVE(WK-NDX-ANU) TO ANU-LLAVE-ORIG
               MOVE MOV-LLAVE             TO ANU-LLAVE-ANUL
               MOVE TAN-OPER(WK-NDX-ANU)  TO ANU-OPER-ORIG
               MOVE TAN-MONTO(WK-NDX-ANU) TO ANU-MONTO
               MOVE WK-HORA-SIS           TO ANU-HORA
               MOVE WK-OPERADOR           TO ANU-OPERADOR
               MOVE WK-ANU-SUPERVISOR     TO ANU-SUPERVISOR
               MOVE WK-ANU-MOTIVO         TO ANU-MOTIVO
               WRITE REG-ANULACIONES INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO REGISTRAR LA ANULACION DE "
                       TAN-CTA(WK-NDX-ANU) " " TAN-FECHA(WK-NDX-ANU)
                       " " TAN-SEQ(WK-NDX-ANU)
               END-WRITE
               MOVE TAN-MONTO(WK-NDX-ANU) TO WK-VLR
               DISPLAY "ANULADO " TAN-OPER(WK-NDX-ANU) " CUENTA "
                   TAN-CTA(WK-NDX-ANU) " POR " WK-VLR
           END-IF.

      *----------------------------------------------------------------*
      *    Orden de no pago (opcion 8). Solo para cuentas corrientes:  *
      *    el cheque debe caer en el rango de una chequera entregada   *
      *    a la cuenta y no tener ya una novedad en CHEQUES (pagado en *
      *    canje u orden anterior). Con la autorizacion del supervisor *
      *    se graba la orden "N"; no mueve saldo, por eso no deja      *
      *    movimiento: el registro en CHEQUES es su constancia.        *
      *----------------------------------------------------------------*
       0065-ORDEN-NO-PAGO.
           MOVE 1 TO SW-CHE-OK
           IF TIPO-CUENTA NOT EQUAL "C"
               MOVE ZERO TO SW-CHE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no es corriente"
           END-IF

           IF SW-CHE-OK EQUAL 1
               PERFORM 0066-BUSCAR-CHEQUERA
               IF SW-EMITIDO EQUAL ZERO
                   MOVE ZERO TO SW-CHE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El cheque " WK-CHE-NUMERO
                       " no pertenece a ninguna chequera de la cuenta"
               END-IF
           END-IF

           IF SW-CHE-OK EQUAL 1
               MOVE WK-NRO-CTA    TO CHE-CTA
               MOVE WK-CHE-NUMERO TO CHE-NUMERO
               READ ARCHIVO-CHEQUES KEY IS CHE-LLAVE INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ZERO TO SW-CHE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   IF CHE-ESTADO EQUAL "P"
                       DISPLAY "El cheque " WK-CHE-NUMERO
                           " ya fue pagado el " CHE-FECHA
                   ELSE
                       DISPLAY "El cheque " WK-CHE-NUMERO
                           " ya tiene orden de no pago del " CHE-FECHA
                   END-IF
               END-READ
           END-IF

           IF SW-CHE-OK EQUAL 1
               DISPLAY "==========================================="
               DISPLAY "ORDEN DE NO PAGO DEL CHEQUE " WK-CHE-NUMERO
                   " DE LA CUENTA " WK-NRO-CTA
               DISPLAY "TODA ORDEN DE NO PAGO REQUIERE SUPERVISOR"
               PERFORM 0086-AUTORIZAR-SUPERVISOR
               IF SW-AUTORIZADO EQUAL 1
                   PERFORM 0068-GRABAR-NO-PAGO
               END-IF
           END-IF.

      *----Recorre las chequeras de la cuenta (llave cuenta + serie)
      *    buscando una cuyo rango contenga el cheque.
       0066-BUSCAR-CHEQUERA.
           MOVE ZERO TO SW-EMITIDO
           IF SW-CHQ-ABIERTO EQUAL 1
               MOVE ZERO TO SW-FIN-CHQ
               INITIALIZE CHQ-LLAVE
               MOVE WK-NRO-CTA TO CHQ-CTA
               MOVE LOW-VALUES TO CHQ-SERIE
               START ARCHIVO-CHEQUERAS KEY IS GREATER THAN CHQ-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-CHQ
               END-START
               IF ST-CHQ NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-CHQ
               END-IF
               PERFORM 0067-LEER-CHEQUERA UNTIL SW-FIN-CHQ EQUAL 1
           END-IF.

       0067-LEER-CHEQUERA.
           READ ARCHIVO-CHEQUERAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CHQ
           NOT AT END
               IF CHQ-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-CHQ
               ELSE
                   IF WK-CHE-NUMERO NOT LESS THAN CHQ-NUM-INICIAL
                      AND WK-CHE-NUMERO NOT GREATER THAN CHQ-NUM-FINAL
                       MOVE 1 TO SW-EMITIDO SW-FIN-CHQ
                   END-IF
               END-IF
           END-READ
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CHQ
           END-IF.

       0068-GRABAR-NO-PAGO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-CHEQUES
           MOVE WK-NRO-CTA    TO CHE-CTA
           MOVE WK-CHE-NUMERO TO CHE-NUMERO
           MOVE "N"           TO CHE-ESTADO
           MOVE WK-FECHA-SIS  TO CHE-FECHA
           MOVE WK-HORA-SIS   TO CHE-HORA
           MOVE WK-CHE-MOTIVO TO CHE-MOTIVO
           MOVE WK-OPERADOR   TO CHE-OPERADOR
           MOVE WK-BUSCA-COD  TO CHE-SUPERVISOR
           WRITE REG-CHEQUES INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO GRABAR LA ORDEN DE NO PAGO"
           NOT INVALID KEY
               DISPLAY "==========================================="
               DISPLAY "****ORDEN DE NO PAGO REGISTRADA****"
               DISPLAY "Cuenta : " CHE-CTA
               DISPLAY "Cheque : " CHE-NUMERO
               DISPLAY "==========================================="
           END-WRITE.

       040-GRABAR-MOVIMIENTO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
