      * Date:   2026/08/08
      * Purpose: Programa de mantenimiento de cuentas. Permite abrir
      *          cuentas con un saldo inicial definido, rechazando
      *          numeros de cuenta duplicados, y cerrar una cuenta
      *          existente para que DatosBatch y ConsultarCuenta
      *          rechacen nuevas operaciones sobre ella. El cierre es
      *          una liquidacion: causa el interes de las de ahorros
      *          (con su retencion en la fuente), cobra comisiones
      *          pendientes y GMF, entrega el saldo (traslado a otra
      *          cuenta del titular o pago en efectivo) y emite el
      *          certificado de paz y salvo.
      *          No se cierra una cuenta con embargos, ordenes,
      *          prestamos o CDT vigentes asociados.
      *          Cada alta, modificacion o cambio de estado queda en
      *          AUDITORIA con la imagen antes y despues.
      *          El vencimiento de un CDT que cae en sabado, domingo
      *          o festivo (maestro FESTIVOS) pasa al dia habil
      *          siguiente.
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

      *----Select para el maestro de clientes (ver MantenerClientes)
               RECORD KEY   IS CLI-DOCUMENTO
               FILE STATUS  IS ST-CLI.

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

      *----Select para el maestro de embargos judiciales (ver
      *    MantenerEmbargos). Un embargo activo impide el cierre.
           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EMB-LLAVE
               FILE STATUS  IS ST-EMB.

      *----Select para el maestro de ordenes permanentes (ver
      *    MantenerOrdenes). Una orden activa desde o hacia la
      *    cuenta impide el cierre.
           SELECT ARCHIVO-ORDENES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ORDENES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ORD-LLAVE
               FILE STATUS  IS ST-ORD.

      *----Select para el maestro de prestamos de consumo (ver
      *    MantenerPrestamos). Un prestamo no cancelado que debita la
      *    cuenta impide el cierre.
           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRE-NUMERO
               FILE STATUS  IS ST-PRE.

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
      *    clave|valor (ver 0084-LEER-PARAMETROS).
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\PARAMETROS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PAR.

      *----Select para el certificado de paz y salvo del cierre. Ruta
      *    dinamica, ver WK-RUTA-PAZ-SALVO; variable de ambiente
      *    "PAZSALVO" (mismo mecanismo que los archivos fechados de
      *    DatosBatch).
           SELECT ARCHIVO-PAZ-SALVO
               ASSIGN TO WK-RUTA-PAZ-SALVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PYS.

      *----Select para la bitacora de auditoria de los maestros,
      *    compartida por los programas de mantenimiento. Indexada
      *    por fecha + hora + consecutivo: el orden de la llave es
      *    el cronologico que recorre ReporteAuditoria.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\AUDITORIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-LLAVE
               FILE STATUS  IS ST-AUD.

      *----Select para archivo de bloqueo (control de concurrencia)
           SELECT ARCHIVO-LOCK
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CUENTAS.LCK"
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
      *                    C -> Pago en efectivo del saldo al cierre   *
      *                    N -> Retencion en la fuente (debito)        *
      *    MOV-MONTO     : Valor del movimiento                        *
      *    MOV-SALDO     : Saldo de la cuenta despues del movimiento   *
      *    MOV-PROGRAMA  : Programa que registro el movimiento         *
           02 CLI-DIRECCION  PIC X(40).
           02 CLI-TELEFONO   PIC X(15).
           02 CLI-FECHA-VINC PIC 9(08).
           02 CLI-EXENTO-RTE PIC X.
           02 FILLER         PIC X(14).
      *----------------------------------------------------------------*
      *    CLI-DOCUMENTO  : LLAVE UNICA. Documento del cliente         *
      *    CLI-NOMBRE     : Nombre completo del cliente                *
      *    CLI-DIRECCION  : Direccion de contacto                      *
      *    CLI-TELEFONO   : Telefono de contacto                       *
      *    CLI-FECHA-VINC : Fecha de vinculacion AAAAMMDD              *
      *    CLI-EXENTO-RTE : S -> Cliente exento de retencion en la     *
      *                     fuente sobre los intereses                 *
      *----------------------------------------------------------------*

       FD  ARCHIVO-EMBARGOS.
       01  REG-EMBARGOS.
           02 EMB-LLAVE.
               03 EMB-CTA        PIC X(06).
               03 EMB-CONSEC     PIC 9(02).
           02 EMB-VALOR       PIC 9(12).
           02 EMB-REFERENCIA  PIC X(20).
           02 EMB-FECHA-INICIO PIC 9(08).
           02 EMB-FECHA-LEVANTE PIC 9(08).
           02 EMB-ESTADO      PIC X.
           02 FILLER          PIC X(10).
      *----------------------------------------------------------------*
      *    EMB-LLAVE      : LLAVE UNICA cuenta + consecutivo           *
      *    EMB-ESTADO     : A -> Activo   L -> Levantado               *
      *----------------------------------------------------------------*

       FD  ARCHIVO-ORDENES.
       01  REG-ORDENES.
           02 ORD-LLAVE.
               03 ORD-CTA-ORIGEN PIC X(06).
               03 ORD-CONSEC     PIC 9(02).
           02 ORD-CTA-DESTINO PIC X(06).
           02 ORD-MONTO       PIC 9(12).
           02 ORD-DIA         PIC 9(02).
           02 ORD-ESTADO      PIC X.
           02 ORD-FECHA-ALTA  PIC 9(08).
           02 ORD-FECHA-EJEC  PIC 9(08).
           02 FILLER          PIC X(10).
      *----------------------------------------------------------------*
      *    ORD-LLAVE      : LLAVE UNICA cuenta origen + consecutivo    *
      *    ORD-CTA-DESTINO: Cuenta que recibe el traslado              *
      *    ORD-ESTADO     : A -> Activa   S -> Suspendida              *
      *----------------------------------------------------------------*

       FD  ARCHIVO-PRESTAMOS.
       01  REG-PRESTAMOS.
           02 PRE-NUMERO         PIC X(06).
           02 PRE-DOCUMENTO      PIC X(12).
           02 PRE-CTA            PIC X(06).
           02 PRE-CAPITAL        PIC 9(12).
           02 PRE-TASA           PIC 9(02)V9(04).
           02 PRE-TASA-MORA      PIC 9(02)V9(04).
           02 PRE-PLAZO          PIC 9(03).
           02 PRE-DIA-PAGO       PIC 9(02).
           02 PRE-CUOTA          PIC 9(12).
           02 PRE-ESTADO         PIC X.
           02 PRE-SALDO-CAPITAL  PIC 9(12).
           02 PRE-CUOTAS-PAGADAS PIC 9(03).
           02 PRE-FECHA-DESEMB   PIC 9(08).
           02 PRE-FECHA-ULT-PAGO PIC 9(08).
           02 PRE-OPERADOR       PIC X(04).
           02 PRE-SUPERVISOR     PIC X(04).
           02 FILLER             PIC X(20).
      *----------------------------------------------------------------*
      *    PRE-NUMERO     : LLAVE UNICA. Numero del prestamo           *
      *    PRE-CTA        : Cuenta de desembolso y debito de cuotas    *
      *    PRE-ESTADO     : A -> Al dia   M -> En mora                 *
      *                     C -> Cancelado                             *
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
       01  REG-PARAMETRO PIC X(40).

       FD  ARCHIVO-PAZ-SALVO.
       01  REG-PAZ-SALVO PIC X(80).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           02 AUD-LLAVE.
               03 AUD-FECHA      PIC 9(08).
               03 AUD-HORA       PIC 9(08).
               03 AUD-SEQ        PIC 9(04).
           02 AUD-ARCHIVO    PIC X(10).
           02 AUD-CLAVE      PIC X(14).
           02 AUD-CUENTA     PIC X(06).
           02 AUD-ACCION     PIC X.
           02 AUD-PROGRAMA   PIC X(15).
           02 AUD-OPERADOR   PIC X(04).
           02 AUD-SUPERVISOR PIC X(04).
           02 AUD-ANTES      PIC X(130).
           02 AUD-DESPUES    PIC X(130).
           02 FILLER         PIC X(10).
      *----------------------------------------------------------------*
      *    AUD-LLAVE     : LLAVE UNICA fecha + hora + consecutivo      *
      *    AUD-ARCHIVO   : Maestro modificado: CUENTAS, CLIENTES,      *
      *                    EMBARGOS u ORDENES                          *
      *    AUD-CLAVE     : Llave del registro modificado               *
      *    AUD-CUENTA    : Cuenta afectada (espacios si no aplica)     *
      *    AUD-ACCION    : A -> Alta del registro                      *
      *                    M -> Modificacion de datos                  *
      *                    E -> Cambio de estado                       *
      *    AUD-PROGRAMA  : Programa que hizo el cambio                 *
      *    AUD-OPERADOR  : Operador firmado                            *
      *    AUD-SUPERVISOR: Supervisor que autorizo (si la operacion    *
      *                    es supervisada)                             *
      *    AUD-ANTES     : Imagen del registro antes del cambio        *
      *                    (espacios en un alta)                       *
      *    AUD-DESPUES   : Imagen del registro despues del cambio      *
      *----------------------------------------------------------------*

       FD  ARCHIVO-LOCK.
       01  REG-LOCK.
           02 ST-MOV       PIC XX.
           02 ST-CLI       PIC XX.
           02 ST-OPE       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-ORD       PIC XX.
           02 ST-PRE       PIC XX.
           02 ST-FES       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-PYS       PIC XX.
           02 ST-LOCK       PIC XX.
           02 WK-LOCK-OK    PIC 9 VALUE ZERO.
           02 WK-LOCK-FILE  PIC X(60) VALUE
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 SW-AUTORIZADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.
           02 WK-VLR-INI    PIC 9(12).
           02 WK-VLR        PIC $ZZZ,ZZZ,ZZZ,ZZZ.99-.
           02 WK-CUPO       PIC 9(12).
           02 WK-TASA       PIC 9(02)V9(04).
           02 WK-MOV-OPER   PIC X.
           02 WK-MOV-MONTO  PIC 9(12).
           02 WK-MOV-CTA-REF PIC X(06) VALUE SPACES.

      *----Datos de apertura de un CDT (TIPO-CUENTA "T"): plazo en
      *    dias, instruccion al vencimiento y cuenta vista que
           02 WK-CTA-ABONO  PIC X(06).
           02 WK-FECHA-VCTO PIC 9(08).
           02 WK-DIAS-TOT   PIC 9(08).

      *----Calendario de dias habiles para el vencimiento del CDT:
      *    si el maestro FESTIVOS no existe solo se reconocen los
      *    sabados y domingos.
           02 SW-FES-ABIERTO PIC 9 VALUE ZERO.
           02 SW-DIA-HABIL   PIC 9 VALUE ZERO.
           02 WK-CAL-FECHA   PIC 9(08).
           02 WK-CAL-DIAS    PIC 9(08).
           02 WK-CAL-DIA-SEM PIC 9.
           02 SW-ABONO-OK   PIC 9 VALUE ZERO.
           02 WK-FECHA-SIS  PIC 9(08).
           02 WK-HORA-SIS   PIC 9(08).

      *----Liquidacion del cierre de cuenta (0030): bloqueos que lo
      *    impiden, conceptos liquidados a la fecha de cierre y
      *    destino del saldo. Las tarifas de manejo y de retiro son
      *    las mismas de CobroComisiones; la tasa del GMF se toma de
      *    PARAMETROS.TXT (TASA-GMF-X1000) como en ConsultarCuenta;
      *    la retencion en la fuente sobre el interes causado usa la
      *    tasa y la base de CalculoIntereses (TASA-RETEFTE-X1000,
      *    BASE-MIN-RETEFTE) y respeta la exencion del titular.
           02 SW-CIERRE-OK    PIC 9 VALUE ZERO.
           02 SW-ABONO-DEST   PIC 9 VALUE ZERO.
           02 SW-CARGO-ORIGEN PIC 9 VALUE ZERO.
           02 SW-FIN-EMB      PIC 9 VALUE ZERO.
           02 SW-FIN-ORD      PIC 9 VALUE ZERO.
           02 SW-FIN-PRE      PIC 9 VALUE ZERO.
           02 SW-FIN-CTA      PIC 9 VALUE ZERO.
           02 SW-FIN-MOV      PIC 9 VALUE ZERO.
           02 SW-COMISION-MES PIC 9 VALUE ZERO.
           02 WK-CNT-EMB-ACT  PIC 9(03) VALUE ZERO.
           02 WK-CNT-ORD-ACT  PIC 9(03) VALUE ZERO.
           02 WK-CNT-PRE-ACT  PIC 9(03) VALUE ZERO.
           02 WK-CNT-CDT-ABONO PIC 9(03) VALUE ZERO.
           02 WK-CNT-RETIROS-MES PIC 9(06) VALUE ZERO.
           02 WK-CUOTA-MANEJO PIC 9(12) VALUE 10000.
           02 WK-TARIFA-RETIRO PIC 9(12) VALUE 500.
           02 WK-TASA-GMF     PIC 9(02) VALUE 4.
           02 WK-FECHA-ULT-INT PIC 9(08).
           02 WK-DIAS-INT     PIC 9(05).
           02 WK-VLR-SALDO    PIC S9(12).
           02 WK-CIE-SIGNO    PIC X.
           02 WK-CIE-TIPO     PIC X.
           02 WK-CIE-ESTADO   PIC X.
           02 WK-CIE-DOC      PIC X(12).
           02 WK-CIE-NOMBRE   PIC X(40).
           02 WK-CIE-EXENTO   PIC X.
           02 WK-CIE-SALDO-INI PIC S9(12).
           02 WK-CIE-SALDO-LIQ PIC S9(12).
           02 WK-CIE-INTERES  PIC 9(12).
           02 WK-CIE-RETENCION PIC 9(12).
           02 WK-CIE-EXENTO-RTE PIC X.
           02 WK-TASA-RTE     PIC 9(03) VALUE 70.
           02 WK-BASE-RTE     PIC 9(12) VALUE 10000.
           02 WK-CIE-COMISION PIC 9(12).
           02 WK-CIE-DEUDA    PIC 9(12).
           02 WK-CIE-GMF      PIC 9(12).
           02 WK-CIE-ENTREGA  PIC 9(12).
           02 WK-CIE-DESTINO  PIC X.
           02 WK-CIE-CTA-DEST PIC X(06).
           02 WK-CIE-SUPERVISOR PIC X(04).
           02 WK-RESPUESTA    PIC X.
           02 WK-PAR-CLAVE    PIC X(20).
           02 WK-PAR-VALOR    PIC X(12).
           02 WK-LEN-VALOR    PIC 9(02) VALUE ZERO.
           02 SW-MEDIDO       PIC 9 VALUE ZERO.
           02 SW-FIN-PAR      PIC 9 VALUE ZERO.
           02 WK-BASE-DIR     PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-PAZ-SALVO PIC X(80).

      *----Lineas del certificado de paz y salvo
       01  WK-PYS-SEPARA      PIC X(64) VALUE ALL "=".

       01  WK-PYS-GUIONES     PIC X(64) VALUE ALL "-".

       01  WK-PYS-TITULO.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
               "BANCO BOGOTA - CERTIFICADO DE PAZ Y SALVO".

       01  WK-PYS-DATO.
           02 PYS-ETIQUETA    PIC X(18).
           02 FILLER          PIC X(02) VALUE ": ".
           02 PYS-VALOR       PIC X(44).

       01  WK-PYS-VALOR.
           02 PYS-CONCEPTO    PIC X(26).
           02 FILLER          PIC X(02) VALUE ": ".
           02 PYS-MONTO       PIC $ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  WK-PYS-TEXTO       PIC X(64).

      *----Auditoria de los maestros: cada alta, modificacion o
      *    cambio de estado deja en AUDITORIA la imagen del registro
      *    antes y despues del cambio (092-GRABAR-AUDITORIA).
       01  WK-AUDITORIA.
           02 ST-AUD            PIC XX.
           02 WK-AUD-ARCHIVO    PIC X(10).
           02 WK-AUD-CLAVE      PIC X(14).
           02 WK-AUD-CUENTA     PIC X(06).
           02 WK-AUD-ACCION     PIC X.
           02 WK-AUD-SUPERVISOR PIC X(04) VALUE SPACES.
           02 WK-AUD-ANTES      PIC X(130).
           02 WK-AUD-DESPUES    PIC X(130).
           02 SW-AUD-GRABADA    PIC 9 VALUE ZERO.

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

       ERROR-AUDITORIA SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-AUDITORIA.

       ERROR-AUDITORIA-LOGIC.
       IF  ST-AUD = "35"
           OPEN OUTPUT ARCHIVO-AUDITORIA
           CLOSE ARCHIVO-AUDITORIA
           OPEN I-O ARCHIVO-AUDITORIA
       END-IF.
       END DECLARATIVES.

       MAIN-PROCEDURE.
               OPEN I-O CUENTAS
               OPEN I-O ARCHIVO-MOVIMIENTOS
               OPEN INPUT CLIENTES
               OPEN I-O ARCHIVO-AUDITORIA

               PERFORM 0010-TOMAR-OPC

               CLOSE CUENTAS ARCHIVO-MOVIMIENTOS CLIENTES
                     ARCHIVO-AUDITORIA
               PERFORM 0006-LIBERAR-LOCK
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
               DISPLAY "OPERADOR FIRMADO: " WK-OP-NOMBRE
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
           MOVE "MantenerCuentas" TO ING-PROGRAMA
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

      *----Lee la tasa del GMF desde PARAMETROS.TXT
      *    (TASA-GMF-X1000|valor) y la tasa y base de la retencion en
      *    la fuente (TASA-RETEFTE-X1000|valor, BASE-MIN-RETEFTE|
      *    valor). Si el archivo o la clave no existen se conserva el
      *    valor por omision.
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
               IF WK-PAR-CLAVE EQUAL "TASA-GMF-X1000"
                   PERFORM 0089-VALIDAR-TASA-GMF
               END-IF
               IF WK-PAR-CLAVE EQUAL "TASA-RETEFTE-X1000"
                   PERFORM 0087-VALIDAR-TASA-RTE
               END-IF
               IF WK-PAR-CLAVE EQUAL "BASE-MIN-RETEFTE"
                   PERFORM 0083-VALIDAR-BASE-RTE
               END-IF
           END-READ.

      *----El valor llega justificado a la izquierda por el UNSTRING;
      *    se mide su largo real descartando los espacios del final y
      *    el MOVE a la zona numerica lo alinea a la derecha. Un valor
      *    no numerico o vacio se descarta con aviso.
       0089-VALIDAR-TASA-GMF.
           MOVE 12   TO WK-LEN-VALOR
           MOVE ZERO TO SW-MEDIDO
           PERFORM 0088-MEDIR-VALOR UNTIL SW-MEDIDO EQUAL 1

           IF WK-LEN-VALOR > ZERO
              AND WK-PAR-VALOR(1:WK-LEN-VALOR) IS NUMERIC
               MOVE WK-PAR-VALOR(1:WK-LEN-VALOR) TO WK-TASA-GMF
           ELSE
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "VALOR DE TASA-GMF-X1000 INVALIDO."
               DISPLAY "SE USA EL VALOR POR OMISION"
           END-IF.

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

       0083-VALIDAR-BASE-RTE.
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

      *----El cierre y la reactivacion de cuentas quedan retenidos
      *    hasta que un operador con perfil de supervisor digite su
      *    codigo.
       0086-AUTORIZAR-SUPERVISOR.
           MOVE ZERO   TO SW-AUTORIZADO
           MOVE SPACES TO WK-AUD-SUPERVISOR
           DISPLAY "==================================================="
           DISPLAY "LA OPERACION REQUIERE AUTORIZACION"
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
           IF SW-OP-ENCONTRADO EQUAL 1 AND WK-OP-PERFIL EQUAL "S"
               MOVE 1 TO SW-AUTORIZADO
               MOVE WK-BUSCA-COD TO WK-AUD-SUPERVISOR
               DISPLAY "AUTORIZADO POR: " WK-OP-NOMBRE
           ELSE
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "OPERACION NO AUTORIZADA"
           END-IF.

      *----El supervisor que autorizo una opcion anterior no debe
      *    quedar en la auditoria de la siguiente.
       0010-TOMAR-OPC.
           MOVE SPACES TO WK-AUD-SUPERVISOR
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DE CUENTAS - MENU            "
           DISPLAY "==================================================="
           IF WK-TIPO-CTA EQUAL "T"
               COMPUTE WK-DIAS-TOT =
                   FUNCTION INTEGER-OF-DATE(WK-FECHA-SIS) + WK-PLAZO
               COMPUTE WK-CAL-FECHA =
                   FUNCTION DATE-OF-INTEGER(WK-DIAS-TOT)
               MOVE ZERO TO SW-FES-ABIERTO
               OPEN INPUT ARCHIVO-FESTIVOS
               IF ST-FES EQUAL "00"
                   MOVE 1 TO SW-FES-ABIERTO
               END-IF
               PERFORM 0026-SIGUIENTE-DIA-HABIL
               IF SW-FES-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-FESTIVOS
               END-IF
               MOVE WK-CAL-FECHA TO WK-FECHA-VCTO
           END-IF

           INITIALIZE REG-CUENTAS
               DISPLAY "****CUENTA ABIERTA CON EXITO****"
               MOVE VLR-SALDO TO WK-VLR
               DISPLAY "SALDO INICIAL: " WK-VLR
               IF TIPO-CUENTA EQUAL "T"
                   DISPLAY "VENCIMIENTO  : " FECHA-VCTO-CDT
               END-IF
               DISPLAY "==========================================="
               MOVE "A"       TO WK-MOV-OPER
               MOVE VLR-SALDO TO WK-MOV-MONTO
               PERFORM 090-GRABAR-MOVIMIENTO
               MOVE SPACES    TO WK-AUD-ANTES
               MOVE "A"       TO WK-AUD-ACCION
               PERFORM 0076-AUDITAR-CUENTA
           END-WRITE.

      *----------------------------------------------------------------*
      *    Calendario: WK-CAL-FECHA es dia habil (SW-DIA-HABIL = 1)    *
      *    si no cae en sabado ni domingo y no es un festivo vigente   *
      *    del maestro FESTIVOS. El residuo por 7 del dia juliano de   *
      *    INTEGER-OF-DATE da el dia de la semana (6 sabado, 0         *
      *    domingo). Sin FESTIVOS solo cuentan los fines de semana.    *
      *----------------------------------------------------------------*
       0025-VERIFICAR-DIA-HABIL.
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
       0026-SIGUIENTE-DIA-HABIL.
           PERFORM 0025-VERIFICAR-DIA-HABIL
           PERFORM 0027-AVANZAR-UN-DIA UNTIL SW-DIA-HABIL EQUAL 1.

       0027-AVANZAR-UN-DIA.
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS + 1)
           PERFORM 0025-VERIFICAR-DIA-HABIL.

      *----------------------------------------------------------------*
      *    Cierre de cuenta con liquidacion. Antes de marcar "C" se    *
      *    verifica que nada siga apuntando a la cuenta (embargos      *
      *    activos, ordenes permanentes activas desde o hacia ella,    *
      *    CDT que pagan en ella), se liquidan a la fecha el interes   *
      *    causado (ahorros), las comisiones del mes aun no cobradas   *
      *    (corriente) y el GMF de la entrega, y el saldo resultante   *
      *    se traslada a otra cuenta del mismo titular o se paga en    *
      *    efectivo; un saldo negativo (sobregiro) se recauda en       *
      *    efectivo antes de cerrar. Cada concepto deja su propio      *
      *    movimiento y la cuenta queda en cero. Termina con el        *
      *    certificado de paz y salvo para el cliente.                 *
      *----------------------------------------------------------------*
       0030-CERRAR-CUENTA.
           DISPLAY "INGRESE EL NUMERO DE CUENTA A CERRAR: "
           ACCEPT WK-NRO-CTA
           MOVE ZERO TO SW-CIERRE-OK
           MOVE WK-NRO-CTA TO LV0-CTA

           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no existe"
           NOT INVALID KEY
               IF ESTADO-CUENTA EQUAL "C"
                   DISPLAY "La cuenta " LV0-CTA " ya esta cerrada"
               ELSE
                   IF TIPO-CUENTA EQUAL "T"
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "Un CDT se liquida al vencimiento"
                       DISPLAY "(VencimientosCDT) o por redencion"
                       DISPLAY "anticipada en ConsultarCuenta"
                   ELSE
                       MOVE 1                 TO SW-CIERRE-OK
                       MOVE TIPO-CUENTA       TO WK-CIE-TIPO
                       MOVE ESTADO-CUENTA     TO WK-CIE-ESTADO
                       MOVE DOCUMENTO-TITULAR TO WK-CIE-DOC
                       MOVE NOMBRE-TITULAR    TO WK-CIE-NOMBRE
                       MOVE EXENTO-GMF        TO WK-CIE-EXENTO
                   END-IF
               END-IF
           END-READ

           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0031-VERIFICAR-BLOQUEOS
           END-IF
           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0032-LIQUIDAR-CIERRE
           END-IF
           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0033-DESTINO-SALDO
           END-IF
           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0086-AUTORIZAR-SUPERVISOR
               IF SW-AUTORIZADO EQUAL 1
                   MOVE WK-BUSCA-COD TO WK-CIE-SUPERVISOR
               ELSE
                   MOVE ZERO TO SW-CIERRE-OK
               END-IF
           END-IF
           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0034-APLICAR-CIERRE
           END-IF
           IF SW-CIERRE-OK EQUAL 1
               PERFORM 0039-IMPRIMIR-PAZ-SALVO
           END-IF.

      *----Embargos activos de la cuenta, ordenes activas en las que
      *    es origen o destino, prestamos no cancelados que la debitan
      *    y CDT vigentes que la tienen como cuenta de abono. Si
      *    EMBARGOS, ORDENES o PRESTAMOS no existen se asume que no
      *    hay registros. Los CDT se buscan recorriendo CUENTAS; el
      *    registro de la cuenta se vuelve a leer al aplicar el
      *    cierre.
       0031-VERIFICAR-BLOQUEOS.
           MOVE ZERO TO WK-CNT-EMB-ACT WK-CNT-ORD-ACT WK-CNT-CDT-ABONO
                        WK-CNT-PRE-ACT

           OPEN INPUT ARCHIVO-EMBARGOS
           IF ST-EMB EQUAL "00"
               MOVE ZERO TO SW-FIN-EMB
               INITIALIZE EMB-LLAVE
               MOVE WK-NRO-CTA TO EMB-CTA
               START ARCHIVO-EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-EMB
               END-START
               IF ST-EMB NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-EMB
               END-IF
               PERFORM 0071-LEER-EMBARGO UNTIL SW-FIN-EMB EQUAL 1
               CLOSE ARCHIVO-EMBARGOS
           END-IF

           OPEN INPUT ARCHIVO-ORDENES
           IF ST-ORD EQUAL "00"
               MOVE ZERO TO SW-FIN-ORD
               MOVE LOW-VALUES TO ORD-LLAVE
               START ARCHIVO-ORDENES KEY IS GREATER THAN ORD-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-ORD
               END-START
               IF ST-ORD NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-ORD
               END-IF
               PERFORM 0072-LEER-ORDEN UNTIL SW-FIN-ORD EQUAL 1
               CLOSE ARCHIVO-ORDENES
           END-IF

           OPEN INPUT ARCHIVO-PRESTAMOS
           IF ST-PRE EQUAL "00"
               MOVE ZERO TO SW-FIN-PRE
               MOVE LOW-VALUES TO PRE-NUMERO
               START ARCHIVO-PRESTAMOS KEY IS GREATER THAN PRE-NUMERO
                   INVALID KEY MOVE 1 TO SW-FIN-PRE
               END-START
               IF ST-PRE NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-PRE
               END-IF
               PERFORM 0070-LEER-PRESTAMO UNTIL SW-FIN-PRE EQUAL 1
               CLOSE ARCHIVO-PRESTAMOS
           END-IF

           MOVE ZERO TO SW-FIN-CTA
           MOVE LOW-VALUES TO LV0-CTA
           START CUENTAS KEY IS GREATER THAN LV0-CTA
               INVALID KEY MOVE 1 TO SW-FIN-CTA
           END-START
           IF ST-CTA NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CTA
           END-IF
           PERFORM 0073-LEER-CDT UNTIL SW-FIN-CTA EQUAL 1

           IF WK-CNT-EMB-ACT > ZERO OR WK-CNT-ORD-ACT > ZERO
              OR WK-CNT-CDT-ABONO > ZERO OR WK-CNT-PRE-ACT > ZERO
               MOVE ZERO TO SW-CIERRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUEDE CERRAR LA CUENTA " WK-NRO-CTA
               IF WK-CNT-EMB-ACT > ZERO
                   DISPLAY "Embargos activos           : "
                       WK-CNT-EMB-ACT " (levantar en MantenerEmbargos)"
               END-IF
               IF WK-CNT-ORD-ACT > ZERO
                   DISPLAY "Ordenes permanentes activas: "
                       WK-CNT-ORD-ACT " (suspender en MantenerOrdenes)"
               END-IF
               IF WK-CNT-CDT-ABONO > ZERO
                   DISPLAY "CDT que pagan a esta cuenta: "
                       WK-CNT-CDT-ABONO
               END-IF
               IF WK-CNT-PRE-ACT > ZERO
                   DISPLAY "Prestamos vigentes         : "
                       WK-CNT-PRE-ACT " (cancelar antes del cierre)"
               END-IF
           END-IF.

       0071-LEER-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-EMB
           NOT AT END
               IF EMB-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-EMB
               ELSE
                   IF EMB-ESTADO EQUAL "A"
                       ADD 1 TO WK-CNT-EMB-ACT
                   END-IF
               END-IF
           END-READ
           IF ST-EMB NOT EQUAL "00"
               MOVE 1 TO SW-FIN-EMB
           END-IF.

      *----ORDENES esta indexado por cuenta origen; las ordenes que
      *    tienen la cuenta como destino solo se encuentran
      *    recorriendo el archivo completo.
       0072-LEER-ORDEN.
           READ ARCHIVO-ORDENES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-ORD
           NOT AT END
               IF ORD-ESTADO EQUAL "A"
                  AND (ORD-CTA-ORIGEN EQUAL WK-NRO-CTA
                       OR ORD-CTA-DESTINO EQUAL WK-NRO-CTA)
                   ADD 1 TO WK-CNT-ORD-ACT
               END-IF
           END-READ
           IF ST-ORD NOT EQUAL "00"
               MOVE 1 TO SW-FIN-ORD
           END-IF.

      *----PRESTAMOS esta indexado por numero de prestamo; los de la
      *    cuenta solo se encuentran recorriendo el archivo completo.
       0070-LEER-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-PRE
           NOT AT END
               IF PRE-CTA EQUAL WK-NRO-CTA
                  AND PRE-ESTADO NOT EQUAL "C"
                   ADD 1 TO WK-CNT-PRE-ACT
               END-IF
           END-READ
           IF ST-PRE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-PRE
           END-IF.

       0073-LEER-CDT.
           READ CUENTAS NEXT RECORD WITH NO LOCK AT END
               MOVE 1 TO SW-FIN-CTA
           NOT AT END
               IF TIPO-CUENTA EQUAL "T"
                  AND ESTADO-CUENTA NOT EQUAL "C"
                  AND CTA-ABONO-CDT EQUAL WK-NRO-CTA
                   ADD 1 TO WK-CNT-CDT-ABONO
                   DISPLAY "CDT " LV0-CTA " paga a la cuenta "
                       WK-NRO-CTA
               END-IF
           END-READ
           IF ST-CTA NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CTA
           END-IF.

      *----Liquida los conceptos a la fecha de cierre sobre el saldo
      *    actual:
      *    - Ahorros activa: interes causado desde el ultimo abono
      *      "I" (o desde la apertura), a la tasa anual de la cuenta
      *      sobre base 365 dias.
      *    - Corriente activa: cuota de manejo y comision por retiro
      *      del mes en curso si CobroComisiones aun no los cobro.
      *    - Saldo positivo: la entrega (traslado o efectivo) paga GMF
      *      salvo cuenta exenta; el GMF se descuenta de lo entregado
      *      para que la cuenta quede exactamente en cero.
      *    - Saldo negativo: sobregiro que el cliente debe cancelar.
       0032-LIQUIDAR-CIERRE.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           MOVE ZERO TO WK-CIE-INTERES WK-CIE-COMISION WK-CIE-DEUDA
                        WK-CIE-GMF WK-CIE-ENTREGA WK-CIE-RETENCION
           MOVE WK-NRO-CTA TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO SW-CIERRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no existe"
           END-READ

           IF SW-CIERRE-OK EQUAL 1
               MOVE VLR-SALDO TO WK-CIE-SALDO-INI
               IF TIPO-CUENTA EQUAL "C"
                  AND CUPO-SOBREGIRO IS NOT NUMERIC
                   MOVE ZERO TO CUPO-SOBREGIRO
               END-IF
               PERFORM 0074-RECORRER-MOVIMIENTOS

               IF WK-CIE-TIPO EQUAL "S" AND WK-CIE-ESTADO EQUAL "A"
                  AND WK-CIE-SALDO-INI > ZERO
                   COMPUTE WK-DIAS-INT =
                       FUNCTION INTEGER-OF-DATE(WK-FECHA-SIS)
                       - FUNCTION INTEGER-OF-DATE(WK-FECHA-ULT-INT)
                   COMPUTE WK-CIE-INTERES ROUNDED =
                       WK-CIE-SALDO-INI * TASA-INTERES / 100
                       * WK-DIAS-INT / 365
               END-IF
               IF WK-CIE-INTERES > ZERO
                   PERFORM 0029-RETENCION-CIERRE
               END-IF

               IF WK-CIE-TIPO EQUAL "C" AND WK-CIE-ESTADO EQUAL "A"
                  AND SW-COMISION-MES EQUAL ZERO
                   COMPUTE WK-CIE-COMISION = WK-CUOTA-MANEJO
                       + WK-CNT-RETIROS-MES * WK-TARIFA-RETIRO
               END-IF

               COMPUTE WK-CIE-SALDO-LIQ = WK-CIE-SALDO-INI
                   + WK-CIE-INTERES - WK-CIE-RETENCION
                   - WK-CIE-COMISION

               IF WK-CIE-SALDO-LIQ > ZERO
                   IF WK-CIE-EXENTO EQUAL "S"
                       MOVE WK-CIE-SALDO-LIQ TO WK-CIE-ENTREGA
                   ELSE
                       PERFORM 0084-LEER-PARAMETROS
                       COMPUTE WK-CIE-ENTREGA ROUNDED =
                           WK-CIE-SALDO-LIQ * 1000
                           / (1000 + WK-TASA-GMF)
                       COMPUTE WK-CIE-GMF =
                           WK-CIE-SALDO-LIQ - WK-CIE-ENTREGA
                   END-IF
               END-IF
               IF WK-CIE-SALDO-LIQ < ZERO
                   COMPUTE WK-CIE-DEUDA = ZERO - WK-CIE-SALDO-LIQ
               END-IF

               DISPLAY "==========================================="
               DISPLAY "     LIQUIDACION DE CIERRE CUENTA " WK-NRO-CTA
               DISPLAY "==========================================="
               DISPLAY "Titular            : " WK-CIE-NOMBRE
               MOVE WK-CIE-SALDO-INI TO WK-VLR
               DISPLAY "Saldo actual       : " WK-VLR
               MOVE WK-CIE-INTERES   TO WK-VLR
               DISPLAY "Interes causado    : " WK-VLR
               MOVE WK-CIE-RETENCION TO WK-VLR
               DISPLAY "Retencion en fuente: " WK-VLR
               MOVE WK-CIE-COMISION  TO WK-VLR
               DISPLAY "Comisiones del mes : " WK-VLR
               MOVE WK-CIE-GMF       TO WK-VLR
               DISPLAY "GMF 4x1000         : " WK-VLR
               IF WK-CIE-DEUDA > ZERO
                   MOVE WK-CIE-DEUDA TO WK-VLR
                   DISPLAY "Sobregiro a cobrar : " WK-VLR
               ELSE
                   MOVE WK-CIE-ENTREGA TO WK-VLR
                   DISPLAY "Saldo a entregar   : " WK-VLR
               END-IF
               DISPLAY "==========================================="
           END-IF.

      *----Retencion en la fuente sobre el interes causado al cierre:
      *    solo si el interes alcanza la base minima y el titular no
      *    esta marcado exento en CLIENTES (si no se encuentra se
      *    trata como no exento).
       0029-RETENCION-CIERRE.
           PERFORM 0084-LEER-PARAMETROS
           MOVE SPACE TO WK-CIE-EXENTO-RTE
           IF WK-CIE-DOC NOT EQUAL SPACES
               MOVE WK-CIE-DOC TO CLI-DOCUMENTO
               READ CLIENTES WITH NO LOCK KEY IS CLI-DOCUMENTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-EXENTO-RTE TO WK-CIE-EXENTO-RTE
               END-READ
           END-IF
           IF WK-CIE-INTERES NOT LESS THAN WK-BASE-RTE
              AND WK-CIE-EXENTO-RTE NOT EQUAL "S"
               COMPUTE WK-CIE-RETENCION ROUNDED =
                   WK-CIE-INTERES * WK-TASA-RTE / 1000
           END-IF.

      *----Recorre los movimientos de la cuenta (START por cuenta)
      *    para ubicar la fecha del ultimo abono de interes, contar
      *    los retiros del mes en curso y saber si CobroComisiones ya
      *    cobro el mes.
       0074-RECORRER-MOVIMIENTOS.
           MOVE FECHA-APERTURA TO WK-FECHA-ULT-INT
           MOVE ZERO TO WK-CNT-RETIROS-MES SW-COMISION-MES SW-FIN-MOV

           INITIALIZE MOV-LLAVE
           MOVE WK-NRO-CTA TO MOV-CTA
           START ARCHIVO-MOVIMIENTOS KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-MOV
           END-IF
           PERFORM 0075-LEER-MOV-CIERRE UNTIL SW-FIN-MOV EQUAL 1

           IF WK-FECHA-ULT-INT IS NOT NUMERIC
              OR WK-FECHA-ULT-INT EQUAL ZERO
              OR WK-FECHA-ULT-INT > WK-FECHA-SIS
               MOVE WK-FECHA-SIS TO WK-FECHA-ULT-INT
           END-IF.

       0075-LEER-MOV-CIERRE.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
           NOT AT END
               IF MOV-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-MOV
               ELSE
                   IF MOV-OPERACION EQUAL "I"
                       MOVE MOV-FECHA TO WK-FECHA-ULT-INT
                   END-IF
                   IF MOV-FECHA(1:6) EQUAL WK-FECHA-SIS(1:6)
                       IF MOV-OPERACION EQUAL "W"
                           ADD 1 TO WK-CNT-RETIROS-MES
                       END-IF
                       IF MOV-OPERACION EQUAL "F"
                          AND MOV-PROGRAMA EQUAL "CobroComisiones"
                           MOVE 1 TO SW-COMISION-MES
                       END-IF
                   END-IF
               END-IF
           END-READ
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-MOV
           END-IF.

      *----Destino del saldo: traslado a otra cuenta vista activa del
      *    mismo DOCUMENTO-TITULAR o pago en efectivo por caja. Un
      *    sobregiro solo se cierra si el cliente lo cancela en
      *    efectivo en ese momento.
       0033-DESTINO-SALDO.
           MOVE SPACE  TO WK-CIE-DESTINO
           MOVE SPACES TO WK-CIE-CTA-DEST
           EVALUATE TRUE
               WHEN WK-CIE-DEUDA > ZERO
                   DISPLAY "EL CLIENTE CANCELA EL SOBREGIRO EN "
                       "EFECTIVO? (S/N): "
                   ACCEPT WK-RESPUESTA
                   IF WK-RESPUESTA EQUAL "S" OR WK-RESPUESTA EQUAL "s"
                       MOVE "D" TO WK-CIE-DESTINO
                   ELSE
                       MOVE ZERO TO SW-CIERRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "NO SE CIERRA UNA CUENTA CON SOBREGIRO"
                   END-IF
               WHEN WK-CIE-ENTREGA > ZERO
                   DISPLAY "DESTINO DEL SALDO (T-TRASLADO A OTRA "
                       "CUENTA DEL TITULAR / E-EFECTIVO): "
                   ACCEPT WK-CIE-DESTINO
                   EVALUATE WK-CIE-DESTINO
                       WHEN "T"
                           PERFORM 0036-VALIDAR-CTA-DESTINO
                       WHEN "E"
                           CONTINUE
                       WHEN OTHER
                           MOVE ZERO TO SW-CIERRE-OK
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           DISPLAY "El destino debe ser T o E"
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0036-VALIDAR-CTA-DESTINO.
           DISPLAY "INGRESE LA CUENTA QUE RECIBE EL SALDO: "
           ACCEPT WK-CIE-CTA-DEST
           MOVE WK-CIE-CTA-DEST TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO SW-CIERRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " WK-CIE-CTA-DEST " no existe"
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN WK-CIE-CTA-DEST EQUAL WK-NRO-CTA
                       MOVE ZERO TO SW-CIERRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta destino es la misma cuenta"
                   WHEN ESTADO-CUENTA NOT EQUAL "A"
                       MOVE ZERO TO SW-CIERRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " WK-CIE-CTA-DEST
                           " no esta activa"
                   WHEN TIPO-CUENTA EQUAL "T"
                       MOVE ZERO TO SW-CIERRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta destino no puede ser un CDT"
                   WHEN DOCUMENTO-TITULAR NOT EQUAL WK-CIE-DOC
                       MOVE ZERO TO SW-CIERRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " WK-CIE-CTA-DEST
                           " no es del mismo titular"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----Aplica la liquidacion paso a paso sobre la cuenta: cada
      *    concepto actualiza el saldo y graba su movimiento (0037).
      *    El ultimo REWRITE marca la cuenta cerrada con saldo cero.
      *    Si el saldo se traslada, la cuenta destino se abona ANTES
      *    de tocar el origen (0038); si no se puede abonar el cierre
      *    no se aplica. La pata "E" del destino solo se graba cuando
      *    el cargo "T" al origen quedo grabado (0028); si no llego a
      *    grabarse, el abono se reversa (0019), como en la
      *    transferencia de ConsultarCuenta.
       0034-APLICAR-CIERRE.
           MOVE ZERO TO SW-ABONO-DEST SW-CARGO-ORIGEN
           IF WK-CIE-DESTINO EQUAL "T" AND WK-CIE-ENTREGA > ZERO
               PERFORM 0038-ABONAR-DESTINO
           END-IF

           IF SW-CIERRE-OK EQUAL 1
               MOVE WK-NRO-CTA TO LV0-CTA
               READ CUENTAS KEY IS LV0-CTA INVALID KEY
                   MOVE ZERO TO SW-CIERRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "No se pudo leer la cuenta " WK-NRO-CTA
               NOT INVALID KEY
                   MOVE REG-CUENTAS TO WK-AUD-ANTES
               END-READ
           END-IF

           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-INTERES > ZERO
               MOVE "I"            TO WK-MOV-OPER
               MOVE "+"            TO WK-CIE-SIGNO
               MOVE WK-CIE-INTERES TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
           END-IF
           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-RETENCION > ZERO
               MOVE "N"              TO WK-MOV-OPER
               MOVE "-"              TO WK-CIE-SIGNO
               MOVE WK-CIE-RETENCION TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
           END-IF
           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-COMISION > ZERO
               MOVE "F"             TO WK-MOV-OPER
               MOVE "-"             TO WK-CIE-SIGNO
               MOVE WK-CIE-COMISION TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
           END-IF
           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-DEUDA > ZERO
               MOVE "D"             TO WK-MOV-OPER
               MOVE "+"             TO WK-CIE-SIGNO
               MOVE WK-CIE-DEUDA    TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
           END-IF
           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-ENTREGA > ZERO
               IF WK-CIE-DESTINO EQUAL "T"
                   MOVE "T"             TO WK-MOV-OPER
                   MOVE WK-CIE-CTA-DEST TO WK-MOV-CTA-REF
               ELSE
                   MOVE "C"             TO WK-MOV-OPER
               END-IF
               MOVE "-"             TO WK-CIE-SIGNO
               MOVE WK-CIE-ENTREGA  TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
               MOVE SPACES          TO WK-MOV-CTA-REF
               IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-DESTINO EQUAL "T"
                   MOVE 1 TO SW-CARGO-ORIGEN
               END-IF
           END-IF
           IF SW-CIERRE-OK EQUAL 1 AND WK-CIE-GMF > ZERO
               MOVE "G"             TO WK-MOV-OPER
               MOVE "-"             TO WK-CIE-SIGNO
               MOVE WK-CIE-GMF      TO WK-MOV-MONTO
               PERFORM 0037-APLICAR-PASO
           END-IF

           IF SW-CIERRE-OK EQUAL 1
               MOVE "C" TO ESTADO-CUENTA
               REWRITE REG-CUENTAS INVALID KEY
                   MOVE ZERO TO SW-CIERRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "No se pudo cerrar la cuenta"
               NOT INVALID KEY
                   DISPLAY "==================================="
                   DISPLAY "****CUENTA CERRADA CON EXITO****"
                   DISPLAY "==================================="
                   MOVE "E" TO WK-AUD-ACCION
                   PERFORM 0076-AUDITAR-CUENTA
               END-REWRITE
           END-IF

           IF SW-ABONO-DEST EQUAL 1
               IF SW-CARGO-ORIGEN EQUAL 1
                   PERFORM 0028-REGISTRAR-ABONO
               ELSE
                   PERFORM 0019-REVERSAR-ABONO
               END-IF
           END-IF.

      *----Aplica un concepto de la liquidacion sobre el registro en
      *    memoria (WK-CIE-SIGNO "+" abono, "-" cargo) y graba su
      *    movimiento con el saldo resultante.
       0037-APLICAR-PASO.
           IF WK-CIE-SIGNO EQUAL "+"
               COMPUTE WK-VLR-SALDO = VLR-SALDO + WK-MOV-MONTO
           ELSE
               COMPUTE WK-VLR-SALDO = VLR-SALDO - WK-MOV-MONTO
           END-IF
           MOVE WK-VLR-SALDO TO VLR-SALDO
           MOVE WK-MOV-OPER  TO TP-OPERACION
           REWRITE REG-CUENTAS INVALID KEY
               MOVE ZERO TO SW-CIERRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "No se pudo aplicar el concepto " WK-MOV-OPER
                   " a la cuenta " LV0-CTA
           NOT INVALID KEY
               PERFORM 090-GRABAR-MOVIMIENTO
           END-REWRITE.

      *----Abona el saldo a trasladar en la cuenta destino antes de
      *    aplicar el cierre; cualquier falla cancela el cierre sin
      *    que el origen haya sido tocado.
       0038-ABONAR-DESTINO.
           MOVE WK-CIE-CTA-DEST TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO SW-CIERRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "No se pudo leer la cuenta destino "
                   WK-CIE-CTA-DEST
           NOT INVALID KEY
               COMPUTE WK-VLR-SALDO = VLR-SALDO + WK-CIE-ENTREGA
               MOVE WK-VLR-SALDO TO VLR-SALDO
               MOVE "E"          TO TP-OPERACION
               REWRITE REG-CUENTAS INVALID KEY
                   MOVE ZERO TO SW-CIERRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "No se pudo abonar la cuenta destino "
                       WK-CIE-CTA-DEST
               NOT INVALID KEY
                   MOVE 1 TO SW-ABONO-DEST
               END-REWRITE
           END-READ.

      *----El cargo al origen quedo grabado: registra la pata "E" del
      *    destino con su saldo actual.
       0028-REGISTRAR-ABONO.
           MOVE WK-CIE-CTA-DEST TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "No se pudo leer la cuenta destino "
                   WK-CIE-CTA-DEST
           NOT INVALID KEY
               MOVE "E"            TO WK-MOV-OPER
               MOVE WK-CIE-ENTREGA TO WK-MOV-MONTO
               MOVE WK-NRO-CTA     TO WK-MOV-CTA-REF
               PERFORM 090-GRABAR-MOVIMIENTO
               MOVE SPACES         TO WK-MOV-CTA-REF
               MOVE WK-CIE-ENTREGA TO WK-VLR
               DISPLAY "SALDO TRASLADADO A LA CUENTA "
                   WK-CIE-CTA-DEST ": " WK-VLR
           END-READ.

      *----El cierre fallo antes de cargar el traslado al origen:
      *    se retira de la cuenta destino el abono hecho en 0038.
       0019-REVERSAR-ABONO.
           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
           DISPLAY "NO SE PUDO CERRAR EL ORIGEN. SE REVERSA EL ABONO"

           MOVE WK-CIE-CTA-DEST TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               DISPLAY "ERROR GRAVE: NO SE PUDO REVERSAR EL ABONO"
           NOT INVALID KEY
               COMPUTE WK-VLR-SALDO = VLR-SALDO - WK-CIE-ENTREGA
               MOVE WK-VLR-SALDO TO VLR-SALDO
               REWRITE REG-CUENTAS INVALID KEY
                   DISPLAY "ERROR GRAVE: NO SE PUDO REVERSAR EL ABONO"
               NOT INVALID KEY
                   CONTINUE
               END-REWRITE
           END-READ.

      *----Certificado de paz y salvo del cierre, un archivo por
      *    cuenta y fecha: PAZYSALVO_<cuenta>_<AAAAMMDD>.TXT.
       0039-IMPRIMIR-PAZ-SALVO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           INITIALIZE WK-RUTA-PAZ-SALVO
           STRING WK-BASE-DIR   DELIMITED BY SPACE
                  "PAZYSALVO_"  DELIMITED BY SIZE
                  WK-NRO-CTA    DELIMITED BY SIZE
                  "_"           DELIMITED BY SIZE
                  WK-FECHA-SIS  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
                  INTO WK-RUTA-PAZ-SALVO
           END-STRING
           SET ENVIRONMENT "PAZSALVO" TO WK-RUTA-PAZ-SALVO
           OPEN OUTPUT ARCHIVO-PAZ-SALVO
           IF ST-PYS NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO CREAR EL CERTIFICADO DE PAZ Y SALVO"
               DISPLAY "STATUS: " ST-PYS
           ELSE
               WRITE REG-PAZ-SALVO FROM WK-PYS-SEPARA END-WRITE
               WRITE REG-PAZ-SALVO FROM WK-PYS-TITULO END-WRITE
               WRITE REG-PAZ-SALVO FROM WK-PYS-SEPARA END-WRITE

               MOVE "FECHA DE CIERRE" TO PYS-ETIQUETA
               INITIALIZE PYS-VALOR
               STRING WK-FECHA-SIS(1:4) "/" WK-FECHA-SIS(5:2) "/"
                      WK-FECHA-SIS(7:2) DELIMITED BY SIZE
                      INTO PYS-VALOR
               END-STRING
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE

               MOVE "CUENTA"          TO PYS-ETIQUETA
               INITIALIZE PYS-VALOR
               EVALUATE WK-CIE-TIPO
                   WHEN "S"
                       STRING WK-NRO-CTA " - AHORROS"
                           DELIMITED BY SIZE INTO PYS-VALOR
                       END-STRING
                   WHEN OTHER
                       STRING WK-NRO-CTA " - CORRIENTE"
                           DELIMITED BY SIZE INTO PYS-VALOR
                       END-STRING
               END-EVALUATE
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE

               MOVE "TITULAR"         TO PYS-ETIQUETA
               MOVE WK-CIE-NOMBRE     TO PYS-VALOR
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE
               MOVE "DOCUMENTO"       TO PYS-ETIQUETA
               MOVE WK-CIE-DOC        TO PYS-VALOR
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE

               WRITE REG-PAZ-SALVO FROM WK-PYS-GUIONES END-WRITE
               MOVE "LIQUIDACION DEL CIERRE" TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "SALDO ANTES DEL CIERRE"  TO PYS-CONCEPTO
               MOVE WK-CIE-SALDO-INI          TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(+) INTERES CAUSADO"     TO PYS-CONCEPTO
               MOVE WK-CIE-INTERES            TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(-) RETENCION EN LA FUENTE" TO PYS-CONCEPTO
               MOVE WK-CIE-RETENCION          TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(-) COMISIONES PENDIENTES" TO PYS-CONCEPTO
               MOVE WK-CIE-COMISION           TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(+) SOBREGIRO CANCELADO" TO PYS-CONCEPTO
               MOVE WK-CIE-DEUDA              TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(-) GMF 4X1000"          TO PYS-CONCEPTO
               MOVE WK-CIE-GMF                TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "(-) SALDO ENTREGADO"     TO PYS-CONCEPTO
               MOVE WK-CIE-ENTREGA            TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE
               MOVE "SALDO FINAL"             TO PYS-CONCEPTO
               MOVE ZERO                      TO PYS-MONTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-VALOR END-WRITE

               MOVE "FORMA DE ENTREGA" TO PYS-ETIQUETA
               INITIALIZE PYS-VALOR
               EVALUATE TRUE
                   WHEN WK-CIE-ENTREGA EQUAL ZERO
                       MOVE "SIN SALDO A ENTREGAR" TO PYS-VALOR
                   WHEN WK-CIE-DESTINO EQUAL "T"
                       STRING "TRASLADO A LA CUENTA " WK-CIE-CTA-DEST
                           DELIMITED BY SIZE INTO PYS-VALOR
                       END-STRING
                   WHEN OTHER
                       MOVE "PAGO EN EFECTIVO POR CAJA" TO PYS-VALOR
               END-EVALUATE
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE
               WRITE REG-PAZ-SALVO FROM WK-PYS-GUIONES END-WRITE

               MOVE "EL BANCO BOGOTA CERTIFICA QUE LA CUENTA ARRIBA"
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "INDICADA FUE CANCELADA EN ESTA FECHA Y QUE SU"
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "TITULAR SE ENCUENTRA A PAZ Y SALVO CON EL BANCO"
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "POR TODO CONCEPTO RELACIONADO CON ELLA."
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE SPACES TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE

               MOVE "OPERADOR"        TO PYS-ETIQUETA
               MOVE WK-OPERADOR       TO PYS-VALOR
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE
               MOVE "AUTORIZADO POR"  TO PYS-ETIQUETA
               MOVE WK-CIE-SUPERVISOR TO PYS-VALOR
               WRITE REG-PAZ-SALVO FROM WK-PYS-DATO END-WRITE
               MOVE SPACES TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "_____________________     ______________________"
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               MOVE "FIRMA DEL TITULAR         FIRMA Y SELLO DEL BANCO"
                   TO WK-PYS-TEXTO
               WRITE REG-PAZ-SALVO FROM WK-PYS-TEXTO END-WRITE
               WRITE REG-PAZ-SALVO FROM WK-PYS-SEPARA END-WRITE
               CLOSE ARCHIVO-PAZ-SALVO

               DISPLAY "CERTIFICADO DE PAZ Y SALVO: "
               DISPLAY WK-RUTA-PAZ-SALVO
           END-IF.

      *----Devuelve al estado activo una cuenta marcada "I" por el
      *    barrido de inactividad (MarcarInactivas). La operacion es
      *    supervisada y deja su propio movimiento "R" (monto cero)
               ELSE
                   PERFORM 0086-AUTORIZAR-SUPERVISOR
                   IF SW-AUTORIZADO EQUAL 1
                       MOVE REG-CUENTAS TO WK-AUD-ANTES
                       MOVE "A" TO ESTADO-CUENTA
                       REWRITE REG-CUENTAS INVALID KEY
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           MOVE "R"  TO WK-MOV-OPER
                           MOVE ZERO TO WK-MOV-MONTO
                           PERFORM 090-GRABAR-MOVIMIENTO
                           MOVE "E"  TO WK-AUD-ACCION
                           PERFORM 0076-AUDITAR-CUENTA
                       END-REWRITE
                   END-IF
               END-IF
                       DISPLAY "Solo las cuentas corrientes manejan"
                       DISPLAY "cupo de sobregiro"
                   ELSE
                       MOVE REG-CUENTAS TO WK-AUD-ANTES
      *----------------Las cuentas grabadas antes de manejar el cupo
      *                traen espacios en el campo; se toman como cero.
                       IF CUPO-SOBREGIRO IS NOT NUMERIC
                           DISPLAY "==================================="
                           DISPLAY "****CUPO ACTUALIZADO CON EXITO****"
                           DISPLAY "==================================="
                           MOVE "M" TO WK-AUD-ACCION
                           PERFORM 0076-AUDITAR-CUENTA
                       END-REWRITE
                   END-IF
               END-IF
                   END-IF
                   PERFORM 0086-AUTORIZAR-SUPERVISOR
                   IF SW-AUTORIZADO EQUAL 1
                       MOVE REG-CUENTAS TO WK-AUD-ANTES
                       IF EXENTO-GMF EQUAL "S"
                           MOVE SPACE TO EXENTO-GMF
                       ELSE
                               DISPLAY "****EXENCION RETIRADA****"
                           END-IF
                           DISPLAY "==================================="
                           MOVE "M" TO WK-AUD-ACCION
                           PERFORM 0076-AUDITAR-CUENTA
                       END-REWRITE
                   END-IF
               END-IF
               MOVE 1 TO SW-CLI-OK
           END-IF.

      *----Deja en AUDITORIA la imagen de la cuenta recien grabada;
      *    WK-AUD-ANTES y WK-AUD-ACCION los fija quien la modifica.
       0076-AUDITAR-CUENTA.
           MOVE "CUENTAS"   TO WK-AUD-ARCHIVO
           MOVE LV0-CTA     TO WK-AUD-CLAVE
           MOVE LV0-CTA     TO WK-AUD-CUENTA
           MOVE REG-CUENTAS TO WK-AUD-DESPUES
           PERFORM 092-GRABAR-AUDITORIA.

       090-GRABAR-MOVIMIENTO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           MOVE WK-HORA-SIS       TO MOV-HORA
           MOVE "MantenerCuentas" TO MOV-PROGRAMA
           MOVE WK-OPERADOR       TO MOV-OPERADOR
           MOVE WK-MOV-CTA-REF    TO MOV-CTA-REF

           MOVE 1    TO MOV-SEQ
           MOVE ZERO TO SW-MOV-GRABADO
                       "CUENTA " MOV-CTA
               END-IF
           END-IF.
      *----Graba en AUDITORIA el cambio descrito en WK-AUD-*: el
      *    maestro, la llave, la accion y las imagenes antes/despues
      *    del registro, con el operador firmado y, si la operacion
      *    fue supervisada, el supervisor que la autorizo.
       092-GRABAR-AUDITORIA.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-AUDITORIA
           MOVE WK-FECHA-SIS      TO AUD-FECHA
           MOVE WK-HORA-SIS       TO AUD-HORA
           MOVE WK-AUD-ARCHIVO    TO AUD-ARCHIVO
           MOVE WK-AUD-CLAVE      TO AUD-CLAVE
           MOVE WK-AUD-CUENTA     TO AUD-CUENTA
           MOVE WK-AUD-ACCION     TO AUD-ACCION
           MOVE "MantenerCuentas" TO AUD-PROGRAMA
           MOVE WK-OPERADOR       TO AUD-OPERADOR
           MOVE WK-AUD-SUPERVISOR TO AUD-SUPERVISOR
           MOVE WK-AUD-ANTES      TO AUD-ANTES
           MOVE WK-AUD-DESPUES    TO AUD-DESPUES

           MOVE 1    TO AUD-SEQ
           MOVE ZERO TO SW-AUD-GRABADA
           PERFORM 093-ESCRIBIR-AUDITORIA
               UNTIL SW-AUD-GRABADA EQUAL 1.

      *----Mismo reintento del consecutivo de movimientos: si la
      *    llave fecha+hora+consecutivo ya existe (status 22) se
      *    avanza el consecutivo; otro error se reporta y se abandona.
       093-ESCRIBIR-AUDITORIA.
           WRITE REG-AUDITORIA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO SW-AUD-GRABADA
           END-WRITE

           IF SW-AUD-GRABADA EQUAL ZERO
               IF ST-AUD EQUAL "22" AND AUD-SEQ < 9999
                   ADD 1 TO AUD-SEQ
               ELSE
                   MOVE 1 TO SW-AUD-GRABADA
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO GRABAR LA AUDITORIA DEL "
                       "REGISTRO " WK-AUD-CLAVE
               END-IF
           END-IF.

       END PROGRAM MantenerCuentas.
