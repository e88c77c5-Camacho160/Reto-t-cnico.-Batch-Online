      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Programa de mantenimiento de prestamos de consumo.
      *          Registra el prestamo de un cliente de CLIENTES con su
      *          cuenta de desembolso y debito (ahorros o corriente
      *          del mismo titular), calcula la cuota fija mensual y
      *          genera el plan de pagos en CUOTAS. El desembolso es
      *          supervisado y abona el capital a la cuenta con un
      *          movimiento "P". Permite consultar un prestamo e
      *          imprimir su plan de pagos. El cobro diario de las
      *          cuotas lo hace CobroPrestamos. Cada alta queda en
      *          AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenerPrestamos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Select para archivo Indexado
           SELECT CUENTAS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CUENTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS LV0-CTA
               FILE STATUS  IS ST-CTA.

      *----Select para el maestro de movimientos. Indexado por
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
           SELECT CLIENTES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CLI-DOCUMENTO
               FILE STATUS  IS ST-CLI.

      *----Select para el maestro de prestamos de consumo. Indexado
      *    por numero de prestamo.
           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRE-NUMERO
               FILE STATUS  IS ST-PRE.

      *----Select para el plan de pagos de los prestamos. Indexado
      *    por prestamo + numero de cuota: las cuotas de un prestamo
      *    se recorren en orden de vencimiento con START / READ NEXT.
           SELECT ARCHIVO-CUOTAS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CUOTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CUO-LLAVE
               FILE STATUS  IS ST-CUO.

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

      *----Select para el plan de pagos impreso. Ruta dinamica, ver
      *    WK-RUTA-PLAN; variable de ambiente "PLANPRE" (mismo
      *    mecanismo que los archivos fechados de DatosBatch).
           SELECT ARCHIVO-PLAN
               ASSIGN TO WK-RUTA-PLAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PLN.

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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-LOCK.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS.
       01  REG-CUENTAS.
           02 LV0-CTA       PIC X(06).
           02 TP-OPERACION  PIC X.
           02 VLR-SALDO     PIC S9(12).
           02 CAMPOS-DISPO.
               03 ESTADO-CUENTA   PIC X.
               03 NOMBRE-TITULAR  PIC X(40).
               03 TIPO-CUENTA     PIC X.
               03 TASA-INTERES    PIC 9(02)V9(04).
               03 FECHA-APERTURA  PIC 9(08).
               03 CUPO-SOBREGIRO  PIC 9(12).
               03 DOCUMENTO-TITULAR PIC X(12).
               03 EXENTO-GMF      PIC X.
               03 PLAZO-DIAS      PIC 9(04).
               03 FECHA-VCTO-CDT  PIC 9(08).
               03 RENOVACION-CDT  PIC X.
               03 CTA-ABONO-CDT   PIC X(06).
      *----------------------------------------------------------------*
      *    LV0-CTA        : LLAVE UNICA. Numero de cuenta              *
      *    VLR-SALDO      : Saldo de la cuenta                         *
      *    TP-OPERACION   : Tipo de operacion realizada                *
      *                     D -> Deposito                              *
      *                     W -> Retiro                                *
      *    ESTADO-CUENTA  : A -> Activa   C -> Cerrada                 *
      *                     I -> Inactiva (sin actividad del cliente)  *
      *    NOMBRE-TITULAR : Nombre del titular de la cuenta             *
      *    TIPO-CUENTA    : S -> Ahorros  C -> Corriente             *
      *                     T -> CDT (deposito a termino)            *
      *    TASA-INTERES   : Tasa de interes anual (solo ahorros)        *
      *    FECHA-APERTURA : Fecha de apertura AAAAMMDD                  *
      *    CUPO-SOBREGIRO : Cupo de sobregiro (solo corriente)         *
      *    DOCUMENTO-TITULAR: Documento del cliente titular (CLIENTES)  *
      *    EXENTO-GMF     : S -> Cuenta exenta del gravamen GMF        *
      *    PLAZO-DIAS     : Plazo pactado en dias (solo CDT)           *
      *    FECHA-VCTO-CDT : Fecha de vencimiento AAAAMMDD (solo CDT)   *
      *    RENOVACION-CDT : R -> Renovar  P -> Pagar al vencimiento    *
      *    CTA-ABONO-CDT  : Cuenta vista que recibe el pago del CDT    *
      *    CAMPOS-DISPO   : Campos disponibles                         *
      *----------------------------------------------------------------*

       FD  ARCHIVO-MOVIMIENTOS.
       01  REG-MOVIMIENTOS.
           02 MOV-LLAVE.
               03 MOV-CTA        PIC X(06).
               03 MOV-FECHA      PIC 9(08).
               03 MOV-SEQ        PIC 9(04).
           02 MOV-OPERACION  PIC X.
           02 MOV-MONTO      PIC 9(12).
           02 MOV-SALDO      PIC S9(12).
           02 MOV-HORA       PIC 9(08).
           02 MOV-PROGRAMA   PIC X(15).
           02 MOV-CTA-REF    PIC X(06).
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    T -> Transferencia debito (enviada)         *
      *                    E -> Transferencia abono (recibida)         *
      *                    F -> Cobro de comisiones                    *
      *                    S -> Saldo de corte (depuracion)            *
      *                    R -> Reactivacion de cuenta inactiva        *
      *                    G -> Gravamen GMF sobre debitos             *
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
      *    CLI-NOMBRE     : Nombre completo del cliente                *
      *    CLI-DIRECCION  : Direccion de contacto                      *
      *    CLI-TELEFONO   : Telefono de contacto                       *
      *    CLI-FECHA-VINC : Fecha de vinculacion AAAAMMDD              *
      *    CLI-EXENTO-RTE : S -> Cliente exento de retencion en la     *
      *                     fuente sobre los intereses                 *
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
      *    PRE-DOCUMENTO  : Documento del cliente deudor (CLIENTES)    *
      *    PRE-CTA        : Cuenta de desembolso y debito de cuotas    *
      *    PRE-CAPITAL    : Valor desembolsado                         *
      *    PRE-TASA       : Tasa de interes corriente anual            *
      *    PRE-TASA-MORA  : Tasa de interes de mora anual              *
      *    PRE-PLAZO      : Plazo en meses (numero de cuotas)          *
      *    PRE-DIA-PAGO   : Dia del mes en que vence cada cuota        *
      *    PRE-CUOTA      : Cuota fija mensual (capital + interes)     *
      *    PRE-ESTADO     : A -> Activo al dia   M -> En mora          *
      *                     C -> Cancelado (pagado en su totalidad)    *
      *    PRE-SALDO-CAPITAL: Capital pendiente de pago                *
      *    PRE-CUOTAS-PAGADAS: Cuotas pagadas en su totalidad          *
      *    PRE-FECHA-DESEMB: Fecha del desembolso AAAAMMDD             *
      *    PRE-FECHA-ULT-PAGO: Fecha del ultimo abono AAAAMMDD         *
      *    PRE-OPERADOR   : Operador que registro el prestamo          *
      *    PRE-SUPERVISOR : Supervisor que autorizo el desembolso      *
      *----------------------------------------------------------------*

       FD  ARCHIVO-CUOTAS.
       01  REG-CUOTAS.
           02 CUO-LLAVE.
               03 CUO-PRESTAMO   PIC X(06).
               03 CUO-NUMERO     PIC 9(03).
           02 CUO-FECHA-VCTO     PIC 9(08).
           02 CUO-CAPITAL        PIC 9(12).
           02 CUO-INTERES        PIC 9(12).
           02 CUO-CAPITAL-PAG    PIC 9(12).
           02 CUO-INTERES-PAG    PIC 9(12).
           02 CUO-MORA-PEND      PIC 9(12).
           02 CUO-MORA-PAG       PIC 9(12).
           02 CUO-FECHA-MORA     PIC 9(08).
           02 CUO-ESTADO         PIC X.
           02 CUO-FECHA-PAGO     PIC 9(08).
           02 FILLER             PIC X(10).
      *----------------------------------------------------------------*
      *    CUO-LLAVE      : LLAVE UNICA prestamo + numero de cuota     *
      *    CUO-FECHA-VCTO : Fecha de vencimiento AAAAMMDD              *
      *    CUO-CAPITAL    : Capital de la cuota                        *
      *    CUO-INTERES    : Interes corriente de la cuota              *
      *    CUO-CAPITAL-PAG: Capital abonado                            *
      *    CUO-INTERES-PAG: Interes corriente abonado                  *
      *    CUO-MORA-PEND  : Interes de mora causado y no pagado        *
      *    CUO-MORA-PAG   : Interes de mora pagado                     *
      *    CUO-FECHA-MORA : Fecha hasta la que se causo la mora        *
      *                     (al generar la cuota, su vencimiento)      *
      *    CUO-ESTADO     : P -> Pendiente   V -> Vencida              *
      *                     C -> Cancelada (pagada en su totalidad)    *
      *    CUO-FECHA-PAGO : Fecha en que quedo cancelada AAAAMMDD      *
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

       FD  ARCHIVO-PLAN.
       01  REG-PLAN PIC X(90).

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
      *                    EMBARGOS, ORDENES o PRESTAMOS               *
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
           02 LOCK-PROGRAMA  PIC X(15).
           02 FILLER         PIC X VALUE "|".
           02 LOCK-FECHA     PIC 9(08).
           02 FILLER         PIC X VALUE "|".
           02 LOCK-HORA      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WK-VARIABLES.
           02 SW           PIC 9.
           02 WK-OPC       PIC 9.
           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-CLI       PIC XX.
           02 ST-OPE       PIC XX.
           02 ST-PRE       PIC XX.
           02 ST-CUO       PIC XX.
           02 ST-PLN       PIC XX.
           02 ST-LOCK       PIC XX.
           02 WK-LOCK-OK    PIC 9 VALUE ZERO.
           02 WK-LOCK-FILE  PIC X(60) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\CUENTAS.LCK".

      *----Verificacion de lock obsoleto (proceso dueño caido sin
      *    liberarlo): se considera vigente solo si su antiguedad
      *    no supera WK-UMBRAL-SEG; de lo contrario se reemplaza.
           02 WK-LOCK-VIGENTE PIC 9 VALUE 1.
           02 WK-UMBRAL-SEG   PIC 9(08) VALUE 1800.
           02 WK-SEG-AHORA    PIC 9(12).
           02 WK-SEG-LOCK     PIC 9(12).
           02 WK-SEG-DIFF     PIC S9(12).
           02 WK-HH           PIC 9(02).
           02 WK-MM           PIC 9(02).
           02 WK-SS           PIC 9(02).
           02 WK-NRO-CTA    PIC X(06).
           02 SW-MOV-GRABADO PIC 9 VALUE ZERO.

      *----Control de operadores: el operador firmado queda en
      *    WK-OPERADOR y viaja en cada movimiento; el desembolso
      *    exige la clave de un perfil de supervisor.
           02 WK-OPERADOR  PIC X(04) VALUE SPACES.
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 SW-AUTORIZADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.
           02 WK-VLR        PIC $ZZZ,ZZZ,ZZZ,ZZZ.99-.
           02 WK-NOMBRE     PIC X(40).
           02 WK-DOCUMENTO  PIC X(12).
           02 SW-CLI-OK     PIC 9 VALUE ZERO.
           02 WK-VLR-SALDO  PIC S9(12).
           02 WK-MOV-OPER   PIC X.
           02 WK-MOV-MONTO  PIC 9(12).
           02 WK-MOV-CTA-REF PIC X(06) VALUE SPACES.
           02 WK-FECHA-SIS  PIC 9(08).
           02 WK-HORA-SIS   PIC 9(08).
           02 WK-RESPUESTA  PIC X.

      *----Condiciones del prestamo. La cuota fija mensual sale de
      *    la formula de amortizacion francesa con la tasa mensual
      *    WK-TASA-MES = tasa anual / 12; WK-FACTOR es
      *    (1 + tasa mensual) elevado al plazo. El plazo se limita a
      *    WK-PLAZO-MAX meses y el dia de pago a 1-28 para que todos
      *    los meses tengan la fecha de vencimiento.
           02 WK-NRO-PRE      PIC X(06).
           02 SW-PRE-OK       PIC 9 VALUE ZERO.
           02 WK-CAPITAL      PIC 9(12).
           02 WK-TASA         PIC 9(02)V9(04).
           02 WK-TASA-MORA    PIC 9(02)V9(04).
           02 WK-PLAZO        PIC 9(03).
           02 WK-PLAZO-MAX    PIC 9(03) VALUE 120.
           02 WK-DIA-PAGO     PIC 9(02).
           02 WK-CUOTA        PIC 9(12).
           02 WK-TASA-MES     PIC 9V9(12).
           02 WK-FACTOR       PIC 9(08)V9(10).
           02 WK-TOT-INTERES  PIC 9(12).
           02 WK-SALDO-PLAN   PIC 9(12).
           02 WK-NRO-CUOTA    PIC 9(03).
           02 WK-FECHA-CUOTA  PIC 9(08).
           02 WK-ANO          PIC 9(04).
           02 WK-MES          PIC 9(02).
           02 WK-MESES-TOT    PIC 9(06).
           02 SW-FIN-CUO      PIC 9 VALUE ZERO.
           02 WK-CNT-VENCIDAS PIC 9(03).
           02 WK-CNT-PAGADAS  PIC 9(03).
           02 WK-VLR-VENCIDO  PIC 9(12).
           02 WK-PROX-FECHA   PIC 9(08).
           02 WK-PROX-VALOR   PIC 9(12).
           02 WK-PEND-CUOTA   PIC 9(12).
           02 WK-TASA-EDIT    PIC Z9.9999.
           02 WK-BASE-DIR     PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-PLAN    PIC X(80).

      *----Lineas del plan de pagos impreso
       01  WK-PLN-SEPARA      PIC X(90) VALUE ALL "=".

       01  WK-PLN-GUIONES     PIC X(90) VALUE ALL "-".

       01  WK-PLN-TITULO.
           02 FILLER PIC X(20) VALUE SPACES.
           02 FILLER PIC X(44) VALUE
               "BANCO BOGOTA - PLAN DE PAGOS DE PRESTAMO".

       01  WK-PLN-DATO.
           02 PLN-ETIQUETA    PIC X(18).
           02 FILLER          PIC X(02) VALUE ": ".
           02 PLN-VALOR       PIC X(50).

       01  WK-PLN-ENCABEZADO.
           02 FILLER PIC X(05) VALUE "NRO".
           02 FILLER PIC X(11) VALUE "VENCE".
           02 FILLER PIC X(15) VALUE "        CAPITAL".
           02 FILLER PIC X(15) VALUE "        INTERES".
           02 FILLER PIC X(15) VALUE "          CUOTA".
           02 FILLER PIC X(15) VALUE "        ABONADO".
           02 FILLER PIC X(01) VALUE SPACE.
           02 FILLER PIC X(09) VALUE "ESTADO".

       01  WK-PLN-DETALLE.
           02 PLN-NUMERO      PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PLN-FECHA       PIC X(10).
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PLN-CAPITAL     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PLN-INTERES     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PLN-CUOTA       PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(01) VALUE SPACE.
           02 PLN-ABONADO     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 PLN-ESTADO      PIC X(09).

       01  WK-PLN-TOTALES.
           02 WK-PLN-TOT-CAP  PIC 9(12).
           02 WK-PLN-TOT-INT  PIC 9(12).
           02 WK-PLN-TOT-ABO  PIC 9(12).

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

       ERROR-DATOS SECTION.
       USE AFTER ERROR PROCEDURE ON CUENTAS.

       ERROR-CUENTAS-LOGIC.
       IF  ST-CTA = "35"
           OPEN OUTPUT CUENTAS
           CLOSE CUENTAS
           OPEN I-O CUENTAS
       END-IF.

       ERROR-MOVIMIENTOS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-MOVIMIENTOS.

       ERROR-MOVIMIENTOS-LOGIC.
       IF  ST-MOV = "35"
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS
           CLOSE ARCHIVO-MOVIMIENTOS
           OPEN I-O ARCHIVO-MOVIMIENTOS
       END-IF.

       ERROR-PRESTAMOS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-PRESTAMOS.

       ERROR-PRESTAMOS-LOGIC.
       IF  ST-PRE = "35"
           OPEN OUTPUT ARCHIVO-PRESTAMOS
           CLOSE ARCHIVO-PRESTAMOS
           OPEN I-O ARCHIVO-PRESTAMOS
       END-IF.

       ERROR-CUOTAS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-CUOTAS.

       ERROR-CUOTAS-LOGIC.
       IF  ST-CUO = "35"
           OPEN OUTPUT ARCHIVO-CUOTAS
           CLOSE ARCHIVO-CUOTAS
           OPEN I-O ARCHIVO-CUOTAS
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
           MOVE ZERO TO SW
           PERFORM 0003-SIGNON
           IF SW EQUAL ZERO
               PERFORM 0005-VERIFICAR-LOCK
           END-IF
           IF SW EQUAL ZERO AND WK-LOCK-OK EQUAL 1
               OPEN I-O CUENTAS
               OPEN I-O ARCHIVO-MOVIMIENTOS
               OPEN INPUT CLIENTES
               OPEN I-O ARCHIVO-PRESTAMOS
               OPEN I-O ARCHIVO-CUOTAS
               OPEN I-O ARCHIVO-AUDITORIA

               PERFORM 0010-TOMAR-OPC

               CLOSE CUENTAS ARCHIVO-MOVIMIENTOS CLIENTES
                     ARCHIVO-PRESTAMOS ARCHIVO-CUOTAS
                     ARCHIVO-AUDITORIA
               PERFORM 0006-LIBERAR-LOCK
           END-IF

           DISPLAY "==================================================="
           DISPLAY "     FIN DEL MANTENIMIENTO DE PRESTAMOS            "
           DISPLAY "==================================================="

           STOP RUN.

       0005-VERIFICAR-LOCK.
           OPEN INPUT ARCHIVO-LOCK
           IF ST-LOCK EQUAL "00"
               MOVE 1 TO WK-LOCK-VIGENTE
               READ ARCHIVO-LOCK
                   AT END
                       MOVE ZERO TO WK-LOCK-VIGENTE
               END-READ
               IF WK-LOCK-VIGENTE EQUAL 1
                   PERFORM 0007-LOCK-VIGENTE
               END-IF
               CLOSE ARCHIVO-LOCK
               IF WK-LOCK-VIGENTE EQUAL 1
                   MOVE ZERO TO WK-LOCK-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "CUENTAS esta en uso por otro programa"
                   DISPLAY "Intente de nuevo en unos momentos"
               ELSE
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "LOCK OBSOLETO (PROCESO CAIDO), SE REEMPLAZA"
                   PERFORM 0008-CREAR-LOCK
               END-IF
           ELSE
               PERFORM 0008-CREAR-LOCK
           END-IF.

      *----Determina si el lock encontrado sigue vigente, comparando
      *    su antiguedad con WK-UMBRAL-SEG; un lock mas viejo que el
      *    umbral se asume dejado por un proceso que cayo sin liberar
      *    CUENTAS.LCK y se marca como no vigente para ser reemplazado.
       0007-LOCK-VIGENTE.
           MOVE 1 TO WK-LOCK-VIGENTE
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           MOVE WK-HORA-SIS(1:2) TO WK-HH
           MOVE WK-HORA-SIS(3:2) TO WK-MM
           MOVE WK-HORA-SIS(5:2) TO WK-SS
           COMPUTE WK-SEG-AHORA =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-SIS) * 86400
               + WK-HH * 3600 + WK-MM * 60 + WK-SS

           MOVE LOCK-HORA(1:2) TO WK-HH
           MOVE LOCK-HORA(3:2) TO WK-MM
           MOVE LOCK-HORA(5:2) TO WK-SS
           COMPUTE WK-SEG-LOCK =
               FUNCTION INTEGER-OF-DATE(LOCK-FECHA) * 86400
               + WK-HH * 3600 + WK-MM * 60 + WK-SS

           COMPUTE WK-SEG-DIFF = WK-SEG-AHORA - WK-SEG-LOCK
           IF WK-SEG-DIFF > WK-UMBRAL-SEG OR WK-SEG-DIFF < ZERO
               MOVE ZERO TO WK-LOCK-VIGENTE
           END-IF.

      *----Crea CUENTAS.LCK con el nombre del programa y la marca de
      *    tiempo de adquisicion, usada luego por 0007-LOCK-VIGENTE.
      *    Nota de limitacion: CBL_CREATE_FILE en este runtime de
      *    GnuCOBOL no ofrece creacion exclusiva atomica, por lo que
      *    OPEN OUTPUT sigue siendo la unica primitiva disponible; la
      *    ventana de carrera entre 0005 y este parrafo persiste y la
      *    mitigacion real es la deteccion de lock obsoleto anterior.
       0008-CREAR-LOCK.
           MOVE 1 TO WK-LOCK-OK
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           OPEN OUTPUT ARCHIVO-LOCK
           MOVE "MantenerPrestam" TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK.

       0006-LIBERAR-LOCK.
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Firma del operador: sin un codigo valido en el archivo de
      *    operadores no se permite ninguna operacion. El codigo
      *    firmado viaja en MOV-OPERADOR de cada movimiento.
       0003-SIGNON.
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DE PRESTAMOS                 "
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
               DISPLAY "OPERADOR NO AUTORIZADO"
           ELSE
               MOVE WK-BUSCA-COD TO WK-OPERADOR
               MOVE WK-OP-PERFIL TO WK-PERFIL
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
           MOVE "MantenerPrestam" TO ING-PROGRAMA
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

      *----El desembolso de un prestamo queda retenido hasta que un
      *    operador con perfil de supervisor digite su codigo.
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
               DISPLAY "CODIGO SIN PERFIL DE SUPERVISOR."
               DISPLAY "OPERACION NO AUTORIZADA"
           END-IF.

      *----El supervisor que autorizo una opcion anterior no debe
      *    quedar en la auditoria de la siguiente.
       0010-TOMAR-OPC.
           MOVE SPACES TO WK-AUD-SUPERVISOR
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DE PRESTAMOS - MENU          "
           DISPLAY "==================================================="
           DISPLAY "1 - Registrar y desembolsar prestamo"
           DISPLAY "2 - Consultar prestamo"
           DISPLAY "3 - Imprimir plan de pagos"
           DISPLAY "4 - Salir"
           ACCEPT WK-OPC

           EVALUATE WK-OPC
               WHEN 1
                   PERFORM 0020-REGISTRAR-PRESTAMO
               WHEN 2
                   PERFORM 0040-CONSULTAR-PRESTAMO
               WHEN 3
                   PERFORM 0050-IMPRIMIR-PLAN
               WHEN 4
                   MOVE 1 TO SW
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      *----Alta y desembolso: numero de prestamo no usado, deudor en
      *    CLIENTES, cuenta del mismo titular, condiciones validas,
      *    confirmacion de la cuota y autorizacion de un supervisor.
       0020-REGISTRAR-PRESTAMO.
           MOVE ZERO TO SW-PRE-OK
           DISPLAY "INGRESE EL NUMERO DEL PRESTAMO: "
           ACCEPT WK-NRO-PRE
           IF WK-NRO-PRE EQUAL SPACES
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "Numero de prestamo invalido"
           ELSE
               MOVE WK-NRO-PRE TO PRE-NUMERO
               READ ARCHIVO-PRESTAMOS WITH NO LOCK KEY IS PRE-NUMERO
                   INVALID KEY
                       MOVE 1 TO SW-PRE-OK
                   NOT INVALID KEY
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "El prestamo " WK-NRO-PRE " ya existe"
               END-READ
           END-IF

           IF SW-PRE-OK EQUAL 1
               DISPLAY "INGRESE EL DOCUMENTO DEL CLIENTE: "
               ACCEPT WK-DOCUMENTO
               PERFORM 0060-BUSCAR-CLIENTE
               IF SW-CLI-OK EQUAL ZERO
                   MOVE ZERO TO SW-PRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El documento " WK-DOCUMENTO " no existe en"
                   DISPLAY "CLIENTES. Cree primero el cliente con"
                   DISPLAY "MantenerClientes"
               ELSE
                   MOVE CLI-NOMBRE TO WK-NOMBRE
               END-IF
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0022-VALIDAR-CUENTA
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0021-CAPTURAR-CONDICIONES
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0023-CALCULAR-CUOTA
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0086-AUTORIZAR-SUPERVISOR
               IF SW-AUTORIZADO EQUAL ZERO
                   MOVE ZERO TO SW-PRE-OK
               END-IF
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0024-DESEMBOLSAR
           END-IF
           IF SW-PRE-OK EQUAL 1
               PERFORM 0052-GENERAR-PLAN-IMPRESO
           END-IF.

      *----Valor, tasas, plazo y dia de pago. La tasa de mora no
      *    puede ser inferior a la tasa corriente.
       0021-CAPTURAR-CONDICIONES.
           DISPLAY "INGRESE EL VALOR DEL PRESTAMO: "
           ACCEPT WK-CAPITAL
           DISPLAY "INGRESE LA TASA DE INTERES ANUAL (EJ 18.5000): "
           ACCEPT WK-TASA
           DISPLAY "INGRESE LA TASA DE MORA ANUAL (EJ 27.0000): "
           ACCEPT WK-TASA-MORA
           DISPLAY "INGRESE EL PLAZO EN MESES: "
           ACCEPT WK-PLAZO
           DISPLAY "INGRESE EL DIA DE PAGO DE LAS CUOTAS (1-28): "
           ACCEPT WK-DIA-PAGO

           EVALUATE TRUE
               WHEN WK-CAPITAL IS NOT NUMERIC OR WK-CAPITAL EQUAL ZERO
                   MOVE ZERO TO SW-PRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El valor del prestamo debe ser mayor a cero"
               WHEN WK-TASA IS NOT NUMERIC
                    OR WK-TASA-MORA IS NOT NUMERIC
                    OR WK-TASA-MORA < WK-TASA
                   MOVE ZERO TO SW-PRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "Tasas invalidas: la tasa de mora no puede"
                   DISPLAY "ser menor que la tasa corriente"
               WHEN WK-PLAZO IS NOT NUMERIC OR WK-PLAZO EQUAL ZERO
                    OR WK-PLAZO > WK-PLAZO-MAX
                   MOVE ZERO TO SW-PRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El plazo debe estar entre 1 y " WK-PLAZO-MAX
                       " meses"
               WHEN WK-DIA-PAGO IS NOT NUMERIC OR WK-DIA-PAGO < 1
                    OR WK-DIA-PAGO > 28
                   MOVE ZERO TO SW-PRE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El dia de pago debe estar entre 1 y 28"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----La cuenta de desembolso es la misma de la que se debitan
      *    las cuotas: ahorros o corriente, activa y del mismo
      *    documento del deudor.
       0022-VALIDAR-CUENTA.
           DISPLAY "INGRESE LA CUENTA DE DESEMBOLSO Y DEBITO: "
           ACCEPT WK-NRO-CTA
           MOVE WK-NRO-CTA TO LV0-CTA

           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO SW-PRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " LV0-CTA " no existe"
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN ESTADO-CUENTA NOT EQUAL "A"
                       MOVE ZERO TO SW-PRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " LV0-CTA " no esta activa"
                   WHEN TIPO-CUENTA EQUAL "T"
                       MOVE ZERO TO SW-PRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "Un CDT no recibe desembolsos ni paga"
                       DISPLAY "cuotas de prestamos"
                   WHEN DOCUMENTO-TITULAR NOT EQUAL WK-DOCUMENTO
                       MOVE ZERO TO SW-PRE-OK
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " LV0-CTA " no pertenece al"
                       DISPLAY "cliente " WK-DOCUMENTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----Cuota fija (sistema frances):
      *        cuota = capital * i * (1+i)^n / ((1+i)^n - 1)
      *    con i = tasa mensual y n = plazo. Sin tasa la cuota es el
      *    capital dividido en el plazo. El operador confirma la
      *    cuota antes de pedir la autorizacion.
       0023-CALCULAR-CUOTA.
           COMPUTE WK-TASA-MES = WK-TASA / 100 / 12
           IF WK-TASA-MES EQUAL ZERO
               COMPUTE WK-CUOTA ROUNDED = WK-CAPITAL / WK-PLAZO
           ELSE
               COMPUTE WK-FACTOR = (1 + WK-TASA-MES) ** WK-PLAZO
               COMPUTE WK-CUOTA ROUNDED =
                   WK-CAPITAL * WK-TASA-MES * WK-FACTOR
                   / (WK-FACTOR - 1)
           END-IF
           COMPUTE WK-TOT-INTERES = WK-CUOTA * WK-PLAZO - WK-CAPITAL
           IF WK-CUOTA * WK-PLAZO < WK-CAPITAL
               MOVE ZERO TO WK-TOT-INTERES
           END-IF

           DISPLAY "==========================================="
           DISPLAY "Prestamo        : " WK-NRO-PRE
           DISPLAY "Cliente         : " WK-NOMBRE
           DISPLAY "Cuenta          : " WK-NRO-CTA
           MOVE WK-CAPITAL TO WK-VLR
           DISPLAY "Valor           : " WK-VLR
           MOVE WK-TASA TO WK-TASA-EDIT
           DISPLAY "Tasa anual      : " WK-TASA-EDIT " %"
           MOVE WK-TASA-MORA TO WK-TASA-EDIT
           DISPLAY "Tasa de mora    : " WK-TASA-EDIT " %"
           DISPLAY "Plazo (meses)   : " WK-PLAZO
           DISPLAY "Dia de pago     : " WK-DIA-PAGO
           MOVE WK-CUOTA TO WK-VLR
           DISPLAY "Cuota mensual   : " WK-VLR
           MOVE WK-TOT-INTERES TO WK-VLR
           DISPLAY "Total intereses : " WK-VLR
           DISPLAY "==========================================="
           DISPLAY "CONFIRMA EL DESEMBOLSO (S/N): "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA NOT EQUAL "S"
               MOVE ZERO TO SW-PRE-OK
               DISPLAY "DESEMBOLSO CANCELADO"
           END-IF.

      *----Graba el prestamo, abona el capital a la cuenta con un
      *    movimiento "P" (MOV-CTA-REF lleva el numero del prestamo)
      *    y genera el plan de pagos. Si el abono no se puede aplicar
      *    el prestamo se borra para no dejar un credito sin
      *    desembolso.
       0024-DESEMBOLSAR.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           INITIALIZE REG-PRESTAMOS
           MOVE WK-NRO-PRE        TO PRE-NUMERO
           MOVE WK-DOCUMENTO      TO PRE-DOCUMENTO
           MOVE WK-NRO-CTA        TO PRE-CTA
           MOVE WK-CAPITAL        TO PRE-CAPITAL PRE-SALDO-CAPITAL
           MOVE WK-TASA           TO PRE-TASA
           MOVE WK-TASA-MORA      TO PRE-TASA-MORA
           MOVE WK-PLAZO          TO PRE-PLAZO
           MOVE WK-DIA-PAGO       TO PRE-DIA-PAGO
           MOVE WK-CUOTA          TO PRE-CUOTA
           MOVE "A"               TO PRE-ESTADO
           MOVE ZERO              TO PRE-CUOTAS-PAGADAS
                                     PRE-FECHA-ULT-PAGO
           MOVE WK-FECHA-SIS      TO PRE-FECHA-DESEMB
           MOVE WK-OPERADOR       TO PRE-OPERADOR
           MOVE WK-AUD-SUPERVISOR TO PRE-SUPERVISOR

           WRITE REG-PRESTAMOS INVALID KEY
               MOVE ZERO TO SW-PRE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "No se pudo grabar el prestamo " WK-NRO-PRE
           END-WRITE

           IF SW-PRE-OK EQUAL 1
               MOVE WK-NRO-CTA TO LV0-CTA
               READ CUENTAS KEY IS LV0-CTA INVALID KEY
                   MOVE ZERO TO SW-PRE-OK
               NOT INVALID KEY
                   COMPUTE WK-VLR-SALDO = VLR-SALDO + WK-CAPITAL
                   MOVE WK-VLR-SALDO TO VLR-SALDO
                   MOVE "P"          TO TP-OPERACION
                   REWRITE REG-CUENTAS INVALID KEY
                       MOVE ZERO TO SW-PRE-OK
                   NOT INVALID KEY
                       MOVE "P"        TO WK-MOV-OPER
                       MOVE WK-CAPITAL TO WK-MOV-MONTO
                       MOVE WK-NRO-PRE TO WK-MOV-CTA-REF
                       PERFORM 090-GRABAR-MOVIMIENTO
                       MOVE SPACES     TO WK-MOV-CTA-REF
                   END-REWRITE
               END-READ
               IF SW-PRE-OK EQUAL ZERO
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "No se pudo abonar el desembolso a la "
                       "cuenta " WK-NRO-CTA
                   MOVE WK-NRO-PRE TO PRE-NUMERO
                   DELETE ARCHIVO-PRESTAMOS RECORD INVALID KEY
                       CONTINUE
                   END-DELETE
               END-IF
           END-IF

           IF SW-PRE-OK EQUAL 1
               PERFORM 0025-GENERAR-PLAN
               MOVE WK-NRO-PRE TO PRE-NUMERO
               READ ARCHIVO-PRESTAMOS WITH NO LOCK KEY IS PRE-NUMERO
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE SPACES TO WK-AUD-ANTES
               MOVE "A"    TO WK-AUD-ACCION
               PERFORM 0076-AUDITAR-PRESTAMO
               DISPLAY "****PRESTAMO " WK-NRO-PRE
                   " DESEMBOLSADO CON EXITO****"
               MOVE WK-CAPITAL TO WK-VLR
               DISPLAY "VALOR ABONADO A LA CUENTA " WK-NRO-CTA ": "
                   WK-VLR
           END-IF.

      *----Una cuota por mes del plazo. El interes de cada cuota es
      *    el del saldo de capital del mes y el capital es la cuota
      *    menos ese interes; la ultima cuota lleva el capital que
      *    quede para absorber el redondeo.
       0025-GENERAR-PLAN.
           MOVE WK-CAPITAL TO WK-SALDO-PLAN
           PERFORM 0026-GRABAR-CUOTA
               VARYING WK-NRO-CUOTA FROM 1 BY 1
               UNTIL WK-NRO-CUOTA > WK-PLAZO.

       0026-GRABAR-CUOTA.
           INITIALIZE REG-CUOTAS
           MOVE WK-NRO-PRE   TO CUO-PRESTAMO
           MOVE WK-NRO-CUOTA TO CUO-NUMERO
           PERFORM 0027-FECHA-CUOTA
           MOVE WK-FECHA-CUOTA TO CUO-FECHA-VCTO CUO-FECHA-MORA

           COMPUTE CUO-INTERES ROUNDED = WK-SALDO-PLAN * WK-TASA-MES
           IF WK-NRO-CUOTA EQUAL WK-PLAZO
              OR WK-CUOTA NOT GREATER THAN CUO-INTERES
               MOVE WK-SALDO-PLAN TO CUO-CAPITAL
           ELSE
               COMPUTE CUO-CAPITAL = WK-CUOTA - CUO-INTERES
               IF CUO-CAPITAL > WK-SALDO-PLAN
                   MOVE WK-SALDO-PLAN TO CUO-CAPITAL
               END-IF
           END-IF
           SUBTRACT CUO-CAPITAL FROM WK-SALDO-PLAN
           MOVE "P" TO CUO-ESTADO

           WRITE REG-CUOTAS INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "No se pudo grabar la cuota " WK-NRO-CUOTA
                   " del prestamo " WK-NRO-PRE
           END-WRITE.

      *----Vencimiento de la cuota WK-NRO-CUOTA: el dia de pago del
      *    mes que resulta de sumar el numero de cuota al mes del
      *    desembolso.
       0027-FECHA-CUOTA.
           MOVE WK-FECHA-SIS(1:4) TO WK-ANO
           MOVE WK-FECHA-SIS(5:2) TO WK-MES
           COMPUTE WK-MESES-TOT = WK-ANO * 12 + WK-MES - 1
                                  + WK-NRO-CUOTA
           COMPUTE WK-ANO = WK-MESES-TOT / 12
           COMPUTE WK-MES = WK-MESES-TOT - WK-ANO * 12 + 1
           COMPUTE WK-FECHA-CUOTA = WK-ANO * 10000 + WK-MES * 100
                                    + WK-DIA-PAGO.

      *----Condiciones, saldo y situacion de las cuotas de un
      *    prestamo: cuotas pagadas, cuotas vencidas con su valor
      *    pendiente y la proxima cuota por vencer.
       0040-CONSULTAR-PRESTAMO.
           DISPLAY "INGRESE EL NUMERO DEL PRESTAMO: "
           ACCEPT WK-NRO-PRE
           MOVE WK-NRO-PRE TO PRE-NUMERO

           READ ARCHIVO-PRESTAMOS WITH NO LOCK KEY IS PRE-NUMERO
               INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El prestamo " WK-NRO-PRE " no existe"
               NOT INVALID KEY
                   PERFORM 0041-MOSTRAR-PRESTAMO
           END-READ.

       0041-MOSTRAR-PRESTAMO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           MOVE ZERO TO WK-CNT-VENCIDAS WK-CNT-PAGADAS WK-VLR-VENCIDO
                        WK-PROX-FECHA WK-PROX-VALOR
           MOVE ZERO TO SW-FIN-CUO
           MOVE WK-NRO-PRE TO CUO-PRESTAMO
           MOVE ZERO       TO CUO-NUMERO
           START ARCHIVO-CUOTAS KEY IS NOT LESS THAN CUO-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-CUO
           END-START
           IF ST-CUO NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CUO
           END-IF
           PERFORM 0042-LEER-CUOTA-CONSULTA UNTIL SW-FIN-CUO EQUAL 1

           DISPLAY "==========================================="
           DISPLAY "Prestamo        : " PRE-NUMERO
           DISPLAY "Documento       : " PRE-DOCUMENTO
           DISPLAY "Cuenta          : " PRE-CTA
           EVALUATE PRE-ESTADO
               WHEN "C"
                   DISPLAY "Estado          : CANCELADO"
               WHEN "M"
                   DISPLAY "Estado          : EN MORA"
               WHEN OTHER
                   DISPLAY "Estado          : AL DIA"
           END-EVALUATE
           DISPLAY "Desembolso      : " PRE-FECHA-DESEMB
           MOVE PRE-CAPITAL TO WK-VLR
           DISPLAY "Valor           : " WK-VLR
           MOVE PRE-TASA TO WK-TASA-EDIT
           DISPLAY "Tasa anual      : " WK-TASA-EDIT " %"
           MOVE PRE-TASA-MORA TO WK-TASA-EDIT
           DISPLAY "Tasa de mora    : " WK-TASA-EDIT " %"
           DISPLAY "Plazo (meses)   : " PRE-PLAZO
           DISPLAY "Dia de pago     : " PRE-DIA-PAGO
           MOVE PRE-CUOTA TO WK-VLR
           DISPLAY "Cuota mensual   : " WK-VLR
           MOVE PRE-SALDO-CAPITAL TO WK-VLR
           DISPLAY "Saldo capital   : " WK-VLR
           DISPLAY "Cuotas pagadas  : " WK-CNT-PAGADAS " DE "
               PRE-PLAZO
           DISPLAY "Cuotas vencidas : " WK-CNT-VENCIDAS
           MOVE WK-VLR-VENCIDO TO WK-VLR
           DISPLAY "Valor vencido   : " WK-VLR
           IF WK-PROX-FECHA > ZERO
               MOVE WK-PROX-VALOR TO WK-VLR
               DISPLAY "Proxima cuota   : " WK-PROX-FECHA " " WK-VLR
           END-IF
           IF PRE-FECHA-ULT-PAGO > ZERO
               DISPLAY "Ultimo pago     : " PRE-FECHA-ULT-PAGO
           END-IF
           DISPLAY "===========================================".

      *----Una cuota sin cancelar con vencimiento anterior a hoy esta
      *    vencida aunque CobroPrestamos aun no la haya marcado; su
      *    pendiente incluye la mora ya causada.
       0042-LEER-CUOTA-CONSULTA.
           READ ARCHIVO-CUOTAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CUO
           NOT AT END
               IF CUO-PRESTAMO NOT EQUAL WK-NRO-PRE
                   MOVE 1 TO SW-FIN-CUO
               ELSE
                   COMPUTE WK-PEND-CUOTA = CUO-CAPITAL + CUO-INTERES
                       + CUO-MORA-PEND - CUO-CAPITAL-PAG
                       - CUO-INTERES-PAG
                   EVALUATE TRUE
                       WHEN CUO-ESTADO EQUAL "C"
                           ADD 1 TO WK-CNT-PAGADAS
                       WHEN CUO-FECHA-VCTO < WK-FECHA-SIS
                           ADD 1 TO WK-CNT-VENCIDAS
                           ADD WK-PEND-CUOTA TO WK-VLR-VENCIDO
                       WHEN WK-PROX-FECHA EQUAL ZERO
                           MOVE CUO-FECHA-VCTO TO WK-PROX-FECHA
                           MOVE WK-PEND-CUOTA  TO WK-PROX-VALOR
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-READ
           IF ST-CUO NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CUO
           END-IF.

       0050-IMPRIMIR-PLAN.
           DISPLAY "INGRESE EL NUMERO DEL PRESTAMO: "
           ACCEPT WK-NRO-PRE
           MOVE WK-NRO-PRE TO PRE-NUMERO

           READ ARCHIVO-PRESTAMOS WITH NO LOCK KEY IS PRE-NUMERO
               INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "El prestamo " WK-NRO-PRE " no existe"
               NOT INVALID KEY
                   PERFORM 0052-GENERAR-PLAN-IMPRESO
           END-READ.

      *----Plan de pagos impreso, un archivo por prestamo y fecha:
      *    PLAN_PAGOS_<prestamo>_<AAAAMMDD>.TXT. Muestra para cada
      *    cuota el vencimiento, capital, interes, lo abonado y su
      *    estado; REG-PRESTAMOS debe estar leido.
       0052-GENERAR-PLAN-IMPRESO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           MOVE PRE-DOCUMENTO TO WK-DOCUMENTO
           PERFORM 0060-BUSCAR-CLIENTE
           IF SW-CLI-OK EQUAL 1
               MOVE CLI-NOMBRE TO WK-NOMBRE
           ELSE
               MOVE SPACES TO WK-NOMBRE
           END-IF

           INITIALIZE WK-RUTA-PLAN
           STRING WK-BASE-DIR   DELIMITED BY SPACE
                  "PLAN_PAGOS_" DELIMITED BY SIZE
                  WK-NRO-PRE    DELIMITED BY SPACE
                  "_"           DELIMITED BY SIZE
                  WK-FECHA-SIS  DELIMITED BY SIZE
                  ".TXT"        DELIMITED BY SIZE
                  INTO WK-RUTA-PLAN
           END-STRING
           SET ENVIRONMENT "PLANPRE" TO WK-RUTA-PLAN
           OPEN OUTPUT ARCHIVO-PLAN
           IF ST-PLN NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO CREAR EL PLAN DE PAGOS"
               DISPLAY "STATUS: " ST-PLN
           ELSE
               WRITE REG-PLAN FROM WK-PLN-SEPARA END-WRITE
               WRITE REG-PLAN FROM WK-PLN-TITULO END-WRITE
               WRITE REG-PLAN FROM WK-PLN-SEPARA END-WRITE

               MOVE "PRESTAMO"        TO PLN-ETIQUETA
               MOVE PRE-NUMERO        TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "CLIENTE"         TO PLN-ETIQUETA
               INITIALIZE PLN-VALOR
               STRING PRE-DOCUMENTO " - " WK-NOMBRE
                   DELIMITED BY SIZE INTO PLN-VALOR
               END-STRING
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "CUENTA DE DEBITO" TO PLN-ETIQUETA
               MOVE PRE-CTA           TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "FECHA DESEMBOLSO" TO PLN-ETIQUETA
               INITIALIZE PLN-VALOR
               STRING PRE-FECHA-DESEMB(1:4) "/"
                      PRE-FECHA-DESEMB(5:2) "/"
                      PRE-FECHA-DESEMB(7:2) DELIMITED BY SIZE
                      INTO PLN-VALOR
               END-STRING
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "VALOR DESEMBOLSADO" TO PLN-ETIQUETA
               MOVE PRE-CAPITAL       TO WK-VLR
               MOVE WK-VLR            TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "TASA ANUAL"      TO PLN-ETIQUETA
               MOVE PRE-TASA          TO WK-TASA-EDIT
               INITIALIZE PLN-VALOR
               STRING WK-TASA-EDIT " % - MORA " DELIMITED BY SIZE
                   INTO PLN-VALOR
               END-STRING
               MOVE PRE-TASA-MORA     TO WK-TASA-EDIT
               MOVE WK-TASA-EDIT      TO PLN-VALOR(18:7)
               MOVE "%"               TO PLN-VALOR(26:1)
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "PLAZO EN MESES"  TO PLN-ETIQUETA
               MOVE PRE-PLAZO         TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "CUOTA MENSUAL"   TO PLN-ETIQUETA
               MOVE PRE-CUOTA         TO WK-VLR
               MOVE WK-VLR            TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE
               MOVE "SALDO DE CAPITAL" TO PLN-ETIQUETA
               MOVE PRE-SALDO-CAPITAL TO WK-VLR
               MOVE WK-VLR            TO PLN-VALOR
               WRITE REG-PLAN FROM WK-PLN-DATO END-WRITE

               WRITE REG-PLAN FROM WK-PLN-GUIONES END-WRITE
               WRITE REG-PLAN FROM WK-PLN-ENCABEZADO END-WRITE
               WRITE REG-PLAN FROM WK-PLN-GUIONES END-WRITE

               MOVE ZERO TO WK-PLN-TOT-CAP WK-PLN-TOT-INT
                            WK-PLN-TOT-ABO
               MOVE ZERO TO SW-FIN-CUO
               MOVE PRE-NUMERO TO CUO-PRESTAMO
               MOVE ZERO       TO CUO-NUMERO
               START ARCHIVO-CUOTAS KEY IS NOT LESS THAN CUO-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-CUO
               END-START
               IF ST-CUO NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-CUO
               END-IF
               PERFORM 0053-ESCRIBIR-CUOTA UNTIL SW-FIN-CUO EQUAL 1

               WRITE REG-PLAN FROM WK-PLN-GUIONES END-WRITE
               INITIALIZE WK-PLN-DETALLE
               MOVE "TOTALES"        TO PLN-FECHA
               MOVE WK-PLN-TOT-CAP   TO PLN-CAPITAL
               MOVE WK-PLN-TOT-INT   TO PLN-INTERES
               COMPUTE PLN-CUOTA = WK-PLN-TOT-CAP + WK-PLN-TOT-INT
               MOVE WK-PLN-TOT-ABO   TO PLN-ABONADO
               WRITE REG-PLAN FROM WK-PLN-DETALLE END-WRITE
               WRITE REG-PLAN FROM WK-PLN-SEPARA END-WRITE
               CLOSE ARCHIVO-PLAN
               DISPLAY "PLAN DE PAGOS GENERADO: " WK-RUTA-PLAN
           END-IF.

      *----El abonado incluye el interes de mora pagado; una cuota
      *    pendiente con vencimiento anterior a hoy se imprime como
      *    vencida.
       0053-ESCRIBIR-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CUO
           NOT AT END
               IF CUO-PRESTAMO NOT EQUAL PRE-NUMERO
                   MOVE 1 TO SW-FIN-CUO
               ELSE
                   INITIALIZE WK-PLN-DETALLE
                   MOVE CUO-NUMERO TO PLN-NUMERO
                   STRING CUO-FECHA-VCTO(1:4) "/"
                          CUO-FECHA-VCTO(5:2) "/"
                          CUO-FECHA-VCTO(7:2) DELIMITED BY SIZE
                          INTO PLN-FECHA
                   END-STRING
                   MOVE CUO-CAPITAL TO PLN-CAPITAL
                   MOVE CUO-INTERES TO PLN-INTERES
                   COMPUTE PLN-CUOTA = CUO-CAPITAL + CUO-INTERES
                   COMPUTE PLN-ABONADO = CUO-CAPITAL-PAG
                       + CUO-INTERES-PAG + CUO-MORA-PAG
                   EVALUATE TRUE
                       WHEN CUO-ESTADO EQUAL "C"
                           MOVE "PAGADA"    TO PLN-ESTADO
                       WHEN CUO-ESTADO EQUAL "V"
                            OR CUO-FECHA-VCTO < WK-FECHA-SIS
                           MOVE "VENCIDA"   TO PLN-ESTADO
                       WHEN OTHER
                           MOVE "PENDIENTE" TO PLN-ESTADO
                   END-EVALUATE
                   ADD CUO-CAPITAL TO WK-PLN-TOT-CAP
                   ADD CUO-INTERES TO WK-PLN-TOT-INT
                   COMPUTE WK-PLN-TOT-ABO = WK-PLN-TOT-ABO
                       + CUO-CAPITAL-PAG + CUO-INTERES-PAG
                       + CUO-MORA-PAG
                   WRITE REG-PLAN FROM WK-PLN-DETALLE END-WRITE
               END-IF
           END-READ
           IF ST-CUO NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CUO
           END-IF.


      *----Busca el documento en CLIENTES. El status se verifica en
      *    forma explicita: si el archivo no se pudo abrir, la
      *    lectura no cae en INVALID KEY y el cliente debe darse
      *    por no encontrado.
       0060-BUSCAR-CLIENTE.
           MOVE ZERO TO SW-CLI-OK
           MOVE WK-DOCUMENTO TO CLI-DOCUMENTO
           READ CLIENTES WITH NO LOCK KEY IS CLI-DOCUMENTO INVALID KEY
               CONTINUE
           NOT INVALID KEY
               CONTINUE
           END-READ
           IF ST-CLI EQUAL "00"
               MOVE 1 TO SW-CLI-OK
           END-IF.

      *----Deja en AUDITORIA la imagen del prestamo recien grabado;
      *    WK-AUD-ANTES y WK-AUD-ACCION los fija quien lo modifica.
       0076-AUDITAR-PRESTAMO.
           MOVE "PRESTAMOS"   TO WK-AUD-ARCHIVO
           MOVE PRE-NUMERO    TO WK-AUD-CLAVE
           MOVE PRE-CTA       TO WK-AUD-CUENTA
           MOVE REG-PRESTAMOS TO WK-AUD-DESPUES
           PERFORM 092-GRABAR-AUDITORIA.

       090-GRABAR-MOVIMIENTO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-MOVIMIENTOS
           MOVE LV0-CTA           TO MOV-CTA
           MOVE WK-MOV-OPER       TO MOV-OPERACION
           MOVE WK-MOV-MONTO      TO MOV-MONTO
           MOVE VLR-SALDO         TO MOV-SALDO
           MOVE WK-FECHA-SIS      TO MOV-FECHA
           MOVE WK-HORA-SIS       TO MOV-HORA
           MOVE "MantenerPrestam" TO MOV-PROGRAMA
           MOVE WK-OPERADOR       TO MOV-OPERADOR
           MOVE WK-MOV-CTA-REF    TO MOV-CTA-REF

           MOVE 1    TO MOV-SEQ
           MOVE ZERO TO SW-MOV-GRABADO
           PERFORM 091-ESCRIBIR-MOVIMIENTO
               UNTIL SW-MOV-GRABADO EQUAL 1.

      *----Asigna el consecutivo del dia por cuenta reintentando la
      *    grabacion: si la llave cuenta+fecha+consecutivo ya existe
      *    (status 22) se avanza el consecutivo y se intenta de
      *    nuevo; cualquier otro error de grabacion se reporta y
      *    abandona el reintento para no quedar en ciclo.
       091-ESCRIBIR-MOVIMIENTO.
           WRITE REG-MOVIMIENTOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO SW-MOV-GRABADO
           END-WRITE

           IF SW-MOV-GRABADO EQUAL ZERO
               IF ST-MOV EQUAL "22" AND MOV-SEQ < 9999
                   ADD 1 TO MOV-SEQ
               ELSE
                   MOVE 1 TO SW-MOV-GRABADO
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO GRABAR EL MOVIMIENTO DE LA "
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
           MOVE "MantenerPrestam" TO AUD-PROGRAMA
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

       END PROGRAM MantenerPrestamos.
