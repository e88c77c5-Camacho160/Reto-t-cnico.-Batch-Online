      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch diario de cobro de prestamos de
      *          consumo: por cada prestamo no cancelado del maestro
      *          PRESTAMOS recorre sus cuotas vencidas o que vencen
      *          hoy (CUOTAS), causa el interes de mora de las
      *          atrasadas y debita de la cuenta del prestamo lo que
      *          su disponible permita, con las mismas reglas de
      *          EjecutarOrdenes (cupo de sobregiro, embargos activos
      *          y GMF). El pago se aplica a la cuota mas antigua en
      *          el orden mora, interes y capital; se admiten abonos
      *          parciales. Cada concepto deja su movimiento (M, J, Q
      *          y G). Al final emite el reporte de cartera vencida
      *          CARTERA_VENCIDA_<AAAAMMDD>.TXT por altura de mora.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CobroPrestamos.

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

      *----Select para el maestro de prestamos de consumo (ver
      *    MantenerPrestamos). Indexado por numero de prestamo.
           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\PRESTAMOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS PRE-NUMERO
               FILE STATUS  IS ST-PRE.

      *----Select para el plan de pagos de los prestamos. Indexado
      *    por prestamo + numero de cuota.
           SELECT ARCHIVO-CUOTAS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CUOTAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CUO-LLAVE
               FILE STATUS  IS ST-CUO.

      *----Select para el maestro de embargos judiciales (ver
      *    MantenerEmbargos). Indexado por cuenta + consecutivo;
      *    los embargos activos reducen el saldo disponible.
           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\EMBARGOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS EMB-LLAVE
               FILE STATUS  IS ST-EMB.

      *----Select para el archivo de parametros de operacion:
      *    clave|valor (mismo archivo que usa ConsultarCuenta).
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\PARAMETROS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PAR.

      *----Select para el reporte de cartera vencida. Ruta dinamica,
      *    ver WK-RUTA-REPORTE; variable de ambiente "CARREP" (mismo
      *    mecanismo que los archivos fechados de DatosBatch).
           SELECT ARCHIVO-REPORTE
               ASSIGN TO WK-RUTA-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-REP.

      *----Select para archivo Log
           SELECT ARCHIVO-LOG
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ST-LOG.

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
      *    ESTADO-CUENTA  : A -> Activa   C -> Cerrada                 *
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
      *                    B -> Registro de embargo (neutro)           *
      *                    L -> Levante de embargo (neutro)            *
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
      *    EMB-VALOR      : Valor retenido por la orden judicial       *
      *    EMB-REFERENCIA : Oficio / despacho judicial que ordena      *
      *    EMB-FECHA-INICIO : Fecha de registro AAAAMMDD               *
      *    EMB-FECHA-LEVANTE: Fecha del levante (cero si vigente)      *
      *    EMB-ESTADO     : A -> Activo   L -> Levantado               *
      *----------------------------------------------------------------*

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETRO PIC X(40).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE PIC X(100).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           02 FECHA-LOG  PIC X(11).
           02 HORA-LOG   PIC X(12).
           02 MENSAJE    PIC X(200).

       FD  ARCHIVO-LOCK.
       01  REG-LOCK.
           02 LOCK-PROGRAMA  PIC X(15).
           02 FILLER         PIC X VALUE "|".
           02 LOCK-FECHA     PIC 9(08).
           02 FILLER         PIC X VALUE "|".
           02 LOCK-HORA      PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUS.
           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-PRE       PIC XX.
           02 ST-CUO       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-REP       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-PRE   PIC 9 VALUE ZERO.
           02 SW-FIN-CUO   PIC 9 VALUE ZERO.
           02 SW-MOV-GRABADO PIC 9 VALUE ZERO.
           02 WK-LOCK-OK   PIC 9 VALUE ZERO.
           02 WK-LOCK-FILE PIC X(60) VALUE
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

      *----Datos del prestamo en proceso. El cobro se hace en dos
      *    pasadas por las cuotas (0040): la primera (SW-APLICAR en
      *    cero) solo calcula lo exigible y cuanto de ello alcanza a
      *    pagar el disponible; con ese valor ya debitado la segunda
      *    pasada aplica el mismo reparto y regraba las cuotas.
           02 WK-NRO-PRE      PIC X(06).
           02 WK-CTA-DEB      PIC X(06).
           02 WK-TASA-MORA    PIC 9(02)V9(04).
           02 SW-APLICAR      PIC 9 VALUE ZERO.
           02 SW-CTA-OK       PIC 9 VALUE ZERO.
           02 WK-MONTO-TEM    PIC 9(12).
           02 WK-CTA-REF      PIC X(06).
           02 WK-DISPONIBLE   PIC S9(13).
           02 WK-CAPACIDAD    PIC 9(13).
           02 WK-POR-APLICAR  PIC 9(13).
           02 WK-TOT-EXIGIBLE PIC 9(13).
           02 WK-PAGO-TOTAL   PIC 9(13).
           02 WK-PAGO-MORA    PIC 9(12).
           02 WK-PAGO-INT     PIC 9(12).
           02 WK-PAGO-CAP     PIC 9(12).
           02 WK-ABONO        PIC 9(12).
           02 WK-CAP-PEND     PIC 9(12).
           02 WK-INT-PEND     PIC 9(12).
           02 WK-SALDO-INI    PIC S9(12).

      *----Interes de mora: se causa por dias calendario sobre el
      *    capital vencido y no pagado de cada cuota, a la tasa de
      *    mora anual del prestamo en base 365, desde la ultima
      *    fecha de causacion (CUO-FECHA-MORA) hasta hoy.
           02 WK-DIAS-MORA    PIC 9(05).
           02 WK-MORA-CAUSADA PIC 9(12).

      *----Altura de mora del prestamo: dias desde el vencimiento de
      *    la cuota impaga mas antigua.
           02 WK-FECHA-ATRASO PIC 9(08).
           02 WK-DIAS-ATRASO  PIC 9(05).
           02 WK-CNT-VENCIDAS PIC 9(03).
           02 WK-CNT-CANCELADAS PIC 9(03).
           02 WK-VLR-VENCIDO  PIC 9(12).
           02 WK-NDX-RNG      PIC 9.

      *----Gravamen GMF (4x1000): tasa por mil parametrizable con la
      *    clave TASA-GMF-X1000 de PARAMETROS.TXT; el impuesto se
      *    debita junto con el pago de las cuotas de una cuenta no
      *    exenta y deja su propio movimiento "G".
           02 WK-TASA-GMF    PIC 9(02) VALUE 4.
           02 WK-GMF         PIC 9(12) VALUE ZERO.
           02 WK-PAR-CLAVE   PIC X(20).
           02 WK-PAR-VALOR   PIC X(12).
           02 WK-LEN-VALOR   PIC 9(02) VALUE ZERO.
           02 SW-MEDIDO      PIC 9 VALUE ZERO.
           02 SW-FIN-PAR     PIC 9 VALUE ZERO.

      *----Embargos judiciales: la suma de los embargos activos de
      *    la cuenta del prestamo reduce el disponible para debitos;
      *    si el maestro EMBARGOS no existe se asume cero retenido.
           02 SW-EMB-ABIERTO PIC 9 VALUE ZERO.
           02 SW-FIN-EMB     PIC 9 VALUE ZERO.
           02 WK-EMBARGADO   PIC 9(13) VALUE ZERO.
           02 WK-MOTIVO      PIC X(30).
           02 WK-FECHA-SIS   PIC 9(08).
           02 WK-HORA-SIS    PIC 9(08).
           02 WK-FECHA-HOY   PIC 9(08).
           02 WK-MSN-LOG     PIC X(200).
           02 WK-BASE-DIR    PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-REPORTE PIC X(80).

       01  WK-RESUMEN.
           02 WK-CNT-LEIDOS     PIC 9(06) VALUE ZERO.
           02 WK-CNT-AL-COBRO   PIC 9(06) VALUE ZERO.
           02 WK-CNT-PAGO-TOTAL PIC 9(06) VALUE ZERO.
           02 WK-CNT-PAGO-PARCIAL PIC 9(06) VALUE ZERO.
           02 WK-CNT-SIN-PAGO   PIC 9(06) VALUE ZERO.
           02 WK-CNT-CANCELADOS PIC 9(06) VALUE ZERO.
           02 WK-CNT-EN-MORA    PIC 9(06) VALUE ZERO.
           02 WK-TOT-CAPITAL    PIC 9(14) VALUE ZERO.
           02 WK-TOT-INTERES    PIC 9(14) VALUE ZERO.
           02 WK-TOT-MORA       PIC 9(14) VALUE ZERO.
           02 WK-TOT-VENCIDO    PIC 9(14) VALUE ZERO.
           02 WK-TOT-SALDO-MORA PIC 9(14) VALUE ZERO.
           02 WK-CNT-GMF        PIC 9(06) VALUE ZERO.
           02 WK-TOT-GMF        PIC 9(14) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

      *----Rangos de altura de mora del reporte de cartera vencida
      *    (se cargan en 0011-CARGAR-RANGOS).
       01  WK-TABLA-RANGOS.
           02 WK-RANGO OCCURS 4.
               03 RNG-NOMBRE   PIC X(20).
               03 RNG-HASTA    PIC 9(05).
               03 RNG-CNT      PIC 9(06).
               03 RNG-VENCIDO  PIC 9(14).
               03 RNG-SALDO    PIC 9(14).

      *----Prestamos en mora de la corrida, para listarlos agrupados
      *    por rango. Si la tabla se llena se avisa una sola vez; los
      *    totales por rango siguen incluyendo a todos.
       01  WK-TABLA-MORA.
           02 WK-MORA OCCURS 2000.
               03 MOR-PRESTAMO PIC X(06).
               03 MOR-CTA      PIC X(06).
               03 MOR-DOC      PIC X(12).
               03 MOR-DIAS     PIC 9(05).
               03 MOR-CUOTAS   PIC 9(03).
               03 MOR-VENCIDO  PIC 9(12).
               03 MOR-SALDO    PIC 9(12).
               03 MOR-RANGO    PIC 9.
       01  WK-CNT-MORA       PIC 9(05) COMP VALUE ZERO.
       01  WK-NDX-MOR        PIC 9(05) COMP.
       01  SW-TAB-MORA-LLENA PIC 9 VALUE ZERO.

      *----Lineas del reporte de cartera vencida
       01  WK-LINEA-SEPARA    PIC X(78) VALUE ALL "=".

       01  WK-LINEA-GUIONES   PIC X(78) VALUE ALL "-".

       01  WK-LINEA-TITULO.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(42) VALUE
               "BANCO BOGOTA - REPORTE DE CARTERA VENCIDA".

       01  WK-LINEA-FECHA.
           02 FILLER          PIC X(18) VALUE "FECHA DE CORRIDA: ".
           02 REP-FECHA       PIC 9(08).

       01  WK-LINEA-RANGO.
           02 FILLER          PIC X(17) VALUE "ALTURA DE MORA : ".
           02 REP-RANGO       PIC X(20).

       01  WK-LINEA-COLUMNAS.
           02 FILLER PIC X(08) VALUE "PRESTAMO".
           02 FILLER PIC X(08) VALUE "  CUENTA".
           02 FILLER PIC X(14) VALUE "  DOCUMENTO".
           02 FILLER PIC X(07) VALUE "   DIAS".
           02 FILLER PIC X(05) VALUE "  CUO".
           02 FILLER PIC X(17) VALUE "    VALOR VENCIDO".
           02 FILLER PIC X(17) VALUE "    SALDO CAPITAL".

       01  WK-LINEA-MORA.
           02 REP-PRESTAMO    PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-CUENTA      PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-DOCUMENTO   PIC X(12).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-DIAS        PIC ZZZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-CUOTAS      PIC ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-VENCIDO     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-SALDO       PIC ZZZ,ZZZ,ZZZ,ZZ9.

       01  WK-LINEA-SUBTOTAL.
           02 REP-SUB-TEXTO   PIC X(24).
           02 REP-SUB-CNT     PIC ZZZ,ZZ9.
           02 FILLER          PIC X(11) VALUE SPACES.
           02 REP-SUB-VENCIDO PIC ZZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-SUB-SALDO   PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       DECLARATIVES.

       ERROR-CUENTAS SECTION.
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

       ERROR-LOG SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-LOG.

       ERROR-LOG-LOGIC.
       IF  ST-LOG = "35"
           OPEN OUTPUT ARCHIVO-LOG
       END-IF.

       END DECLARATIVES.

       MAIN-PROCEDURE.
       0000-INICIA-PROGRAMA.
           OPEN EXTEND ARCHIVO-LOG
           OPEN I-O ARCHIVO-MOVIMIENTOS

           MOVE "Inicia cobro de prestamos CobroPrestamos"
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           PERFORM 0084-LEER-PARAMETROS
           PERFORM 0011-CARGAR-RANGOS

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 0005-VERIFICAR-LOCK
           IF WK-LOCK-OK EQUAL 1
      *--------El maestro de embargos puede no existir todavia: en
      *        ese caso se trabaja con retenido cero y no se crea.
               MOVE ZERO TO SW-EMB-ABIERTO
               OPEN INPUT ARCHIVO-EMBARGOS
               IF ST-EMB EQUAL "00"
                   MOVE 1 TO SW-EMB-ABIERTO
               END-IF
               OPEN I-O ARCHIVO-PRESTAMOS
               OPEN I-O ARCHIVO-CUOTAS
               IF ST-PRE NOT EQUAL "00" OR ST-CUO NOT EQUAL "00"
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "NO EXISTE EL MAESTRO DE PRESTAMOS."
                   DISPLAY "NADA QUE COBRAR"
                   MOVE "Sin maestro de prestamos. Nada que cobrar"
                       TO WK-MSN-LOG
                   PERFORM 090-ESCRIBIR-LOG
               ELSE
                   PERFORM 0009-ABRIR-REPORTE
                   PERFORM 0010-RECORRER-PRESTAMOS
                   PERFORM 0070-IMPRIMIR-CARTERA
                   CLOSE ARCHIVO-REPORTE
               END-IF
               IF ST-PRE EQUAL "00"
                   CLOSE ARCHIVO-PRESTAMOS
               END-IF
               IF ST-CUO EQUAL "00"
                   CLOSE ARCHIVO-CUOTAS
               END-IF
               IF SW-EMB-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-EMBARGOS
               END-IF
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 099-RESUMEN-CONTROL
           ELSE
               MOVE 35 TO WK-COD-RETORNO
               MOVE "No se cobran prestamos. CUENTAS bloqueada"
                   TO WK-MSN-LOG
               PERFORM 090-ESCRIBIR-LOG
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza cobro de prestamos CobroPrestamos"
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           CLOSE ARCHIVO-LOG ARCHIVO-MOVIMIENTOS

           MOVE WK-COD-RETORNO TO RETURN-CODE
           IF WK-COD-RETORNO EQUAL ZERO
               DISPLAY "PROCESO FINALIZADO: COD: 00"
           ELSE
               DISPLAY "PROCESO FINALIZADO CON ERRORES: COD: 35"
           END-IF

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
       0008-CREAR-LOCK.
           MOVE 1 TO WK-LOCK-OK
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           OPEN OUTPUT ARCHIVO-LOCK
           MOVE "CobroPrestamos"  TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK
           OPEN I-O CUENTAS.

       0006-LIBERAR-LOCK.
           CLOSE CUENTAS
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Lee la tasa del gravamen GMF desde PARAMETROS.TXT
      *    (TASA-GMF-X1000|valor, en pesos por mil). Si el archivo o
      *    la clave no existen se conserva el valor por omision.
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
                   PERFORM 0087-VALIDAR-TASA-GMF
               END-IF
           END-READ.

      *----El valor llega justificado a la izquierda por el UNSTRING;
      *    se mide su largo real descartando los espacios del final y
      *    el MOVE a la zona numerica lo alinea a la derecha. Un
      *    valor no numerico o vacio se descarta con aviso.
       0087-VALIDAR-TASA-GMF.
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

      *----Liquida el gravamen GMF de WK-MONTO-TEM sobre el registro
      *    de CUENTAS en memoria: cero para cuentas exentas.
       0038-CALCULAR-GMF.
           IF EXENTO-GMF EQUAL "S"
               MOVE ZERO TO WK-GMF
           ELSE
               COMPUTE WK-GMF ROUNDED =
                   WK-MONTO-TEM * WK-TASA-GMF / 1000
           END-IF.

      *----Suma los embargos activos de la cuenta del prestamo
      *    posicionandose directo con START y leyendo hasta
      *    el cambio de cuenta; deja el total en WK-EMBARGADO.
       0045-SUMAR-EMBARGOS.
           MOVE ZERO TO WK-EMBARGADO
           IF SW-EMB-ABIERTO EQUAL 1
               MOVE ZERO TO SW-FIN-EMB
               INITIALIZE EMB-LLAVE
               MOVE WK-CTA-DEB    TO EMB-CTA
               MOVE ZERO          TO EMB-CONSEC
               START ARCHIVO-EMBARGOS KEY IS NOT LESS THAN EMB-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-EMB
               END-START
               IF ST-EMB NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-EMB
               END-IF
               PERFORM 0046-LEER-EMBARGO UNTIL SW-FIN-EMB EQUAL 1
           END-IF.

       0046-LEER-EMBARGO.
           READ ARCHIVO-EMBARGOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-EMB
           NOT AT END
               IF EMB-CTA NOT EQUAL WK-CTA-DEB
                   MOVE 1 TO SW-FIN-EMB
               ELSE
                   IF EMB-ESTADO EQUAL "A"
                       ADD EMB-VALOR TO WK-EMBARGADO
                   END-IF
               END-IF
           END-READ
           IF ST-EMB NOT EQUAL "00"
               MOVE 1 TO SW-FIN-EMB
           END-IF.

       0009-ABRIR-REPORTE.
           INITIALIZE WK-RUTA-REPORTE
           STRING WK-BASE-DIR       DELIMITED BY SPACE
                  "CARTERA_VENCIDA_" DELIMITED BY SIZE
                  WK-FECHA-HOY      DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WK-RUTA-REPORTE
           END-STRING
           SET ENVIRONMENT "CARREP" TO WK-RUTA-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-TITULO END-WRITE
           MOVE WK-FECHA-HOY TO REP-FECHA
           WRITE REG-REPORTE FROM WK-LINEA-FECHA END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE.

       0011-CARGAR-RANGOS.
           INITIALIZE WK-TABLA-RANGOS
           MOVE "1 A 30 DIAS"      TO RNG-NOMBRE(1)
           MOVE 30                 TO RNG-HASTA(1)
           MOVE "31 A 60 DIAS"     TO RNG-NOMBRE(2)
           MOVE 60                 TO RNG-HASTA(2)
           MOVE "61 A 90 DIAS"     TO RNG-NOMBRE(3)
           MOVE 90                 TO RNG-HASTA(3)
           MOVE "MAS DE 90 DIAS"   TO RNG-NOMBRE(4)
           MOVE 99999              TO RNG-HASTA(4).

       0010-RECORRER-PRESTAMOS.
           MOVE LOW-VALUES TO PRE-NUMERO
           START ARCHIVO-PRESTAMOS KEY IS GREATER THAN PRE-NUMERO
               INVALID KEY MOVE 1 TO SW-FIN-PRE
           END-START
           IF ST-PRE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-PRE
           END-IF

           PERFORM 0020-LEER-PRESTAMO UNTIL SW-FIN-PRE EQUAL 1.

       0020-LEER-PRESTAMO.
           READ ARCHIVO-PRESTAMOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-PRE
           NOT AT END
               ADD 1 TO WK-CNT-LEIDOS
               IF PRE-ESTADO NOT EQUAL "C"
                   PERFORM 0030-COBRAR-PRESTAMO
               END-IF
           END-READ
           IF ST-PRE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-PRE
           END-IF.

      *----------------------------------------------------------------*
      *    Cobro de un prestamo: disponible de la cuenta, primera      *
      *    pasada por las cuotas para saber lo exigible y lo que se    *
      *    alcanza a pagar, debito a la cuenta y segunda pasada que    *
      *    aplica lo debitado. Si el debito falla la segunda pasada    *
      *    corre con cero: la mora se causa igual y las cuotas         *
      *    quedan vencidas.                                            *
      *----------------------------------------------------------------*
       0030-COBRAR-PRESTAMO.
           MOVE PRE-NUMERO    TO WK-NRO-PRE
           MOVE PRE-CTA       TO WK-CTA-DEB
           MOVE PRE-TASA-MORA TO WK-TASA-MORA
           MOVE SPACES        TO WK-MOTIVO
           MOVE ZERO          TO WK-CAPACIDAD WK-GMF

           PERFORM 0031-VALIDAR-CUENTA

           MOVE ZERO         TO SW-APLICAR
           MOVE WK-CAPACIDAD TO WK-POR-APLICAR
           PERFORM 0040-RECORRER-CUOTAS
           COMPUTE WK-PAGO-TOTAL = WK-PAGO-MORA + WK-PAGO-INT
                                   + WK-PAGO-CAP

           IF WK-TOT-EXIGIBLE > ZERO
               ADD 1 TO WK-CNT-AL-COBRO
               IF WK-PAGO-TOTAL > ZERO
                   PERFORM 0050-DEBITAR-CUENTA
               END-IF

               MOVE 1             TO SW-APLICAR
               MOVE WK-PAGO-TOTAL TO WK-POR-APLICAR
               PERFORM 0040-RECORRER-CUOTAS
               PERFORM 0060-ACTUALIZAR-PRESTAMO

               EVALUATE TRUE
                   WHEN WK-PAGO-TOTAL EQUAL ZERO
                       ADD 1 TO WK-CNT-SIN-PAGO
                       IF WK-MOTIVO EQUAL SPACES
                           MOVE "SIN FONDOS" TO WK-MOTIVO
                       END-IF
                       PERFORM 0065-REGISTRAR-NOVEDAD
                   WHEN WK-PAGO-TOTAL < WK-TOT-EXIGIBLE
                       ADD 1 TO WK-CNT-PAGO-PARCIAL
                       MOVE "PAGO PARCIAL" TO WK-MOTIVO
                       PERFORM 0065-REGISTRAR-NOVEDAD
                   WHEN OTHER
                       ADD 1 TO WK-CNT-PAGO-TOTAL
               END-EVALUATE
               ADD WK-PAGO-MORA TO WK-TOT-MORA
               ADD WK-PAGO-INT  TO WK-TOT-INTERES
               ADD WK-PAGO-CAP  TO WK-TOT-CAPITAL

               IF WK-FECHA-ATRASO > ZERO
                   PERFORM 0066-ACUMULAR-MORA
               END-IF
           END-IF.

      *----Mismas reglas de EjecutarOrdenes para la cuenta que paga:
      *    cerrada, inactiva o CDT no se debitan; el disponible es el
      *    saldo (mas el cupo de sobregiro en corriente) menos los
      *    embargos activos. De ese disponible se reserva el GMF: lo
      *    que se puede aplicar al prestamo es el mayor valor que
      *    sumado a su gravamen no supere el disponible.
       0031-VALIDAR-CUENTA.
           MOVE ZERO TO SW-CTA-OK
           MOVE WK-CTA-DEB TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE "CUENTA NO EXISTE" TO WK-MOTIVO
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN ESTADO-CUENTA EQUAL "C"
                       MOVE "CUENTA CERRADA" TO WK-MOTIVO
                   WHEN ESTADO-CUENTA EQUAL "I"
                       MOVE "CUENTA INACTIVA" TO WK-MOTIVO
                   WHEN TIPO-CUENTA EQUAL "T"
                       MOVE "CUENTA ES CDT" TO WK-MOTIVO
                   WHEN OTHER
                       MOVE 1 TO SW-CTA-OK
               END-EVALUATE
           END-READ

           IF SW-CTA-OK EQUAL 1
      *--------Las cuentas grabadas antes de manejar el cupo traen
      *        espacios en el campo; se toman como cero.
               IF CUPO-SOBREGIRO IS NOT NUMERIC
                   MOVE ZERO TO CUPO-SOBREGIRO
               END-IF
               IF TIPO-CUENTA EQUAL "C"
                   COMPUTE WK-DISPONIBLE = VLR-SALDO + CUPO-SOBREGIRO
               ELSE
                   MOVE VLR-SALDO TO WK-DISPONIBLE
               END-IF
               PERFORM 0045-SUMAR-EMBARGOS
               SUBTRACT WK-EMBARGADO FROM WK-DISPONIBLE

               IF WK-DISPONIBLE NOT GREATER THAN ZERO
                   MOVE ZERO TO WK-CAPACIDAD
               ELSE
                   IF EXENTO-GMF EQUAL "S"
                       MOVE WK-DISPONIBLE TO WK-CAPACIDAD
                   ELSE
                       COMPUTE WK-CAPACIDAD =
                           WK-DISPONIBLE * 1000 / (1000 + WK-TASA-GMF)
                       MOVE WK-CAPACIDAD TO WK-MONTO-TEM
                       PERFORM 0038-CALCULAR-GMF
                       IF WK-CAPACIDAD + WK-GMF > WK-DISPONIBLE
                           SUBTRACT 1 FROM WK-CAPACIDAD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----Recorre las cuotas del prestamo en orden de numero (que es
      *    el de vencimiento) hasta la primera que vence despues de
      *    hoy, repartiendo WK-POR-APLICAR entre las no canceladas.
       0040-RECORRER-CUOTAS.
           MOVE ZERO TO WK-PAGO-MORA WK-PAGO-INT WK-PAGO-CAP
                        WK-TOT-EXIGIBLE WK-CNT-VENCIDAS WK-VLR-VENCIDO
                        WK-FECHA-ATRASO WK-CNT-CANCELADAS
           MOVE ZERO TO SW-FIN-CUO
           MOVE WK-NRO-PRE TO CUO-PRESTAMO
           MOVE ZERO       TO CUO-NUMERO
           START ARCHIVO-CUOTAS KEY IS NOT LESS THAN CUO-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-CUO
           END-START
           IF ST-CUO NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CUO
           END-IF

           PERFORM 0041-LEER-CUOTA UNTIL SW-FIN-CUO EQUAL 1.

       0041-LEER-CUOTA.
           READ ARCHIVO-CUOTAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CUO
           NOT AT END
               IF CUO-PRESTAMO NOT EQUAL WK-NRO-PRE
                  OR CUO-FECHA-VCTO > WK-FECHA-HOY
                   MOVE 1 TO SW-FIN-CUO
               ELSE
                   IF CUO-ESTADO NOT EQUAL "C"
                       PERFORM 0042-PROCESAR-CUOTA
                   END-IF
               END-IF
           END-READ
           IF ST-CUO NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CUO
           END-IF.

      *----Causa la mora, suma lo exigible de la cuota y le aplica lo
      *    que quede por repartir: primero la mora, luego el interes
      *    corriente y por ultimo el capital. La cuota que no queda
      *    en cero pasa a vencida.
       0042-PROCESAR-CUOTA.
           PERFORM 0043-CAUSAR-MORA
           COMPUTE WK-CAP-PEND = CUO-CAPITAL - CUO-CAPITAL-PAG
           COMPUTE WK-INT-PEND = CUO-INTERES - CUO-INTERES-PAG
           COMPUTE WK-TOT-EXIGIBLE = WK-TOT-EXIGIBLE + CUO-MORA-PEND
                                     + WK-INT-PEND + WK-CAP-PEND

           MOVE CUO-MORA-PEND TO WK-ABONO
           PERFORM 0044-LIMITAR-ABONO
           ADD WK-ABONO TO CUO-MORA-PAG WK-PAGO-MORA
           SUBTRACT WK-ABONO FROM CUO-MORA-PEND

           MOVE WK-INT-PEND TO WK-ABONO
           PERFORM 0044-LIMITAR-ABONO
           ADD WK-ABONO TO CUO-INTERES-PAG WK-PAGO-INT

           MOVE WK-CAP-PEND TO WK-ABONO
           PERFORM 0044-LIMITAR-ABONO
           ADD WK-ABONO TO CUO-CAPITAL-PAG WK-PAGO-CAP

           IF CUO-CAPITAL-PAG EQUAL CUO-CAPITAL
              AND CUO-INTERES-PAG EQUAL CUO-INTERES
              AND CUO-MORA-PEND EQUAL ZERO
               MOVE "C"          TO CUO-ESTADO
               MOVE WK-FECHA-HOY TO CUO-FECHA-PAGO
               ADD 1 TO WK-CNT-CANCELADAS
           ELSE
               MOVE "V" TO CUO-ESTADO
               IF CUO-FECHA-VCTO < WK-FECHA-HOY
                   ADD 1 TO WK-CNT-VENCIDAS
                   COMPUTE WK-VLR-VENCIDO = WK-VLR-VENCIDO
                       + CUO-CAPITAL - CUO-CAPITAL-PAG
                       + CUO-INTERES - CUO-INTERES-PAG
                       + CUO-MORA-PEND
                   IF WK-FECHA-ATRASO EQUAL ZERO
                       MOVE CUO-FECHA-VCTO TO WK-FECHA-ATRASO
                   END-IF
               END-IF
           END-IF

           IF SW-APLICAR EQUAL 1
               REWRITE REG-CUOTAS INVALID KEY
                   INITIALIZE WK-MSN-LOG
                   STRING "ERROR AL ACTUALIZAR CUOTA "
                          CUO-NUMERO " DEL PRESTAMO " WK-NRO-PRE
                          DELIMITED BY SIZE INTO WK-MSN-LOG
                   END-STRING
                   PERFORM 090-ESCRIBIR-LOG
               END-REWRITE
           END-IF.

       0043-CAUSAR-MORA.
           IF CUO-FECHA-MORA < WK-FECHA-HOY
               IF CUO-CAPITAL > CUO-CAPITAL-PAG
                   COMPUTE WK-DIAS-MORA =
                       FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE(CUO-FECHA-MORA)
                   COMPUTE WK-MORA-CAUSADA ROUNDED =
                       (CUO-CAPITAL - CUO-CAPITAL-PAG) * WK-TASA-MORA
                       * WK-DIAS-MORA / 36500
                   ADD WK-MORA-CAUSADA TO CUO-MORA-PEND
               END-IF
               MOVE WK-FECHA-HOY TO CUO-FECHA-MORA
           END-IF.

       0044-LIMITAR-ABONO.
           IF WK-ABONO > WK-POR-APLICAR
               MOVE WK-POR-APLICAR TO WK-ABONO
           END-IF
           SUBTRACT WK-ABONO FROM WK-POR-APLICAR.

      *----Debita de la cuenta el total aplicado mas su GMF con una
      *    sola regrabacion y deja un movimiento por concepto: "M"
      *    mora, "J" interes, "Q" capital (MOV-CTA-REF lleva el
      *    numero del prestamo) y "G" gravamen. El saldo de cada
      *    movimiento es el que deja ese concepto.
       0050-DEBITAR-CUENTA.
           MOVE WK-CTA-DEB TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               MOVE ZERO TO WK-PAGO-TOTAL
               MOVE "ERROR AL DEBITAR CUENTA" TO WK-MOTIVO
           NOT INVALID KEY
               MOVE WK-PAGO-TOTAL TO WK-MONTO-TEM
               PERFORM 0038-CALCULAR-GMF
               MOVE VLR-SALDO TO WK-SALDO-INI
               COMPUTE VLR-SALDO = VLR-SALDO - WK-PAGO-TOTAL - WK-GMF
               EVALUATE TRUE
                   WHEN WK-GMF > ZERO
                       MOVE "G" TO TP-OPERACION
                   WHEN WK-PAGO-CAP > ZERO
                       MOVE "Q" TO TP-OPERACION
                   WHEN WK-PAGO-INT > ZERO
                       MOVE "J" TO TP-OPERACION
                   WHEN OTHER
                       MOVE "M" TO TP-OPERACION
               END-EVALUATE
               REWRITE REG-CUENTAS INVALID KEY
                   MOVE ZERO TO WK-PAGO-TOTAL
                   MOVE "ERROR AL DEBITAR CUENTA" TO WK-MOTIVO
               NOT INVALID KEY
                   MOVE WK-SALDO-INI TO VLR-SALDO
                   MOVE WK-NRO-PRE   TO WK-CTA-REF
                   IF WK-PAGO-MORA > ZERO
                       MOVE "M"          TO TP-OPERACION
                       MOVE WK-PAGO-MORA TO WK-MONTO-TEM
                       PERFORM 0051-REGISTRAR-CONCEPTO
                   END-IF
                   IF WK-PAGO-INT > ZERO
                       MOVE "J"          TO TP-OPERACION
                       MOVE WK-PAGO-INT  TO WK-MONTO-TEM
                       PERFORM 0051-REGISTRAR-CONCEPTO
                   END-IF
                   IF WK-PAGO-CAP > ZERO
                       MOVE "Q"          TO TP-OPERACION
                       MOVE WK-PAGO-CAP  TO WK-MONTO-TEM
                       PERFORM 0051-REGISTRAR-CONCEPTO
                   END-IF
                   IF WK-GMF > ZERO
                       MOVE SPACES       TO WK-CTA-REF
                       MOVE "G"          TO TP-OPERACION
                       MOVE WK-GMF       TO WK-MONTO-TEM
                       PERFORM 0051-REGISTRAR-CONCEPTO
                       ADD 1      TO WK-CNT-GMF
                       ADD WK-GMF TO WK-TOT-GMF
                   END-IF
               END-REWRITE
           END-READ

           IF WK-PAGO-TOTAL EQUAL ZERO
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL DEBITAR LA CUOTA DEL PRESTAMO "
                      WK-NRO-PRE " CUENTA " WK-CTA-DEB
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-IF.

       0051-REGISTRAR-CONCEPTO.
           SUBTRACT WK-MONTO-TEM FROM VLR-SALDO
           PERFORM 095-GRABAR-MOVIMIENTO.

      *----Actualiza el prestamo con lo aplicado: saldo de capital,
      *    cuotas pagadas, fecha del ultimo pago y estado (cancelado
      *    cuando no quedan cuotas, en mora si tiene cuotas vencidas
      *    de dias anteriores, al dia en otro caso).
       0060-ACTUALIZAR-PRESTAMO.
           SUBTRACT WK-PAGO-CAP FROM PRE-SALDO-CAPITAL
           ADD WK-CNT-CANCELADAS TO PRE-CUOTAS-PAGADAS
           IF WK-PAGO-TOTAL > ZERO
               MOVE WK-FECHA-HOY TO PRE-FECHA-ULT-PAGO
           END-IF
           EVALUATE TRUE
               WHEN PRE-CUOTAS-PAGADAS NOT LESS THAN PRE-PLAZO
                   MOVE "C" TO PRE-ESTADO
                   ADD 1 TO WK-CNT-CANCELADOS
               WHEN WK-CNT-VENCIDAS > ZERO
                   MOVE "M" TO PRE-ESTADO
               WHEN OTHER
                   MOVE "A" TO PRE-ESTADO
           END-EVALUATE
           REWRITE REG-PRESTAMOS INVALID KEY
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL ACTUALIZAR EL PRESTAMO " WK-NRO-PRE
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-REWRITE.

       0065-REGISTRAR-NOVEDAD.
           INITIALIZE WK-MSN-LOG
           STRING "PRESTAMO " WK-NRO-PRE " CUENTA " WK-CTA-DEB
                  ": " WK-MOTIVO
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

      *----Clasifica el prestamo en su rango de altura de mora y lo
      *    guarda para el reporte.
       0066-ACUMULAR-MORA.
           COMPUTE WK-DIAS-ATRASO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(WK-FECHA-ATRASO)
           EVALUATE TRUE
               WHEN WK-DIAS-ATRASO NOT GREATER THAN RNG-HASTA(1)
                   MOVE 1 TO WK-NDX-RNG
               WHEN WK-DIAS-ATRASO NOT GREATER THAN RNG-HASTA(2)
                   MOVE 2 TO WK-NDX-RNG
               WHEN WK-DIAS-ATRASO NOT GREATER THAN RNG-HASTA(3)
                   MOVE 3 TO WK-NDX-RNG
               WHEN OTHER
                   MOVE 4 TO WK-NDX-RNG
           END-EVALUATE
           ADD 1                 TO RNG-CNT(WK-NDX-RNG)
           ADD WK-VLR-VENCIDO    TO RNG-VENCIDO(WK-NDX-RNG)
           ADD PRE-SALDO-CAPITAL TO RNG-SALDO(WK-NDX-RNG)
           ADD 1                 TO WK-CNT-EN-MORA
           ADD WK-VLR-VENCIDO    TO WK-TOT-VENCIDO
           ADD PRE-SALDO-CAPITAL TO WK-TOT-SALDO-MORA

           IF WK-CNT-MORA < 2000
               ADD 1 TO WK-CNT-MORA
               MOVE WK-NRO-PRE        TO MOR-PRESTAMO(WK-CNT-MORA)
               MOVE WK-CTA-DEB        TO MOR-CTA(WK-CNT-MORA)
               MOVE PRE-DOCUMENTO     TO MOR-DOC(WK-CNT-MORA)
               MOVE WK-DIAS-ATRASO    TO MOR-DIAS(WK-CNT-MORA)
               MOVE WK-CNT-VENCIDAS   TO MOR-CUOTAS(WK-CNT-MORA)
               MOVE WK-VLR-VENCIDO    TO MOR-VENCIDO(WK-CNT-MORA)
               MOVE PRE-SALDO-CAPITAL TO MOR-SALDO(WK-CNT-MORA)
               MOVE WK-NDX-RNG        TO MOR-RANGO(WK-CNT-MORA)
           ELSE
               IF SW-TAB-MORA-LLENA EQUAL ZERO
                   MOVE 1 TO SW-TAB-MORA-LLENA
                   MOVE "TABLA DE CARTERA VENCIDA LLENA"
                       TO WK-MSN-LOG
                   PERFORM 090-ESCRIBIR-LOG
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "TABLA DE CARTERA VENCIDA LLENA. EL"
                   DISPLAY "DETALLE DEL REPORTE QUEDA INCOMPLETO"
               END-IF
           END-IF.

      *----Reporte de cartera vencida: un bloque por rango de altura
      *    de mora con sus prestamos y subtotal, y el total general.
       0070-IMPRIMIR-CARTERA.
           PERFORM 0071-IMPRIMIR-RANGO
               VARYING WK-NDX-RNG FROM 1 BY 1
               UNTIL WK-NDX-RNG > 4

           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE
           MOVE "TOTAL CARTERA VENCIDA" TO REP-SUB-TEXTO
           MOVE WK-CNT-EN-MORA     TO REP-SUB-CNT
           MOVE WK-TOT-VENCIDO     TO REP-SUB-VENCIDO
           MOVE WK-TOT-SALDO-MORA  TO REP-SUB-SALDO
           WRITE REG-REPORTE FROM WK-LINEA-SUBTOTAL END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE.

       0071-IMPRIMIR-RANGO.
           MOVE RNG-NOMBRE(WK-NDX-RNG) TO REP-RANGO
           WRITE REG-REPORTE FROM WK-LINEA-RANGO END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-COLUMNAS END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-GUIONES END-WRITE
           PERFORM 0072-IMPRIMIR-MORA
               VARYING WK-NDX-MOR FROM 1 BY 1
               UNTIL WK-NDX-MOR > WK-CNT-MORA
           WRITE REG-REPORTE FROM WK-LINEA-GUIONES END-WRITE
           MOVE "SUBTOTAL RANGO" TO REP-SUB-TEXTO
           MOVE RNG-CNT(WK-NDX-RNG)     TO REP-SUB-CNT
           MOVE RNG-VENCIDO(WK-NDX-RNG) TO REP-SUB-VENCIDO
           MOVE RNG-SALDO(WK-NDX-RNG)   TO REP-SUB-SALDO
           WRITE REG-REPORTE FROM WK-LINEA-SUBTOTAL END-WRITE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE END-WRITE.

       0072-IMPRIMIR-MORA.
           IF MOR-RANGO(WK-NDX-MOR) EQUAL WK-NDX-RNG
               MOVE MOR-PRESTAMO(WK-NDX-MOR) TO REP-PRESTAMO
               MOVE MOR-CTA(WK-NDX-MOR)      TO REP-CUENTA
               MOVE MOR-DOC(WK-NDX-MOR)      TO REP-DOCUMENTO
               MOVE MOR-DIAS(WK-NDX-MOR)     TO REP-DIAS
               MOVE MOR-CUOTAS(WK-NDX-MOR)   TO REP-CUOTAS
               MOVE MOR-VENCIDO(WK-NDX-MOR)  TO REP-VENCIDO
               MOVE MOR-SALDO(WK-NDX-MOR)    TO REP-SALDO
               WRITE REG-REPORTE FROM WK-LINEA-MORA END-WRITE
           END-IF.

       095-GRABAR-MOVIMIENTO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-MOVIMIENTOS
           MOVE LV0-CTA           TO MOV-CTA
           MOVE TP-OPERACION      TO MOV-OPERACION
           MOVE WK-MONTO-TEM      TO MOV-MONTO
           MOVE VLR-SALDO         TO MOV-SALDO
           MOVE WK-FECHA-SIS      TO MOV-FECHA
           MOVE WK-HORA-SIS       TO MOV-HORA
           MOVE "CobroPrestamos"  TO MOV-PROGRAMA
           MOVE WK-CTA-REF        TO MOV-CTA-REF

           MOVE 1    TO MOV-SEQ
           MOVE ZERO TO SW-MOV-GRABADO
           PERFORM 096-ESCRIBIR-MOVIMIENTO
               UNTIL SW-MOV-GRABADO EQUAL 1.

      *----Asigna el consecutivo del dia por cuenta reintentando la
      *    grabacion: si la llave cuenta+fecha+consecutivo ya existe
      *    (status 22) se avanza el consecutivo y se intenta de
      *    nuevo; cualquier otro error de grabacion se reporta y
      *    abandona el reintento para no quedar en ciclo.
       096-ESCRIBIR-MOVIMIENTO.
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
                   INITIALIZE WK-MSN-LOG
                   MOVE "ERROR AL GRABAR MOVIMIENTO DE LA CUENTA: "
                   TO WK-MSN-LOG
                   MOVE MOV-CTA TO WK-MSN-LOG(42:)
                   PERFORM 090-ESCRIBIR-LOG
               END-IF
           END-IF.

       090-ESCRIBIR-LOG.
           ACCEPT WK-FECHA-SIS FROM DATE
           ACCEPT WK-HORA-SIS  FROM TIME

           MOVE "20"              TO FECHA-LOG(1:2)
           MOVE WK-FECHA-SIS(3:2) TO FECHA-LOG(3:2)
           MOVE "/"               TO FECHA-LOG(5:1)
           MOVE WK-FECHA-SIS(5:2) TO FECHA-LOG(6:2)
           MOVE "/"               TO FECHA-LOG(8:1)
           MOVE WK-FECHA-SIS(7:2) TO FECHA-LOG(9:2)
           MOVE SPACE             TO FECHA-LOG(11:)

           MOVE WK-HORA-SIS(1:2) TO HORA-LOG(1:2)
           MOVE ":"              TO HORA-LOG(3:1)
           MOVE WK-HORA-SIS(3:2) TO HORA-LOG(4:2)
           MOVE ":"              TO HORA-LOG(6:1)
           MOVE WK-HORA-SIS(5:2) TO HORA-LOG(7:2)
           MOVE ":"              TO HORA-LOG(9:1)
           MOVE WK-HORA-SIS(7:2) TO HORA-LOG(10:2)
           MOVE SPACE            TO HORA-LOG(12:)

           MOVE WK-MSN-LOG  TO MENSAJE

           WRITE REG-LOG END-WRITE.

       099-RESUMEN-CONTROL.
           DISPLAY "==================================================="
           DISPLAY "       RESUMEN COBRO DE PRESTAMOS                  "
           DISPLAY "==================================================="

           MOVE WK-CNT-LEIDOS       TO WK-CNT-EDIT
           DISPLAY "Prestamos leidos              : " WK-CNT-EDIT
           MOVE WK-CNT-AL-COBRO     TO WK-CNT-EDIT
           DISPLAY "Prestamos con cuotas al cobro : " WK-CNT-EDIT
           MOVE WK-CNT-PAGO-TOTAL   TO WK-CNT-EDIT
           DISPLAY "Cobrados en su totalidad      : " WK-CNT-EDIT
           MOVE WK-CNT-PAGO-PARCIAL TO WK-CNT-EDIT
           DISPLAY "Con pago parcial              : " WK-CNT-EDIT
           MOVE WK-CNT-SIN-PAGO     TO WK-CNT-EDIT
           DISPLAY "Sin pago                      : " WK-CNT-EDIT
           MOVE WK-CNT-CANCELADOS   TO WK-CNT-EDIT
           DISPLAY "Prestamos cancelados hoy      : " WK-CNT-EDIT
           MOVE WK-TOT-CAPITAL      TO WK-TOT-EDIT
           DISPLAY "Total capital recaudado       : " WK-TOT-EDIT
           MOVE WK-TOT-INTERES      TO WK-TOT-EDIT
           DISPLAY "Total interes recaudado       : " WK-TOT-EDIT
           MOVE WK-TOT-MORA         TO WK-TOT-EDIT
           DISPLAY "Total mora recaudada          : " WK-TOT-EDIT
           MOVE WK-CNT-GMF          TO WK-CNT-EDIT
           DISPLAY "Debitos de GMF registrados    : " WK-CNT-EDIT
           MOVE WK-TOT-GMF          TO WK-TOT-EDIT
           DISPLAY "Total GMF recaudado           : " WK-TOT-EDIT
           MOVE WK-CNT-EN-MORA      TO WK-CNT-EDIT
           DISPLAY "Prestamos en mora             : " WK-CNT-EDIT
           MOVE WK-TOT-VENCIDO      TO WK-TOT-EDIT
           DISPLAY "Total cartera vencida         : " WK-TOT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
           MOVE WK-CNT-LEIDOS TO WK-CNT-EDIT
           STRING "RESUMEN: Prestamos=" DELIMITED BY SIZE
               WK-CNT-EDIT DELIMITED BY SIZE
               " AlCobro="                   DELIMITED BY SIZE
               WK-CNT-AL-COBRO               DELIMITED BY SIZE
               " Parciales="                 DELIMITED BY SIZE
               WK-CNT-PAGO-PARCIAL           DELIMITED BY SIZE
               " SinPago="                   DELIMITED BY SIZE
               WK-CNT-SIN-PAGO               DELIMITED BY SIZE
               " Capital="                   DELIMITED BY SIZE
               WK-TOT-CAPITAL                DELIMITED BY SIZE
               " Interes="                   DELIMITED BY SIZE
               WK-TOT-INTERES                DELIMITED BY SIZE
               " Mora="                      DELIMITED BY SIZE
               WK-TOT-MORA                   DELIMITED BY SIZE
               " EnMora="                    DELIMITED BY SIZE
               WK-CNT-EN-MORA                DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM CobroPrestamos.
