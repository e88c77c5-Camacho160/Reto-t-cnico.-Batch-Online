      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch diario de canje de cheques. Lee el
      *          archivo de la camara de compensacion con los cheques
      *          girados contra nuestras cuentas corrientes que otros
      *          bancos presentaron (CANJE_<AAAAMMDD>.TXT), verifica
      *          primero su cabecera y sus cifras de control y paga
      *          cada cheque contra el saldo mas el cupo de sobregiro,
      *          menos los embargos activos y el GMF, con las mismas
      *          reglas de EjecutarOrdenes. Devuelve los cheques no
      *          emitidos (fuera de las chequeras de la cuenta), ya
      *          pagados, con orden de no pago o girados contra una
      *          cuenta cerrada, inactiva o inexistente, y escribe el
      *          archivo de devueltos DEVUELTOS_<AAAAMMDD>.TXT en el
      *          formato de la camara con la causal de devolucion.
      *          Al girador se le cobra la comision de cheque
      *          devuelto cuando la devolucion es por fondos
      *          insuficientes u orden de no pago.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CanjeCheques.

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

      *----Select para el archivo de cheques presentados por la camara
      *    de compensacion. Ruta dinamica, ver WK-RUTA-CANJE; variable
      *    de ambiente "CANJE" (mismo mecanismo que los archivos
      *    fechados de DatosBatch).
           SELECT ARCHIVO-CANJE
               ASSIGN TO WK-RUTA-CANJE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-CAN.

      *----Select para el archivo de cheques devueltos a la camara.
      *    Ruta dinamica, ver WK-RUTA-DEVUELTOS; variable de ambiente
      *    "DEVUELTOS".
           SELECT ARCHIVO-DEVUELTOS
               ASSIGN TO WK-RUTA-DEVUELTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-DEV.

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

      *----------------------------------------------------------------*
      *    Formato de la camara de compensacion (campos separados por  *
      *    "|"), igual para el archivo presentado y el de devueltos:   *
      *    H|AAAAMMDD|entidad                  cabecera                *
      *    D|cuenta|cheque|valor|banco|secuencia|causal    detalle     *
      *    T|cantidad de detalles|suma de valores           cola       *
      *    En los presentados la causal viene vacia; en los devueltos  *
      *    lleva el codigo de devolucion (ver WK-CAUSALES).            *
      *----------------------------------------------------------------*
       FD  ARCHIVO-CANJE.
       01  REG-CANJE PIC X(80).

       FD  ARCHIVO-DEVUELTOS.
       01  REG-DEVUELTO PIC X(80).

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
           02 ST-CHQ       PIC XX.
           02 ST-CHE       PIC XX.
           02 ST-PAR       PIC XX.
           02 ST-EMB       PIC XX.
           02 ST-CAN       PIC XX.
           02 ST-DEV       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-CAN   PIC 9 VALUE ZERO.
           02 SW-FIN-CHQ   PIC 9 VALUE ZERO.
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

      *----Campos del registro de canje en proceso (ver el formato en
      *    el FD ARCHIVO-CANJE). WK-COD-ENTIDAD es nuestro codigo en
      *    la camara: la cabecera debe traerlo.
           02 WK-COD-ENTIDAD  PIC X(04) VALUE "0001".
           02 WK-CAN-C1       PIC X(15).
           02 WK-CAN-C2       PIC X(15).
           02 WK-CAN-C3       PIC X(15).
           02 WK-CAN-C4       PIC X(15).
           02 WK-CAN-C5       PIC X(15).
           02 WK-CAN-C6       PIC X(15).
           02 WK-CAN-C7       PIC X(15).
           02 WK-CTA-CHQ      PIC X(06).
           02 WK-NRO-CHEQUE   PIC 9(06).
           02 WK-VLR-CHEQUE   PIC 9(12).
           02 WK-BANCO        PIC X(04).
           02 WK-SECUENCIA    PIC X(06).

      *----Verificacion previa del archivo presentado: cabecera con
      *    fecha y entidad, detalles bien formados y cola cuyas
      *    cifras (cantidad y suma de valores) cuadren. Un archivo
      *    que no pasa no se procesa en absoluto.
           02 SW-ARCH-VALIDO  PIC 9 VALUE 1.
           02 SW-HAY-CAB      PIC 9 VALUE ZERO.
           02 SW-HAY-COLA     PIC 9 VALUE ZERO.
           02 WK-VAL-LEIDAS   PIC 9(08) VALUE ZERO.
           02 WK-VAL-MOTIVO   PIC X(40).
           02 WK-CNT-DETALLES PIC 9(08) VALUE ZERO.
           02 WK-HASH-VALORES PIC 9(15) VALUE ZERO.
           02 WK-COLA-CANT    PIC 9(08) VALUE ZERO.
           02 WK-COLA-HASH    PIC 9(15) VALUE ZERO.
           02 WK-CNT-ESP      PIC 9(02) VALUE ZERO.

      *----Resultado del cheque en proceso: WK-CAUSAL en espacios
      *    significa pagado; de lo contrario es el codigo de
      *    devolucion de WK-CAUSALES.
           02 WK-CAUSAL       PIC X(02).
           02 SW-EMITIDO      PIC 9 VALUE ZERO.
           02 WK-MONTO-TEM    PIC 9(12).
           02 WK-CTA-REF      PIC X(06).
           02 WK-DISPONIBLE   PIC S9(13).
           02 WK-SALDO-INI    PIC S9(12).

      *----Comision por cheque devuelto: se reemplaza con la clave
      *    TARIFA-CHEQUE-DEV de PARAMETROS.TXT.
           02 WK-TARIFA-DEV   PIC 9(12) VALUE 25000.

      *----Gravamen GMF (4x1000): tasa por mil parametrizable con la
      *    clave TASA-GMF-X1000 de PARAMETROS.TXT; se debita junto con
      *    el cheque pagado de una cuenta no exenta y deja su propio
      *    movimiento "G".
           02 WK-TASA-GMF    PIC 9(02) VALUE 4.
           02 WK-GMF         PIC 9(12) VALUE ZERO.
           02 WK-PAR-CLAVE   PIC X(20).
           02 WK-PAR-VALOR   PIC X(12).
           02 WK-LEN-VALOR   PIC 9(02) VALUE ZERO.
           02 SW-MEDIDO      PIC 9 VALUE ZERO.
           02 SW-FIN-PAR     PIC 9 VALUE ZERO.

      *----Embargos judiciales: la suma de los embargos activos de
      *    la cuenta girada reduce el disponible para pagar cheques;
      *    si el maestro EMBARGOS no existe se asume cero retenido.
           02 SW-EMB-ABIERTO PIC 9 VALUE ZERO.
           02 SW-FIN-EMB     PIC 9 VALUE ZERO.
           02 WK-EMBARGADO   PIC 9(13) VALUE ZERO.
           02 SW-CHQ-ABIERTO PIC 9 VALUE ZERO.
           02 WK-FECHA-SIS   PIC 9(08).
           02 WK-HORA-SIS    PIC 9(08).
           02 WK-FECHA-HOY   PIC 9(08).
           02 WK-MSN-LOG     PIC X(200).
           02 WK-BASE-DIR    PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-CANJE     PIC X(80).
           02 WK-RUTA-DEVUELTOS PIC X(80).

      *----Causales de devolucion de la camara de compensacion
       01  WK-CAUSALES.
           02 WK-CAU-FONDOS    PIC X(02) VALUE "01".
           02 WK-CAU-CERRADA   PIC X(02) VALUE "02".
           02 WK-CAU-INACTIVA  PIC X(02) VALUE "03".
           02 WK-CAU-NO-PAGO   PIC X(02) VALUE "04".
           02 WK-CAU-NO-EMITIDO PIC X(02) VALUE "05".
           02 WK-CAU-PAGADO    PIC X(02) VALUE "06".
           02 WK-CAU-NO-EXISTE PIC X(02) VALUE "07".

       01  WK-RESUMEN.
           02 WK-CNT-PRESENTADOS PIC 9(06) VALUE ZERO.
           02 WK-CNT-PAGADOS   PIC 9(06) VALUE ZERO.
           02 WK-CNT-DEVUELTOS PIC 9(06) VALUE ZERO.
           02 WK-CNT-COMISIONES PIC 9(06) VALUE ZERO.
           02 WK-TOT-PAGADO    PIC 9(15) VALUE ZERO.
           02 WK-TOT-DEVUELTO  PIC 9(15) VALUE ZERO.
           02 WK-TOT-COMISION  PIC 9(14) VALUE ZERO.
           02 WK-CNT-GMF       PIC 9(06) VALUE ZERO.
           02 WK-TOT-GMF       PIC 9(14) VALUE ZERO.
           02 WK-CNT-CAUSAL OCCURS 7 PIC 9(06).
           02 WK-NDX-CAU       PIC 9(02).
           02 WK-CNT-EDIT      PIC Z(5)9.
           02 WK-TOT-EDIT      PIC $Z(12)9.99.

      *----Lineas del archivo de devueltos
       01  WK-LINEA-CAB-DEV.
           02 FILLER          PIC X(02) VALUE "H|".
           02 DEV-FECHA       PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-ENTIDAD     PIC X(04).

       01  WK-LINEA-DET-DEV.
           02 FILLER          PIC X(02) VALUE "D|".
           02 DEV-CUENTA      PIC X(06).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-CHEQUE      PIC 9(06).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-VALOR       PIC 9(12).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-BANCO       PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-SECUENCIA   PIC X(06).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-CAUSAL      PIC X(02).

       01  WK-LINEA-COLA-DEV.
           02 FILLER          PIC X(02) VALUE "T|".
           02 DEV-CANTIDAD    PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-TOTAL       PIC 9(15).

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

       ERROR-CHEQUES SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-CHEQUES.

       ERROR-CHEQUES-LOGIC.
       IF  ST-CHE = "35"
           OPEN OUTPUT ARCHIVO-CHEQUES
           CLOSE ARCHIVO-CHEQUES
           OPEN I-O ARCHIVO-CHEQUES
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

           MOVE "Inicia canje de cheques CanjeCheques" TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           PERFORM 0084-LEER-PARAMETROS
           INITIALIZE WK-CNT-CAUSAL(1) WK-CNT-CAUSAL(2)
                      WK-CNT-CAUSAL(3) WK-CNT-CAUSAL(4)
                      WK-CNT-CAUSAL(5) WK-CNT-CAUSAL(6)
                      WK-CNT-CAUSAL(7)

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 0009-ARMAR-RUTAS

      *----Sin archivo de la camara no hay nada que pagar ni que
      *    devolver: se avisa y la cadena sigue. Si el archivo de
      *    devueltos del dia ya existe, el canje ya se proceso y no
      *    se vuelve a aplicar.
           OPEN INPUT ARCHIVO-CANJE
           IF ST-CAN NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL ARCHIVO DE CANJE DEL DIA."
               DISPLAY "NADA QUE PROCESAR"
               INITIALIZE WK-MSN-LOG
               STRING "Sin archivo de canje: " WK-RUTA-CANJE
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           ELSE
               OPEN INPUT ARCHIVO-DEVUELTOS
               IF ST-DEV EQUAL "00"
                   CLOSE ARCHIVO-DEVUELTOS ARCHIVO-CANJE
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "EL ARCHIVO DE CANJE DEL DIA YA FUE"
                   DISPLAY "PROCESADO. NO SE VUELVE A APLICAR"
                   INITIALIZE WK-MSN-LOG
                   STRING "Canje ya procesado: " WK-RUTA-CANJE
                          DELIMITED BY SIZE INTO WK-MSN-LOG
                   END-STRING
                   PERFORM 090-ESCRIBIR-LOG
               ELSE
                   PERFORM 0010-VALIDAR-ARCHIVO
                   CLOSE ARCHIVO-CANJE
                   IF SW-ARCH-VALIDO EQUAL ZERO
                       MOVE 35 TO WK-COD-RETORNO
                   ELSE
                       PERFORM 0005-VERIFICAR-LOCK
                       IF WK-LOCK-OK EQUAL 1
                           PERFORM 0015-ABRIR-ARCHIVOS
                           PERFORM 0020-PROCESAR-ARCHIVO
                           PERFORM 0016-CERRAR-ARCHIVOS
                           PERFORM 0006-LIBERAR-LOCK
                           PERFORM 099-RESUMEN-CONTROL
                       ELSE
                           MOVE 35 TO WK-COD-RETORNO
                           MOVE "No se procesa canje. CUENTAS bloqueada"
                               TO WK-MSN-LOG
                           PERFORM 090-ESCRIBIR-LOG
                       END-IF
                   END-IF
               END-IF
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza canje de cheques CanjeCheques" TO WK-MSN-LOG
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
           MOVE "CanjeCheques"    TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK
           OPEN I-O CUENTAS.

       0006-LIBERAR-LOCK.
           CLOSE CUENTAS
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Lee de PARAMETROS.TXT la tasa del gravamen GMF
      *    (TASA-GMF-X1000|valor, en pesos por mil) y la comision por
      *    cheque devuelto (TARIFA-CHEQUE-DEV|valor, en pesos). Si el
      *    archivo o la clave no existen se conserva el valor por
      *    omision.
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
               IF WK-PAR-CLAVE EQUAL "TARIFA-CHEQUE-DEV"
                   PERFORM 0089-VALIDAR-TARIFA-DEV
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

       0089-VALIDAR-TARIFA-DEV.
           MOVE 12   TO WK-LEN-VALOR
           MOVE ZERO TO SW-MEDIDO
           PERFORM 0088-MEDIR-VALOR UNTIL SW-MEDIDO EQUAL 1

           IF WK-LEN-VALOR > ZERO
              AND WK-PAR-VALOR(1:WK-LEN-VALOR) IS NUMERIC
               MOVE WK-PAR-VALOR(1:WK-LEN-VALOR) TO WK-TARIFA-DEV
           ELSE
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "VALOR DE TARIFA-CHEQUE-DEV INVALIDO."
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

      *----Suma los embargos activos de la cuenta girada del
      *    cheque posicionandose directo con START y leyendo hasta
      *    el cambio de cuenta; deja el total en WK-EMBARGADO.
       0045-SUMAR-EMBARGOS.
           MOVE ZERO TO WK-EMBARGADO
           IF SW-EMB-ABIERTO EQUAL 1
               MOVE ZERO TO SW-FIN-EMB
               INITIALIZE EMB-LLAVE
               MOVE WK-CTA-CHQ    TO EMB-CTA
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
               IF EMB-CTA NOT EQUAL WK-CTA-CHQ
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

       0009-ARMAR-RUTAS.
           INITIALIZE WK-RUTA-CANJE WK-RUTA-DEVUELTOS
           STRING WK-BASE-DIR  DELIMITED BY SPACE
                  "CANJE_"     DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WK-RUTA-CANJE
           END-STRING
           SET ENVIRONMENT "CANJE" TO WK-RUTA-CANJE
           STRING WK-BASE-DIR  DELIMITED BY SPACE
                  "DEVUELTOS_" DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WK-RUTA-DEVUELTOS
           END-STRING
           SET ENVIRONMENT "DEVUELTOS" TO WK-RUTA-DEVUELTOS.

      *----------------------------------------------------------------*
      *    Verificacion completa del archivo antes de pagar un solo    *
      *    cheque (mismo criterio de DatosBatch): cabecera primero y   *
      *    con nuestra entidad, detalles con cuenta, numero y valor    *
      *    validos y una cola cuyas cifras de control cuadren con lo   *
      *    leido. Cualquier falla deja el archivo sin procesar.        *
      *----------------------------------------------------------------*
       0010-VALIDAR-ARCHIVO.
           MOVE 1    TO SW-ARCH-VALIDO
           MOVE ZERO TO SW-FIN-CAN SW-HAY-CAB SW-HAY-COLA
                        WK-VAL-LEIDAS WK-CNT-DETALLES WK-HASH-VALORES
           PERFORM 0011-VALIDAR-REGISTRO UNTIL SW-FIN-CAN EQUAL 1
                                         OR SW-ARCH-VALIDO EQUAL ZERO

           IF SW-ARCH-VALIDO EQUAL 1
               EVALUATE TRUE
                   WHEN SW-HAY-CAB EQUAL ZERO
                       MOVE "FALTA REGISTRO CABECERA" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN SW-HAY-COLA EQUAL ZERO
                       MOVE "FALTA REGISTRO COLA" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN WK-COLA-CANT NOT EQUAL WK-CNT-DETALLES
                     OR WK-COLA-HASH NOT EQUAL WK-HASH-VALORES
                       MOVE "CIFRAS DE CONTROL DE LA COLA NO CUADRAN"
                           TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0011-VALIDAR-REGISTRO.
           READ ARCHIVO-CANJE AT END
               MOVE 1 TO SW-FIN-CAN
           NOT AT END
               ADD 1 TO WK-VAL-LEIDAS
               PERFORM 0012-SEPARAR-CAMPOS
               IF SW-HAY-COLA EQUAL 1
                   MOVE "REGISTRO DESPUES DE LA COLA" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               ELSE
                   EVALUATE WK-CAN-C1
                       WHEN "H"
                           IF WK-VAL-LEIDAS NOT EQUAL 1
                              OR WK-CAN-C2(1:8) IS NOT NUMERIC
                              OR WK-CAN-C3 NOT EQUAL WK-COD-ENTIDAD
                               MOVE "CABECERA INVALIDA O FUERA DE LUGAR"
                                   TO WK-VAL-MOTIVO
                               PERFORM 0014-RECHAZAR-ARCHIVO
                           ELSE
                               MOVE 1 TO SW-HAY-CAB
                           END-IF
                       WHEN "T"
                           IF WK-CAN-C2(1:8) IS NOT NUMERIC
                              OR WK-CAN-C3(1:15) IS NOT NUMERIC
                               MOVE "COLA CON CIFRAS NO NUMERICAS"
                                   TO WK-VAL-MOTIVO
                               PERFORM 0014-RECHAZAR-ARCHIVO
                           ELSE
                               MOVE 1 TO SW-HAY-COLA
                               MOVE WK-CAN-C2(1:8)  TO WK-COLA-CANT
                               MOVE WK-CAN-C3(1:15) TO WK-COLA-HASH
                           END-IF
                       WHEN "D"
                           PERFORM 0013-VALIDAR-DETALLE
                       WHEN OTHER
                           MOVE "TIPO DE REGISTRO INVALIDO"
                               TO WK-VAL-MOTIVO
                           PERFORM 0014-RECHAZAR-ARCHIVO
                   END-EVALUATE
               END-IF
           END-READ.

       0012-SEPARAR-CAMPOS.
           MOVE SPACES TO WK-CAN-C1 WK-CAN-C2 WK-CAN-C3 WK-CAN-C4
                          WK-CAN-C5 WK-CAN-C6 WK-CAN-C7
           UNSTRING REG-CANJE DELIMITED BY "|"
               INTO WK-CAN-C1 WK-CAN-C2 WK-CAN-C3 WK-CAN-C4
                    WK-CAN-C5 WK-CAN-C6 WK-CAN-C7
           END-UNSTRING.

      *----La cuenta debe traer exactamente 6 caracteres sin blancos,
      *    el cheque 6 digitos y el valor 12 digitos mayor que cero.
       0013-VALIDAR-DETALLE.
           MOVE ZERO TO WK-CNT-ESP
           INSPECT WK-CAN-C2(1:6) TALLYING WK-CNT-ESP FOR ALL SPACE
           EVALUATE TRUE
               WHEN SW-HAY-CAB EQUAL ZERO
                   MOVE "DETALLE ANTES DE LA CABECERA" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-CNT-ESP > ZERO
                 OR WK-CAN-C2(7:) NOT EQUAL SPACES
                   MOVE "NUMERO DE CUENTA INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-CAN-C3(1:6) IS NOT NUMERIC
                 OR WK-CAN-C3(7:) NOT EQUAL SPACES
                   MOVE "NUMERO DE CHEQUE INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-CAN-C4(1:12) IS NOT NUMERIC
                 OR WK-CAN-C4(13:) NOT EQUAL SPACES
                   MOVE "VALOR NO NUMERICO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN OTHER
                   MOVE WK-CAN-C4(1:12) TO WK-VLR-CHEQUE
                   IF WK-VLR-CHEQUE EQUAL ZERO
                       MOVE "VALOR EN CERO" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   ELSE
                       ADD 1             TO WK-CNT-DETALLES
                       ADD WK-VLR-CHEQUE TO WK-HASH-VALORES
                   END-IF
           END-EVALUATE.

       0014-RECHAZAR-ARCHIVO.
           MOVE ZERO TO SW-ARCH-VALIDO
           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
           DISPLAY "ARCHIVO DE CANJE RECHAZADO: " WK-VAL-MOTIVO
           DISPLAY "LINEA: " WK-VAL-LEIDAS
           INITIALIZE WK-MSN-LOG
           STRING "ARCHIVO DE CANJE RECHAZADO, LINEA "
                  WK-VAL-LEIDAS ": " WK-VAL-MOTIVO
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

      *----CUENTAS queda abierta por 0008-CREAR-LOCK. Sin maestro de
      *    chequeras ningun cheque esta emitido y todos se devuelven.
       0015-ABRIR-ARCHIVOS.
           MOVE ZERO TO SW-EMB-ABIERTO SW-CHQ-ABIERTO
           OPEN INPUT ARCHIVO-EMBARGOS
           IF ST-EMB EQUAL "00"
               MOVE 1 TO SW-EMB-ABIERTO
           END-IF
           OPEN INPUT ARCHIVO-CHEQUERAS
           IF ST-CHQ EQUAL "00"
               MOVE 1 TO SW-CHQ-ABIERTO
           END-IF
           OPEN I-O ARCHIVO-CHEQUES
           OPEN INPUT ARCHIVO-CANJE
           OPEN OUTPUT ARCHIVO-DEVUELTOS
           MOVE WK-FECHA-HOY   TO DEV-FECHA
           MOVE WK-COD-ENTIDAD TO DEV-ENTIDAD
           WRITE REG-DEVUELTO FROM WK-LINEA-CAB-DEV END-WRITE.

       0016-CERRAR-ARCHIVOS.
           MOVE WK-CNT-DEVUELTOS TO DEV-CANTIDAD
           MOVE WK-TOT-DEVUELTO  TO DEV-TOTAL
           WRITE REG-DEVUELTO FROM WK-LINEA-COLA-DEV END-WRITE
           CLOSE ARCHIVO-CANJE ARCHIVO-DEVUELTOS ARCHIVO-CHEQUES
           IF SW-CHQ-ABIERTO EQUAL 1
               CLOSE ARCHIVO-CHEQUERAS
           END-IF
           IF SW-EMB-ABIERTO EQUAL 1
               CLOSE ARCHIVO-EMBARGOS
           END-IF.

       0020-PROCESAR-ARCHIVO.
           MOVE ZERO TO SW-FIN-CAN
           PERFORM 0021-LEER-CHEQUE UNTIL SW-FIN-CAN EQUAL 1.

       0021-LEER-CHEQUE.
           READ ARCHIVO-CANJE AT END
               MOVE 1 TO SW-FIN-CAN
           NOT AT END
               PERFORM 0012-SEPARAR-CAMPOS
               IF WK-CAN-C1 EQUAL "D"
                   MOVE WK-CAN-C2(1:6)  TO WK-CTA-CHQ
                   MOVE WK-CAN-C3(1:6)  TO WK-NRO-CHEQUE
                   MOVE WK-CAN-C4(1:12) TO WK-VLR-CHEQUE
                   MOVE WK-CAN-C5(1:4)  TO WK-BANCO
                   MOVE WK-CAN-C6(1:6)  TO WK-SECUENCIA
                   ADD 1 TO WK-CNT-PRESENTADOS
                   PERFORM 0030-PROCESAR-CHEQUE
               END-IF
           END-READ.

      *----------------------------------------------------------------*
      *    Un cheque se paga solo si la cuenta existe, es corriente y  *
      *    esta activa, el numero pertenece a una chequera entregada,  *
      *    no tiene orden de no pago ni fue pagado antes, y el         *
      *    disponible cubre el valor mas su GMF. En otro caso se       *
      *    devuelve con la primera causal que aplique.                 *
      *----------------------------------------------------------------*
       0030-PROCESAR-CHEQUE.
           MOVE SPACES TO WK-CAUSAL
           PERFORM 0031-VALIDAR-CUENTA
           IF WK-CAUSAL EQUAL SPACES
               PERFORM 0032-BUSCAR-CHEQUERA
               IF SW-EMITIDO EQUAL ZERO
                   MOVE WK-CAU-NO-EMITIDO TO WK-CAUSAL
               END-IF
           END-IF
           IF WK-CAUSAL EQUAL SPACES
               PERFORM 0034-VERIFICAR-CHEQUE
           END-IF
           IF WK-CAUSAL EQUAL SPACES
               PERFORM 0035-VERIFICAR-FONDOS
           END-IF

           IF WK-CAUSAL EQUAL SPACES
               PERFORM 0040-PAGAR-CHEQUE
           END-IF
           IF WK-CAUSAL NOT EQUAL SPACES
               PERFORM 0050-DEVOLVER-CHEQUE
           END-IF.

       0031-VALIDAR-CUENTA.
           MOVE WK-CTA-CHQ TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN TIPO-CUENTA NOT EQUAL "C"
                       MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
                   WHEN ESTADO-CUENTA EQUAL "C"
                       MOVE WK-CAU-CERRADA TO WK-CAUSAL
                   WHEN ESTADO-CUENTA EQUAL "I"
                       MOVE WK-CAU-INACTIVA TO WK-CAUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----CHEQUERAS esta indexado por cuenta + serie: se recorren
      *    las chequeras de la cuenta buscando una cuyo rango de
      *    numeros contenga el cheque.
       0032-BUSCAR-CHEQUERA.
           MOVE ZERO TO SW-EMITIDO
           IF SW-CHQ-ABIERTO EQUAL 1
               MOVE ZERO TO SW-FIN-CHQ
               INITIALIZE CHQ-LLAVE
               MOVE WK-CTA-CHQ  TO CHQ-CTA
               MOVE LOW-VALUES  TO CHQ-SERIE
               START ARCHIVO-CHEQUERAS KEY IS GREATER THAN CHQ-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-CHQ
               END-START
               IF ST-CHQ NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-CHQ
               END-IF
               PERFORM 0033-LEER-CHEQUERA UNTIL SW-FIN-CHQ EQUAL 1
           END-IF.

       0033-LEER-CHEQUERA.
           READ ARCHIVO-CHEQUERAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CHQ
           NOT AT END
               IF CHQ-CTA NOT EQUAL WK-CTA-CHQ
                   MOVE 1 TO SW-FIN-CHQ
               ELSE
                   IF WK-NRO-CHEQUE NOT LESS THAN CHQ-NUM-INICIAL
                      AND WK-NRO-CHEQUE NOT GREATER THAN CHQ-NUM-FINAL
                       MOVE 1 TO SW-EMITIDO SW-FIN-CHQ
                   END-IF
               END-IF
           END-READ
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CHQ
           END-IF.

      *----CHEQUES guarda los cheques con novedad: pagados ("P") y
      *    con orden de no pago ("N"). Si no hay registro el cheque
      *    esta libre.
       0034-VERIFICAR-CHEQUE.
           MOVE WK-CTA-CHQ    TO CHE-CTA
           MOVE WK-NRO-CHEQUE TO CHE-NUMERO
           READ ARCHIVO-CHEQUES KEY IS CHE-LLAVE INVALID KEY
               CONTINUE
           NOT INVALID KEY
               EVALUATE CHE-ESTADO
                   WHEN "P"
                       MOVE WK-CAU-PAGADO  TO WK-CAUSAL
                   WHEN "N"
                       MOVE WK-CAU-NO-PAGO TO WK-CAUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----Mismo disponible de EjecutarOrdenes: saldo mas cupo de
      *    sobregiro menos embargos activos, que debe cubrir el
      *    cheque mas su GMF.
       0035-VERIFICAR-FONDOS.
           IF CUPO-SOBREGIRO IS NOT NUMERIC
               MOVE ZERO TO CUPO-SOBREGIRO
           END-IF
           COMPUTE WK-DISPONIBLE = VLR-SALDO + CUPO-SOBREGIRO
           PERFORM 0045-SUMAR-EMBARGOS
           SUBTRACT WK-EMBARGADO FROM WK-DISPONIBLE
           MOVE WK-VLR-CHEQUE TO WK-MONTO-TEM
           PERFORM 0038-CALCULAR-GMF
           IF WK-VLR-CHEQUE + WK-GMF > WK-DISPONIBLE
               MOVE WK-CAU-FONDOS TO WK-CAUSAL
           END-IF.

      *----Debita el cheque y su GMF con una sola regrabacion, deja
      *    el movimiento "K" (MOV-CTA-REF lleva el numero del cheque)
      *    y el "G", y marca el cheque como pagado en CHEQUES.
       0040-PAGAR-CHEQUE.
           MOVE WK-CTA-CHQ TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
           NOT INVALID KEY
               MOVE VLR-SALDO TO WK-SALDO-INI
               COMPUTE VLR-SALDO = VLR-SALDO - WK-VLR-CHEQUE - WK-GMF
               MOVE "K" TO TP-OPERACION
               REWRITE REG-CUENTAS INVALID KEY
                   MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
                   INITIALIZE WK-MSN-LOG
                   STRING "ERROR AL DEBITAR EL CHEQUE " WK-NRO-CHEQUE
                          " DE LA CUENTA " WK-CTA-CHQ
                          DELIMITED BY SIZE INTO WK-MSN-LOG
                   END-STRING
                   PERFORM 090-ESCRIBIR-LOG
               NOT INVALID KEY
                   MOVE WK-NRO-CHEQUE TO WK-CTA-REF
                   COMPUTE VLR-SALDO = WK-SALDO-INI - WK-VLR-CHEQUE
                   MOVE "K"           TO TP-OPERACION
                   MOVE WK-VLR-CHEQUE TO WK-MONTO-TEM
                   PERFORM 095-GRABAR-MOVIMIENTO
                   IF WK-GMF > ZERO
                       SUBTRACT WK-GMF FROM VLR-SALDO
                       MOVE "G"    TO TP-OPERACION
                       MOVE WK-GMF TO WK-MONTO-TEM
                       MOVE SPACES TO WK-CTA-REF
                       PERFORM 095-GRABAR-MOVIMIENTO
                       ADD 1      TO WK-CNT-GMF
                       ADD WK-GMF TO WK-TOT-GMF
                   END-IF
                   ADD 1             TO WK-CNT-PAGADOS
                   ADD WK-VLR-CHEQUE TO WK-TOT-PAGADO
                   PERFORM 0041-MARCAR-PAGADO
               END-REWRITE
           END-READ.

       0041-MARCAR-PAGADO.
           INITIALIZE REG-CHEQUES
           MOVE WK-CTA-CHQ    TO CHE-CTA
           MOVE WK-NRO-CHEQUE TO CHE-NUMERO
           MOVE "P"           TO CHE-ESTADO
           MOVE WK-FECHA-HOY  TO CHE-FECHA
           MOVE WK-VLR-CHEQUE TO CHE-MONTO
           MOVE WK-BANCO      TO CHE-BANCO
           MOVE WK-SECUENCIA  TO CHE-SECUENCIA
           WRITE REG-CHEQUES INVALID KEY
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL MARCAR PAGADO EL CHEQUE "
                      WK-NRO-CHEQUE " DE LA CUENTA " WK-CTA-CHQ
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-WRITE.

      *----Escribe el cheque en el archivo de devueltos con su causal
      *    y, si la devolucion es imputable al girador (fondos
      *    insuficientes u orden de no pago), le cobra la comision.
       0050-DEVOLVER-CHEQUE.
           MOVE WK-CTA-CHQ    TO DEV-CUENTA
           MOVE WK-NRO-CHEQUE TO DEV-CHEQUE
           MOVE WK-VLR-CHEQUE TO DEV-VALOR
           MOVE WK-BANCO      TO DEV-BANCO
           MOVE WK-SECUENCIA  TO DEV-SECUENCIA
           MOVE WK-CAUSAL     TO DEV-CAUSAL
           WRITE REG-DEVUELTO FROM WK-LINEA-DET-DEV END-WRITE

           ADD 1             TO WK-CNT-DEVUELTOS
           ADD WK-VLR-CHEQUE TO WK-TOT-DEVUELTO
           MOVE WK-CAUSAL TO WK-NDX-CAU
           ADD 1 TO WK-CNT-CAUSAL(WK-NDX-CAU)

           INITIALIZE WK-MSN-LOG
           STRING "CHEQUE DEVUELTO " WK-CTA-CHQ "/" WK-NRO-CHEQUE
                  " CAUSAL " WK-CAUSAL
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG

           IF (WK-CAUSAL EQUAL WK-CAU-FONDOS
               OR WK-CAUSAL EQUAL WK-CAU-NO-PAGO)
              AND WK-TARIFA-DEV > ZERO
               PERFORM 0051-COBRAR-DEVOLUCION
           END-IF.

      *----La comision se cobra como las de CobroComisiones: un
      *    movimiento "F" que puede dejar el saldo negativo.
       0051-COBRAR-DEVOLUCION.
           MOVE WK-CTA-CHQ TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               CONTINUE
           NOT INVALID KEY
               COMPUTE VLR-SALDO = VLR-SALDO - WK-TARIFA-DEV
               MOVE "F" TO TP-OPERACION
               REWRITE REG-CUENTAS INVALID KEY
                   INITIALIZE WK-MSN-LOG
                   STRING "ERROR AL COBRAR LA COMISION DE DEVOLUCION "
                          "DE LA CUENTA " WK-CTA-CHQ
                          DELIMITED BY SIZE INTO WK-MSN-LOG
                   END-STRING
                   PERFORM 090-ESCRIBIR-LOG
               NOT INVALID KEY
                   MOVE WK-NRO-CHEQUE TO WK-CTA-REF
                   MOVE WK-TARIFA-DEV TO WK-MONTO-TEM
                   PERFORM 095-GRABAR-MOVIMIENTO
                   ADD 1             TO WK-CNT-COMISIONES
                   ADD WK-TARIFA-DEV TO WK-TOT-COMISION
               END-REWRITE
           END-READ.

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
           MOVE "CanjeCheques"    TO MOV-PROGRAMA
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
           DISPLAY "       RESUMEN CANJE DE CHEQUES                    "
           DISPLAY "==================================================="

           MOVE WK-CNT-PRESENTADOS TO WK-CNT-EDIT
           DISPLAY "Cheques presentados           : " WK-CNT-EDIT
           MOVE WK-CNT-PAGADOS     TO WK-CNT-EDIT
           DISPLAY "Cheques pagados               : " WK-CNT-EDIT
           MOVE WK-TOT-PAGADO      TO WK-TOT-EDIT
           DISPLAY "Valor pagado                  : " WK-TOT-EDIT
           MOVE WK-CNT-DEVUELTOS   TO WK-CNT-EDIT
           DISPLAY "Cheques devueltos             : " WK-CNT-EDIT
           MOVE WK-TOT-DEVUELTO    TO WK-TOT-EDIT
           DISPLAY "Valor devuelto                : " WK-TOT-EDIT
           MOVE WK-CNT-CAUSAL(1)   TO WK-CNT-EDIT
           DISPLAY "  01 Fondos insuficientes     : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(2)   TO WK-CNT-EDIT
           DISPLAY "  02 Cuenta cerrada           : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(3)   TO WK-CNT-EDIT
           DISPLAY "  03 Cuenta inactiva          : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(4)   TO WK-CNT-EDIT
           DISPLAY "  04 Orden de no pago         : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(5)   TO WK-CNT-EDIT
           DISPLAY "  05 Cheque no emitido        : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(6)   TO WK-CNT-EDIT
           DISPLAY "  06 Cheque ya pagado         : " WK-CNT-EDIT
           MOVE WK-CNT-CAUSAL(7)   TO WK-CNT-EDIT
           DISPLAY "  07 Cuenta inexistente       : " WK-CNT-EDIT
           MOVE WK-CNT-COMISIONES  TO WK-CNT-EDIT
           DISPLAY "Comisiones de devolucion      : " WK-CNT-EDIT
           MOVE WK-TOT-COMISION    TO WK-TOT-EDIT
           DISPLAY "Total comisiones              : " WK-TOT-EDIT
           MOVE WK-CNT-GMF         TO WK-CNT-EDIT
           DISPLAY "Debitos de GMF registrados    : " WK-CNT-EDIT
           MOVE WK-TOT-GMF         TO WK-TOT-EDIT
           DISPLAY "Total GMF recaudado           : " WK-TOT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
           STRING "RESUMEN: Presentados="        DELIMITED BY SIZE
               WK-CNT-PRESENTADOS            DELIMITED BY SIZE
               " Pagados="                   DELIMITED BY SIZE
               WK-CNT-PAGADOS                DELIMITED BY SIZE
               " ValorPagado="               DELIMITED BY SIZE
               WK-TOT-PAGADO                 DELIMITED BY SIZE
               " Devueltos="                 DELIMITED BY SIZE
               WK-CNT-DEVUELTOS              DELIMITED BY SIZE
               " ValorDevuelto="             DELIMITED BY SIZE
               WK-TOT-DEVUELTO               DELIMITED BY SIZE
               " Comisiones="                DELIMITED BY SIZE
               WK-TOT-COMISION               DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM CanjeCheques.
