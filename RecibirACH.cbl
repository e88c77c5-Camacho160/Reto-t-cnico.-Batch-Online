      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch diario de recepcion de transferencias
      *          interbancarias ACH. Lee el archivo que entrega el
      *          operador ACH (ACH_RECIBIDO_<AAAAMMDD>.TXT), verifica
      *          primero su estructura y las cifras de control de
      *          cada lote y del archivo, y luego:
      *          - abona cada entrada de credito a la cuenta destino
      *            (movimiento "U"); si la cuenta no existe, esta
      *            cerrada, inactiva o es un CDT, la entrada se
      *            devuelve al banco originador en el archivo
      *            ACH_DEVOLUCION_<AAAAMMDD>.TXT con su causal;
      *          - aplica las devoluciones de nuestras propias
      *            transferencias enviadas: abona al originador
      *            (movimiento "V") y marca la transferencia como
      *            devuelta en ACHENVIOS.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecibirACH.

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

      *----Select para el registro de transferencias interbancarias
      *    ACH enviadas. Indexado por fecha + consecutivo, que es el
      *    numero de traza de la entrada en el archivo ACH.
           SELECT ARCHIVO-ACHENVIOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ACHENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACE-LLAVE
               FILE STATUS  IS ST-ACE.
      *----Select para el archivo ACH recibido del operador. Ruta
      *    dinamica, ver WK-RUTA-ACHREC; variable de ambiente "ACHREC"
      *    (mismo mecanismo que los archivos fechados de DatosBatch).
           SELECT ARCHIVO-ACHREC
               ASSIGN TO WK-RUTA-ACHREC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-REC.

      *----Select para el archivo ACH de devoluciones. Ruta dinamica,
      *    ver WK-RUTA-ACHDEV; variable de ambiente "ACHDEV".
           SELECT ARCHIVO-ACHDEV
               ASSIGN TO WK-RUTA-ACHDEV
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

      *----------------------------------------------------------------*
      *    Formato del archivo ACH (campos separados por "|"), igual   *
      *    para el archivo enviado, el recibido y el de devoluciones:  *
      *    1|AAAAMMDD|entidad origen|entidad destino   archivo         *
      *    5|lote|AAAAMMDD|entidad|descripcion         cabecera lote   *
      *    6|traza|banco destino|cuenta destino|documento|nombre|      *
      *      valor|banco origen|cuenta origen          entrada credito *
      *    7|traza original|banco|cuenta|causal|valor  devolucion      *
      *    8|lote|cantidad|hash|total                  control lote    *
      *    9|lotes|cantidad|hash|total                 control archivo *
      *    La traza es fecha + consecutivo del banco que origina; el   *
      *    hash es la suma de los codigos de banco del tercer campo    *
      *    de cada entrada. El operador ACH es la entidad "0000".      *
      *----------------------------------------------------------------*
       FD  ARCHIVO-ACHREC.
       01  REG-ACHREC PIC X(120).

       FD  ARCHIVO-ACHDEV.
       01  REG-ACHDEV PIC X(120).

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
           02 ST-ACE       PIC XX.
           02 ST-REC       PIC XX.
           02 ST-DEV       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-REC   PIC 9 VALUE ZERO.
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

      *----Campos del registro ACH en proceso (ver el formato en el
      *    FD ARCHIVO-ACHREC). WK-COD-ENTIDAD es nuestro codigo ACH:
      *    el registro de archivo y las entradas de credito deben
      *    traerlo como destino.
           02 WK-COD-ENTIDAD      PIC X(04) VALUE "0001".
           02 WK-COD-OPERADOR-ACH PIC X(04) VALUE "0000".
           02 WK-ACH-C1       PIC X(32).
           02 WK-ACH-C2       PIC X(32).
           02 WK-ACH-C3       PIC X(32).
           02 WK-ACH-C4       PIC X(32).
           02 WK-ACH-C5       PIC X(32).
           02 WK-ACH-C6       PIC X(32).
           02 WK-ACH-C7       PIC X(32).
           02 WK-ACH-C8       PIC X(32).
           02 WK-ACH-C9       PIC X(32).
           02 WK-TRAZA        PIC X(14).
           02 WK-CTA-ACH      PIC X(17).
           02 WK-BANCO-ORIG   PIC X(04).
           02 WK-VLR-ENTRADA  PIC 9(12).
           02 WK-BANCO-NUM    PIC 9(04).

      *----Verificacion previa del archivo recibido: registro de
      *    archivo dirigido a nosotros, lotes abiertos y cerrados en
      *    orden, entradas bien formadas y controles de lote y de
      *    archivo (cantidad, hash y total) que cuadren con lo leido.
      *    Un archivo que no pasa no se procesa en absoluto.
           02 SW-ARCH-VALIDO  PIC 9 VALUE 1.
           02 SW-HAY-ARCHIVO  PIC 9 VALUE ZERO.
           02 SW-LOTE-ABIERTO PIC 9 VALUE ZERO.
           02 SW-HAY-CONTROL  PIC 9 VALUE ZERO.
           02 WK-VAL-LEIDAS   PIC 9(08) VALUE ZERO.
           02 WK-VAL-MOTIVO   PIC X(40).
           02 WK-CNT-ESP      PIC 9(02) VALUE ZERO.
           02 WK-LOT-NUMERO   PIC X(06).
           02 WK-LOT-CANT     PIC 9(06) VALUE ZERO.
           02 WK-LOT-HASH     PIC 9(10) VALUE ZERO.
           02 WK-LOT-TOTAL    PIC 9(15) VALUE ZERO.
           02 WK-ARC-LOTES    PIC 9(06) VALUE ZERO.
           02 WK-ARC-CANT     PIC 9(08) VALUE ZERO.
           02 WK-ARC-HASH     PIC 9(10) VALUE ZERO.
           02 WK-ARC-TOTAL    PIC 9(15) VALUE ZERO.

      *----Resultado de la entrada en proceso: WK-CAUSAL en espacios
      *    significa abonada; de lo contrario es el codigo de
      *    devolucion de WK-CAUSALES. WK-EXC-MOTIVO explica por que
      *    una devolucion recibida no se pudo aplicar.
           02 WK-CAUSAL       PIC X(03).
           02 WK-EXC-MOTIVO   PIC X(40).
           02 WK-MONTO-TEM    PIC 9(12).
           02 WK-CTA-REF      PIC X(06).
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).
           02 WK-FECHA-HOY    PIC 9(08).
           02 WK-MSN-LOG      PIC X(200).
           02 WK-BASE-DIR     PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-ACHREC  PIC X(80).
           02 WK-RUTA-ACHDEV  PIC X(80).

      *----Causales de devolucion ACH
       01  WK-CAUSALES.
           02 WK-CAU-CERRADA   PIC X(03) VALUE "R02".
           02 WK-CAU-NO-EXISTE PIC X(03) VALUE "R03".
           02 WK-CAU-INACTIVA  PIC X(03) VALUE "R16".
           02 WK-CAU-NO-ADMITE PIC X(03) VALUE "R20".

       01  WK-RESUMEN.
           02 WK-CNT-RECIBIDAS  PIC 9(06) VALUE ZERO.
           02 WK-CNT-ABONADAS   PIC 9(06) VALUE ZERO.
           02 WK-TOT-ABONADO    PIC 9(15) VALUE ZERO.
           02 WK-CNT-DEVUELTAS  PIC 9(06) VALUE ZERO.
           02 WK-TOT-DEVUELTO   PIC 9(15) VALUE ZERO.
           02 WK-HASH-DEV       PIC 9(10) VALUE ZERO.
           02 WK-CNT-R02        PIC 9(06) VALUE ZERO.
           02 WK-CNT-R03        PIC 9(06) VALUE ZERO.
           02 WK-CNT-R16        PIC 9(06) VALUE ZERO.
           02 WK-CNT-R20        PIC 9(06) VALUE ZERO.
           02 WK-CNT-DEV-RECIB  PIC 9(06) VALUE ZERO.
           02 WK-CNT-DEV-APLIC  PIC 9(06) VALUE ZERO.
           02 WK-TOT-DEV-APLIC  PIC 9(15) VALUE ZERO.
           02 WK-CNT-EXCEPCION  PIC 9(06) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

      *----Lineas del archivo de devoluciones: un solo lote
       01  WK-LINEA-ARCHIVO.
           02 FILLER          PIC X(02) VALUE "1|".
           02 ARC-FECHA       PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 ARC-ORIGEN      PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 ARC-DESTINO     PIC X(04).

       01  WK-LINEA-LOTE.
           02 FILLER          PIC X(02) VALUE "5|".
           02 LOT-NUMERO      PIC 9(06).
           02 FILLER          PIC X     VALUE "|".
           02 LOT-FECHA       PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 LOT-ENTIDAD     PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 LOT-DESCRIPCION PIC X(10).

       01  WK-LINEA-DEVOLUCION.
           02 FILLER          PIC X(02) VALUE "7|".
           02 DEV-TRAZA       PIC X(14).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-BANCO       PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-CUENTA      PIC X(17).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-CAUSAL      PIC X(03).
           02 FILLER          PIC X     VALUE "|".
           02 DEV-VALOR       PIC 9(12).

       01  WK-LINEA-CTL-LOTE.
           02 FILLER          PIC X(02) VALUE "8|".
           02 CLT-NUMERO      PIC 9(06).
           02 FILLER          PIC X     VALUE "|".
           02 CLT-CANTIDAD    PIC 9(06).
           02 FILLER          PIC X     VALUE "|".
           02 CLT-HASH        PIC 9(10).
           02 FILLER          PIC X     VALUE "|".
           02 CLT-TOTAL       PIC 9(15).

       01  WK-LINEA-CTL-ARCHIVO.
           02 FILLER          PIC X(02) VALUE "9|".
           02 CAR-LOTES       PIC 9(06).
           02 FILLER          PIC X     VALUE "|".
           02 CAR-CANTIDAD    PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 CAR-HASH        PIC 9(10).
           02 FILLER          PIC X     VALUE "|".
           02 CAR-TOTAL       PIC 9(15).

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

       ERROR-ACHENVIOS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-ACHENVIOS.

       ERROR-ACHENVIOS-LOGIC.
       IF  ST-ACE = "35"
           OPEN OUTPUT ARCHIVO-ACHENVIOS
           CLOSE ARCHIVO-ACHENVIOS
           OPEN I-O ARCHIVO-ACHENVIOS
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

           MOVE "Inicia recepcion ACH RecibirACH" TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 0009-ARMAR-RUTAS

      *----Sin archivo del operador no hay nada que abonar ni que
      *    devolver: se avisa y la cadena sigue. Si el archivo de
      *    devoluciones del dia ya existe, el recibido ya se proceso
      *    y no se vuelve a abonar.
           OPEN INPUT ARCHIVO-ACHREC
           IF ST-REC NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL ARCHIVO ACH RECIBIDO DEL DIA."
               DISPLAY "NADA QUE PROCESAR"
               INITIALIZE WK-MSN-LOG
               STRING "Sin archivo ACH recibido: " WK-RUTA-ACHREC
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           ELSE
               OPEN INPUT ARCHIVO-ACHDEV
               IF ST-DEV EQUAL "00"
                   CLOSE ARCHIVO-ACHDEV ARCHIVO-ACHREC
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "EL ARCHIVO ACH RECIBIDO DEL DIA YA FUE"
                   DISPLAY "PROCESADO. NO SE VUELVE A APLICAR"
                   INITIALIZE WK-MSN-LOG
                   STRING "Archivo ACH ya procesado: " WK-RUTA-ACHREC
                          DELIMITED BY SIZE INTO WK-MSN-LOG
                   END-STRING
                   PERFORM 090-ESCRIBIR-LOG
               ELSE
                   PERFORM 0010-VALIDAR-ARCHIVO
                   CLOSE ARCHIVO-ACHREC
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
                           MOVE "No se procesa ACH. CUENTAS bloqueada"
                               TO WK-MSN-LOG
                           PERFORM 090-ESCRIBIR-LOG
                       END-IF
                   END-IF
               END-IF
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza recepcion ACH RecibirACH" TO WK-MSN-LOG
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
           MOVE "RecibirACH"      TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK
           OPEN I-O CUENTAS.

       0006-LIBERAR-LOCK.
           CLOSE CUENTAS
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

       0009-ARMAR-RUTAS.
           INITIALIZE WK-RUTA-ACHREC WK-RUTA-ACHDEV
           STRING WK-BASE-DIR     DELIMITED BY SPACE
                  "ACH_RECIBIDO_" DELIMITED BY SIZE
                  WK-FECHA-HOY    DELIMITED BY SIZE
                  ".TXT"          DELIMITED BY SIZE
                  INTO WK-RUTA-ACHREC
           END-STRING
           SET ENVIRONMENT "ACHREC" TO WK-RUTA-ACHREC
           STRING WK-BASE-DIR       DELIMITED BY SPACE
                  "ACH_DEVOLUCION_" DELIMITED BY SIZE
                  WK-FECHA-HOY      DELIMITED BY SIZE
                  ".TXT"            DELIMITED BY SIZE
                  INTO WK-RUTA-ACHDEV
           END-STRING
           SET ENVIRONMENT "ACHDEV" TO WK-RUTA-ACHDEV.

      *----------------------------------------------------------------*
      *    Verificacion completa del archivo antes de abonar una sola  *
      *    entrada (mismo criterio de CanjeCheques): registro de       *
      *    archivo primero y dirigido a nuestra entidad, cada lote     *
      *    con cabecera y control, entradas validas y cifras de        *
      *    control de lote y de archivo que cuadren con lo leido.      *
      *    Cualquier falla deja el archivo sin procesar.               *
      *----------------------------------------------------------------*
       0010-VALIDAR-ARCHIVO.
           MOVE 1    TO SW-ARCH-VALIDO
           MOVE ZERO TO SW-FIN-REC SW-HAY-ARCHIVO SW-LOTE-ABIERTO
                        SW-HAY-CONTROL WK-VAL-LEIDAS
           MOVE ZERO TO WK-ARC-LOTES WK-ARC-CANT WK-ARC-HASH
                        WK-ARC-TOTAL
           PERFORM 0011-VALIDAR-REGISTRO UNTIL SW-FIN-REC EQUAL 1
                                         OR SW-ARCH-VALIDO EQUAL ZERO

           IF SW-ARCH-VALIDO EQUAL 1
               EVALUATE TRUE
                   WHEN SW-HAY-ARCHIVO EQUAL ZERO
                       MOVE "FALTA REGISTRO DE ARCHIVO" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN SW-LOTE-ABIERTO EQUAL 1
                       MOVE "LOTE SIN REGISTRO DE CONTROL"
                           TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN SW-HAY-CONTROL EQUAL ZERO
                       MOVE "FALTA CONTROL DE ARCHIVO" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       0011-VALIDAR-REGISTRO.
           READ ARCHIVO-ACHREC AT END
               MOVE 1 TO SW-FIN-REC
           NOT AT END
               ADD 1 TO WK-VAL-LEIDAS
               PERFORM 0012-SEPARAR-CAMPOS
               IF SW-HAY-CONTROL EQUAL 1
                   MOVE "REGISTRO DESPUES DEL CONTROL DE ARCHIVO"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               ELSE
                   EVALUATE WK-ACH-C1
                       WHEN "1"
                           PERFORM 0017-VALIDAR-ARCHIVO-CAB
                       WHEN "5"
                           PERFORM 0018-VALIDAR-LOTE-CAB
                       WHEN "6"
                       WHEN "7"
                           PERFORM 0013-VALIDAR-ENTRADA
                       WHEN "8"
                           PERFORM 0019-VALIDAR-LOTE-CTL
                       WHEN "9"
                           PERFORM 0022-VALIDAR-ARCHIVO-CTL
                       WHEN OTHER
                           MOVE "TIPO DE REGISTRO INVALIDO"
                               TO WK-VAL-MOTIVO
                           PERFORM 0014-RECHAZAR-ARCHIVO
                   END-EVALUATE
               END-IF
           END-READ.

       0012-SEPARAR-CAMPOS.
           MOVE SPACES TO WK-ACH-C1 WK-ACH-C2 WK-ACH-C3 WK-ACH-C4
                          WK-ACH-C5 WK-ACH-C6 WK-ACH-C7 WK-ACH-C8
                          WK-ACH-C9
           UNSTRING REG-ACHREC DELIMITED BY "|"
               INTO WK-ACH-C1 WK-ACH-C2 WK-ACH-C3 WK-ACH-C4
                    WK-ACH-C5 WK-ACH-C6 WK-ACH-C7 WK-ACH-C8
                    WK-ACH-C9
           END-UNSTRING.

       0017-VALIDAR-ARCHIVO-CAB.
           IF WK-VAL-LEIDAS NOT EQUAL 1
              OR WK-ACH-C2(1:8) IS NOT NUMERIC
              OR WK-ACH-C2(9:) NOT EQUAL SPACES
              OR WK-ACH-C3 EQUAL SPACES
              OR WK-ACH-C4 NOT EQUAL WK-COD-ENTIDAD
               MOVE "REGISTRO DE ARCHIVO INVALIDO O FUERA DE LUGAR"
                   TO WK-VAL-MOTIVO
               PERFORM 0014-RECHAZAR-ARCHIVO
           ELSE
               MOVE 1 TO SW-HAY-ARCHIVO
           END-IF.

       0018-VALIDAR-LOTE-CAB.
           IF SW-HAY-ARCHIVO EQUAL ZERO
              OR SW-LOTE-ABIERTO EQUAL 1
              OR WK-ACH-C2(1:6) IS NOT NUMERIC
              OR WK-ACH-C2(7:) NOT EQUAL SPACES
               MOVE "CABECERA DE LOTE INVALIDA O FUERA DE LUGAR"
                   TO WK-VAL-MOTIVO
               PERFORM 0014-RECHAZAR-ARCHIVO
           ELSE
               MOVE 1 TO SW-LOTE-ABIERTO
               MOVE WK-ACH-C2(1:6) TO WK-LOT-NUMERO
               MOVE ZERO TO WK-LOT-CANT WK-LOT-HASH WK-LOT-TOTAL
           END-IF.

      *----Entrada de credito (6): traza de 14 digitos, nuestra
      *    entidad como destino, cuenta de hasta 17 caracteres, valor
      *    de 12 digitos mayor que cero y banco origen numerico.
      *    Devolucion (7): traza original, banco numerico, causal y
      *    valor. El banco del tercer campo entra al hash del lote.
       0013-VALIDAR-ENTRADA.
           EVALUATE TRUE
               WHEN SW-LOTE-ABIERTO EQUAL ZERO
                   MOVE "ENTRADA FUERA DE UN LOTE" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C2(1:14) IS NOT NUMERIC
                 OR WK-ACH-C2(15:) NOT EQUAL SPACES
                   MOVE "NUMERO DE TRAZA INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C3(1:4) IS NOT NUMERIC
                 OR WK-ACH-C3(5:) NOT EQUAL SPACES
                   MOVE "CODIGO DE BANCO INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C1 EQUAL "6"
                AND WK-ACH-C3(1:4) NOT EQUAL WK-COD-ENTIDAD
                   MOVE "ENTRADA DIRIGIDA A OTRA ENTIDAD"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C4 EQUAL SPACES
                 OR WK-ACH-C4(18:) NOT EQUAL SPACES
                   MOVE "NUMERO DE CUENTA INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C1 EQUAL "6"
                AND (WK-ACH-C8(1:4) IS NOT NUMERIC
                     OR WK-ACH-C8(5:) NOT EQUAL SPACES)
                   MOVE "BANCO ORIGEN INVALIDO" TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C1 EQUAL "7"
                AND (WK-ACH-C5 EQUAL SPACES
                     OR WK-ACH-C5(4:) NOT EQUAL SPACES)
                   MOVE "CAUSAL DE DEVOLUCION INVALIDA"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN OTHER
                   IF WK-ACH-C1 EQUAL "6"
                       MOVE WK-ACH-C7 TO WK-ACH-C9
                   ELSE
                       MOVE WK-ACH-C6 TO WK-ACH-C9
                   END-IF
                   IF WK-ACH-C9(1:12) IS NOT NUMERIC
                      OR WK-ACH-C9(13:) NOT EQUAL SPACES
                       MOVE "VALOR NO NUMERICO" TO WK-VAL-MOTIVO
                       PERFORM 0014-RECHAZAR-ARCHIVO
                   ELSE
                       MOVE WK-ACH-C9(1:12) TO WK-VLR-ENTRADA
                       IF WK-VLR-ENTRADA EQUAL ZERO
                           MOVE "VALOR EN CERO" TO WK-VAL-MOTIVO
                           PERFORM 0014-RECHAZAR-ARCHIVO
                       ELSE
                           MOVE WK-ACH-C3(1:4) TO WK-BANCO-NUM
                           ADD 1              TO WK-LOT-CANT
                           ADD WK-BANCO-NUM   TO WK-LOT-HASH
                           ADD WK-VLR-ENTRADA TO WK-LOT-TOTAL
                       END-IF
                   END-IF
           END-EVALUATE.

       0019-VALIDAR-LOTE-CTL.
           EVALUATE TRUE
               WHEN SW-LOTE-ABIERTO EQUAL ZERO
                 OR WK-ACH-C2(1:6) NOT EQUAL WK-LOT-NUMERO
                   MOVE "CONTROL DE LOTE FUERA DE LUGAR"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C3(1:6) IS NOT NUMERIC
                 OR WK-ACH-C4(1:10) IS NOT NUMERIC
                 OR WK-ACH-C5(1:15) IS NOT NUMERIC
                   MOVE "CONTROL DE LOTE CON CIFRAS NO NUMERICAS"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C3(1:6) NOT EQUAL WK-LOT-CANT
                 OR WK-ACH-C4(1:10) NOT EQUAL WK-LOT-HASH
                 OR WK-ACH-C5(1:15) NOT EQUAL WK-LOT-TOTAL
                   MOVE "CIFRAS DE CONTROL DEL LOTE NO CUADRAN"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN OTHER
                   MOVE ZERO TO SW-LOTE-ABIERTO
                   ADD 1            TO WK-ARC-LOTES
                   ADD WK-LOT-CANT  TO WK-ARC-CANT
                   ADD WK-LOT-HASH  TO WK-ARC-HASH
                   ADD WK-LOT-TOTAL TO WK-ARC-TOTAL
           END-EVALUATE.

       0022-VALIDAR-ARCHIVO-CTL.
           EVALUATE TRUE
               WHEN SW-HAY-ARCHIVO EQUAL ZERO
                 OR SW-LOTE-ABIERTO EQUAL 1
                   MOVE "CONTROL DE ARCHIVO FUERA DE LUGAR"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C2(1:6) IS NOT NUMERIC
                 OR WK-ACH-C3(1:8) IS NOT NUMERIC
                 OR WK-ACH-C4(1:10) IS NOT NUMERIC
                 OR WK-ACH-C5(1:15) IS NOT NUMERIC
                   MOVE "CONTROL DE ARCHIVO CON CIFRAS NO NUMERICAS"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN WK-ACH-C2(1:6) NOT EQUAL WK-ARC-LOTES
                 OR WK-ACH-C3(1:8) NOT EQUAL WK-ARC-CANT
                 OR WK-ACH-C4(1:10) NOT EQUAL WK-ARC-HASH
                 OR WK-ACH-C5(1:15) NOT EQUAL WK-ARC-TOTAL
                   MOVE "CIFRAS DE CONTROL DEL ARCHIVO NO CUADRAN"
                       TO WK-VAL-MOTIVO
                   PERFORM 0014-RECHAZAR-ARCHIVO
               WHEN OTHER
                   MOVE 1 TO SW-HAY-CONTROL
           END-EVALUATE.

       0014-RECHAZAR-ARCHIVO.
           MOVE ZERO TO SW-ARCH-VALIDO
           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
           DISPLAY "ARCHIVO ACH RECHAZADO: " WK-VAL-MOTIVO
           DISPLAY "LINEA: " WK-VAL-LEIDAS
           INITIALIZE WK-MSN-LOG
           STRING "ARCHIVO ACH RECHAZADO, LINEA "
                  WK-VAL-LEIDAS ": " WK-VAL-MOTIVO
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

      *----CUENTAS queda abierta por 0008-CREAR-LOCK.
       0015-ABRIR-ARCHIVOS.
           OPEN I-O ARCHIVO-ACHENVIOS
           OPEN INPUT ARCHIVO-ACHREC
           OPEN OUTPUT ARCHIVO-ACHDEV
           MOVE WK-FECHA-HOY        TO ARC-FECHA
           MOVE WK-COD-ENTIDAD      TO ARC-ORIGEN
           MOVE WK-COD-OPERADOR-ACH TO ARC-DESTINO
           WRITE REG-ACHDEV FROM WK-LINEA-ARCHIVO END-WRITE
           MOVE 1              TO LOT-NUMERO
           MOVE WK-FECHA-HOY   TO LOT-FECHA
           MOVE WK-COD-ENTIDAD TO LOT-ENTIDAD
           MOVE "DEVOLUCION"   TO LOT-DESCRIPCION
           WRITE REG-ACHDEV FROM WK-LINEA-LOTE END-WRITE.

       0016-CERRAR-ARCHIVOS.
           MOVE 1                TO CLT-NUMERO
           MOVE WK-CNT-DEVUELTAS TO CLT-CANTIDAD
           MOVE WK-HASH-DEV      TO CLT-HASH
           MOVE WK-TOT-DEVUELTO  TO CLT-TOTAL
           WRITE REG-ACHDEV FROM WK-LINEA-CTL-LOTE END-WRITE
           MOVE 1                TO CAR-LOTES
           MOVE WK-CNT-DEVUELTAS TO CAR-CANTIDAD
           MOVE WK-HASH-DEV      TO CAR-HASH
           MOVE WK-TOT-DEVUELTO  TO CAR-TOTAL
           WRITE REG-ACHDEV FROM WK-LINEA-CTL-ARCHIVO END-WRITE
           CLOSE ARCHIVO-ACHREC ARCHIVO-ACHDEV ARCHIVO-ACHENVIOS.

       0020-PROCESAR-ARCHIVO.
           MOVE ZERO TO SW-FIN-REC
           PERFORM 0021-LEER-ENTRADA UNTIL SW-FIN-REC EQUAL 1.

       0021-LEER-ENTRADA.
           READ ARCHIVO-ACHREC AT END
               MOVE 1 TO SW-FIN-REC
           NOT AT END
               PERFORM 0012-SEPARAR-CAMPOS
               EVALUATE WK-ACH-C1
                   WHEN "6"
                       MOVE WK-ACH-C2(1:14) TO WK-TRAZA
                       MOVE WK-ACH-C4(1:17) TO WK-CTA-ACH
                       MOVE WK-ACH-C7(1:12) TO WK-VLR-ENTRADA
                       MOVE WK-ACH-C8(1:4)  TO WK-BANCO-ORIG
                       ADD 1 TO WK-CNT-RECIBIDAS
                       PERFORM 0030-PROCESAR-CREDITO
                   WHEN "7"
                       MOVE WK-ACH-C2(1:14) TO WK-TRAZA
                       MOVE WK-ACH-C6(1:12) TO WK-VLR-ENTRADA
                       ADD 1 TO WK-CNT-DEV-RECIB
                       PERFORM 0040-PROCESAR-DEVOLUCION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----------------------------------------------------------------*
      *    Una entrada de credito se abona solo si la cuenta existe    *
      *    (6 caracteres), no esta cerrada ni inactiva y no es un      *
      *    CDT. En otro caso se devuelve al banco originador con la    *
      *    primera causal que aplique.                                 *
      *----------------------------------------------------------------*
       0030-PROCESAR-CREDITO.
           MOVE SPACES TO WK-CAUSAL
           MOVE ZERO TO WK-CNT-ESP
           INSPECT WK-CTA-ACH(1:6) TALLYING WK-CNT-ESP FOR ALL SPACE
           IF WK-CNT-ESP > ZERO
              OR WK-CTA-ACH(7:) NOT EQUAL SPACES
               MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
           ELSE
               PERFORM 0031-VALIDAR-CUENTA
           END-IF

           IF WK-CAUSAL EQUAL SPACES
               PERFORM 0035-ABONAR-CUENTA
           END-IF
           IF WK-CAUSAL NOT EQUAL SPACES
               PERFORM 0050-DEVOLVER-ENTRADA
           END-IF.

      *----Una cuenta inactiva (inmovilizada) no recibe abonos del
      *    exterior por ACH: se devuelven para que el originador
      *    confirme con el cliente.
       0031-VALIDAR-CUENTA.
           MOVE WK-CTA-ACH(1:6) TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN ESTADO-CUENTA EQUAL "C"
                       MOVE WK-CAU-CERRADA TO WK-CAUSAL
                   WHEN ESTADO-CUENTA EQUAL "I"
                       MOVE WK-CAU-INACTIVA TO WK-CAUSAL
                   WHEN TIPO-CUENTA EQUAL "T"
                       MOVE WK-CAU-NO-ADMITE TO WK-CAUSAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-READ.

      *----El registro leido en 0031 sigue en memoria. El movimiento
      *    "U" lleva en MOV-CTA-REF el banco originador.
       0035-ABONAR-CUENTA.
           COMPUTE VLR-SALDO = VLR-SALDO + WK-VLR-ENTRADA
           MOVE "U" TO TP-OPERACION
           REWRITE REG-CUENTAS INVALID KEY
               MOVE WK-CAU-NO-EXISTE TO WK-CAUSAL
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL ABONAR LA ACH " WK-TRAZA
                      " A LA CUENTA " LV0-CTA
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           NOT INVALID KEY
               MOVE WK-BANCO-ORIG  TO WK-CTA-REF
               MOVE WK-VLR-ENTRADA TO WK-MONTO-TEM
               PERFORM 095-GRABAR-MOVIMIENTO
               ADD 1              TO WK-CNT-ABONADAS
               ADD WK-VLR-ENTRADA TO WK-TOT-ABONADO
           END-REWRITE.

      *----Escribe la devolucion dirigida al banco originador con la
      *    traza de su entrada y la causal.
       0050-DEVOLVER-ENTRADA.
           MOVE WK-TRAZA       TO DEV-TRAZA
           MOVE WK-BANCO-ORIG  TO DEV-BANCO
           MOVE WK-CTA-ACH     TO DEV-CUENTA
           MOVE WK-CAUSAL      TO DEV-CAUSAL
           MOVE WK-VLR-ENTRADA TO DEV-VALOR
           WRITE REG-ACHDEV FROM WK-LINEA-DEVOLUCION END-WRITE

           ADD 1              TO WK-CNT-DEVUELTAS
           ADD WK-VLR-ENTRADA TO WK-TOT-DEVUELTO
           MOVE WK-BANCO-ORIG TO WK-BANCO-NUM
           ADD WK-BANCO-NUM   TO WK-HASH-DEV
           EVALUATE WK-CAUSAL
               WHEN WK-CAU-CERRADA   ADD 1 TO WK-CNT-R02
               WHEN WK-CAU-NO-EXISTE ADD 1 TO WK-CNT-R03
               WHEN WK-CAU-INACTIVA  ADD 1 TO WK-CNT-R16
               WHEN WK-CAU-NO-ADMITE ADD 1 TO WK-CNT-R20
           END-EVALUATE

           INITIALIZE WK-MSN-LOG
           STRING "ACH DEVUELTA " WK-TRAZA " CUENTA " WK-CTA-ACH
                  " CAUSAL " WK-CAUSAL
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

      *----------------------------------------------------------------*
      *    Devolucion de una transferencia que enviamos: la traza es   *
      *    la llave de ACHENVIOS. Debe estar enviada (no pendiente ni  *
      *    ya devuelta) y por el mismo valor; se abona al originador   *
      *    con el movimiento "V" y se marca devuelta. El GMF cobrado   *
      *    en el envio no se reintegra. Lo que no se puede aplicar     *
      *    queda en el log para tramite manual.                        *
      *----------------------------------------------------------------*
       0040-PROCESAR-DEVOLUCION.
           MOVE WK-TRAZA(1:8)  TO ACE-FECHA
           MOVE WK-TRAZA(9:6)  TO ACE-SEQ
           READ ARCHIVO-ACHENVIOS KEY IS ACE-LLAVE INVALID KEY
               MOVE "NO CORRESPONDE A UNA ACH ENVIADA"
                   TO WK-EXC-MOTIVO
               PERFORM 0045-REGISTRAR-EXCEPCION
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN ACE-ESTADO NOT EQUAL "E"
                       MOVE "LA ACH NO ESTA EN ESTADO ENVIADA"
                           TO WK-EXC-MOTIVO
                       PERFORM 0045-REGISTRAR-EXCEPCION
                   WHEN ACE-MONTO NOT EQUAL WK-VLR-ENTRADA
                       MOVE "VALOR DIFERENTE AL DE LA ACH ENVIADA"
                           TO WK-EXC-MOTIVO
                       PERFORM 0045-REGISTRAR-EXCEPCION
                   WHEN OTHER
                       PERFORM 0041-ABONAR-ORIGINADOR
               END-EVALUATE
           END-READ.

      *----Una cuenta inactiva si recibe la devolucion de su propia
      *    transferencia; una cerrada no, y se tramita a mano.
       0041-ABONAR-ORIGINADOR.
           MOVE ACE-CTA-ORIGEN TO LV0-CTA
           READ CUENTAS KEY IS LV0-CTA INVALID KEY
               MOVE "CUENTA ORIGINADORA NO EXISTE" TO WK-EXC-MOTIVO
               PERFORM 0045-REGISTRAR-EXCEPCION
           NOT INVALID KEY
               IF ESTADO-CUENTA EQUAL "C"
                   MOVE "CUENTA ORIGINADORA CERRADA" TO WK-EXC-MOTIVO
                   PERFORM 0045-REGISTRAR-EXCEPCION
               ELSE
                   COMPUTE VLR-SALDO = VLR-SALDO + ACE-MONTO
                   MOVE "V" TO TP-OPERACION
                   REWRITE REG-CUENTAS INVALID KEY
                       MOVE "ERROR AL ABONAR AL ORIGINADOR"
                           TO WK-EXC-MOTIVO
                       PERFORM 0045-REGISTRAR-EXCEPCION
                   NOT INVALID KEY
                       MOVE ACE-SEQ   TO WK-CTA-REF
                       MOVE ACE-MONTO TO WK-MONTO-TEM
                       PERFORM 095-GRABAR-MOVIMIENTO
                       ADD 1         TO WK-CNT-DEV-APLIC
                       ADD ACE-MONTO TO WK-TOT-DEV-APLIC
                       PERFORM 0042-MARCAR-DEVUELTA
                   END-REWRITE
               END-IF
           END-READ.

       0042-MARCAR-DEVUELTA.
           MOVE "D"            TO ACE-ESTADO
           MOVE WK-FECHA-HOY   TO ACE-FECHA-DEV
           MOVE WK-ACH-C5(1:3) TO ACE-CAUSAL-DEV
           REWRITE REG-ACHENVIOS INVALID KEY
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL MARCAR DEVUELTA LA ACH " WK-TRAZA
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           END-REWRITE.

       0045-REGISTRAR-EXCEPCION.
           ADD 1 TO WK-CNT-EXCEPCION
           DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
           DISPLAY "DEVOLUCION ACH NO APLICADA " WK-TRAZA
           DISPLAY WK-EXC-MOTIVO
           INITIALIZE WK-MSN-LOG
           STRING "DEVOLUCION ACH NO APLICADA " WK-TRAZA ": "
                  WK-EXC-MOTIVO
                  DELIMITED BY SIZE INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

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
           MOVE "RecibirACH"      TO MOV-PROGRAMA
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
           DISPLAY "       RESUMEN RECEPCION ACH                       "
           DISPLAY "==================================================="

           MOVE WK-CNT-RECIBIDAS   TO WK-CNT-EDIT
           DISPLAY "Entradas de credito recibidas : " WK-CNT-EDIT
           MOVE WK-CNT-ABONADAS    TO WK-CNT-EDIT
           DISPLAY "Entradas abonadas             : " WK-CNT-EDIT
           MOVE WK-TOT-ABONADO     TO WK-TOT-EDIT
           DISPLAY "Valor abonado                 : " WK-TOT-EDIT
           MOVE WK-CNT-DEVUELTAS   TO WK-CNT-EDIT
           DISPLAY "Entradas devueltas            : " WK-CNT-EDIT
           MOVE WK-TOT-DEVUELTO    TO WK-TOT-EDIT
           DISPLAY "Valor devuelto                : " WK-TOT-EDIT
           MOVE WK-CNT-R02         TO WK-CNT-EDIT
           DISPLAY "  R02 Cuenta cerrada          : " WK-CNT-EDIT
           MOVE WK-CNT-R03         TO WK-CNT-EDIT
           DISPLAY "  R03 Cuenta inexistente      : " WK-CNT-EDIT
           MOVE WK-CNT-R16         TO WK-CNT-EDIT
           DISPLAY "  R16 Cuenta inactiva         : " WK-CNT-EDIT
           MOVE WK-CNT-R20         TO WK-CNT-EDIT
           DISPLAY "  R20 Cuenta no admite ACH    : " WK-CNT-EDIT
           MOVE WK-CNT-DEV-RECIB   TO WK-CNT-EDIT
           DISPLAY "Devoluciones recibidas        : " WK-CNT-EDIT
           MOVE WK-CNT-DEV-APLIC   TO WK-CNT-EDIT
           DISPLAY "Devoluciones aplicadas        : " WK-CNT-EDIT
           MOVE WK-TOT-DEV-APLIC   TO WK-TOT-EDIT
           DISPLAY "Valor reintegrado             : " WK-TOT-EDIT
           MOVE WK-CNT-EXCEPCION   TO WK-CNT-EDIT
           DISPLAY "Devoluciones no aplicadas     : " WK-CNT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
           STRING "RESUMEN: Recibidas="          DELIMITED BY SIZE
               WK-CNT-RECIBIDAS              DELIMITED BY SIZE
               " Abonadas="                  DELIMITED BY SIZE
               WK-CNT-ABONADAS               DELIMITED BY SIZE
               " ValorAbonado="              DELIMITED BY SIZE
               WK-TOT-ABONADO                DELIMITED BY SIZE
               " Devueltas="                 DELIMITED BY SIZE
               WK-CNT-DEVUELTAS              DELIMITED BY SIZE
               " ValorDevuelto="             DELIMITED BY SIZE
               WK-TOT-DEVUELTO               DELIMITED BY SIZE
               " DevAplicadas="              DELIMITED BY SIZE
               WK-CNT-DEV-APLIC              DELIMITED BY SIZE
               " DevNoAplicadas="            DELIMITED BY SIZE
               WK-CNT-EXCEPCION              DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM RecibirACH.
