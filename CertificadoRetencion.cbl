      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch anual que expide el certificado
      *          tributario de cada cliente para un año gravable
      *          AAAA. Recorre CLIENTES por documento y, para cada
      *          cuenta de CUENTAS cuyo DOCUMENTO-TITULAR es el del
      *          cliente, lee sus movimientos hasta el 31 de
      *          diciembre del año: saldo al 31 de diciembre (saldo
      *          del ultimo movimiento a esa fecha), interes abonado
      *          "I", retencion en la fuente practicada "N" y GMF
      *          cobrado "G" en el año. Escribe un unico archivo de
      *          impresion CERTRTE_<AAAA>.TXT con un certificado por
      *          documento (separados con salto de pagina) y el
      *          archivo EXOGENA_<AAAA>.TXT de informacion exogena
      *          para la DIAN: cabecera "1" con el NIT del banco,
      *          un detalle "2" por cuenta certificada y control "9"
      *          con cantidades y totales.
      *          Se corre en enero, una vez cerrado el año gravable;
      *          debe correrse antes de depurar movimientos de ese
      *          año (DepurarMovimientos), porque el saldo de corte
      *          "S" conserva el saldo pero no el detalle de interes,
      *          retencion y GMF de lo depurado. Las cuentas con un
      *          corte dentro del año se cuentan en el resumen.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificadoRetencion.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----Select para el maestro de clientes. Indexado por
      *    documento; su recorrido secuencial da el orden de los
      *    certificados.
           SELECT CLIENTES
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\CLIENTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CLI-DOCUMENTO
               FILE STATUS  IS ST-CLI.

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

      *----Select para el archivo de certificados. Ruta dinamica,
      *    ver WK-RUTA-CERTIFICADO; variable de ambiente "CERTRTE".
           SELECT ARCHIVO-CERTIFICADO
               ASSIGN TO WK-RUTA-CERTIFICADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-CER.

      *----Select para el archivo de informacion exogena. Ruta
      *    dinamica, ver WK-RUTA-EXOGENA; variable de ambiente
      *    "EXOGENA".
           SELECT ARCHIVO-EXOGENA
               ASSIGN TO WK-RUTA-EXOGENA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-EXO.

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
               03 FILLER          PIC X(20).
      *----------------------------------------------------------------*
      *    LV0-CTA        : LLAVE UNICA. Numero de cuenta              *
      *    VLR-SALDO      : Saldo de la cuenta                         *
      *    ESTADO-CUENTA  : A -> Activa   C -> Cerrada                 *
      *    NOMBRE-TITULAR : Nombre del titular de la cuenta            *
      *    TIPO-CUENTA    : S -> Ahorros  C -> Corriente               *
      *    TASA-INTERES   : Tasa de interes anual (solo ahorros)       *
      *    FECHA-APERTURA : Fecha de apertura AAAAMMDD                 *
      *    CUPO-SOBREGIRO : Cupo de sobregiro (solo corriente)         *
      *    DOCUMENTO-TITULAR: Documento del cliente titular (CLIENTES) *
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
      *    MOV-CTA-REF   : Cuenta contraparte en transferencias        *
      *    MOV-OPERADOR  : Operador que realizo la operacion           *
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

       FD  ARCHIVO-CERTIFICADO.
       01  REG-CERTIFICADO PIC X(100).

       FD  ARCHIVO-EXOGENA.
       01  REG-EXOGENA PIC X(150).

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
           02 ST-CLI       PIC XX.
           02 ST-CTA       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-ANU       PIC XX.
           02 ST-CER       PIC XX.
           02 ST-EXO       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-CLI   PIC 9 VALUE ZERO.
           02 SW-FIN-CTA   PIC 9 VALUE ZERO.
           02 SW-FIN-MOV   PIC 9 VALUE ZERO.
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
           02 WK-ANO       PIC X(04).
           02 WK-ANO-NUM   PIC 9(04).
           02 WK-FECHA-INI PIC 9(08).
           02 WK-FECHA-FIN PIC 9(08).

      *----Entidad informante en el archivo de exogena
           02 WK-NIT-ENTIDAD PIC X(09) VALUE "860002964".
           02 WK-DV-ENTIDAD  PIC X     VALUE "4".

      *----Acumulados de la cuenta en proceso: SW-HAY-MOV indica que
      *    la cuenta tiene movimientos hasta el 31 de diciembre y
      *    SW-MOV-ANO que alguno cae dentro del año gravable.
           02 WK-CTA-PROC     PIC X(06).
           02 SW-HAY-MOV      PIC 9 VALUE ZERO.
           02 SW-MOV-ANO      PIC 9 VALUE ZERO.
           02 SW-CORTE-ANO    PIC 9 VALUE ZERO.
           02 WK-CTA-SALDO    PIC S9(12).
           02 WK-CTA-INTERES  PIC 9(14).
           02 WK-CTA-RETENCION PIC 9(14).
           02 WK-CTA-GMF      PIC 9(14).

      *----El GMF devuelto con la anulacion de un retiro o de una
      *    transferencia ("Y" cuyo registro en ANULACIONES tiene
      *    ANU-OPER-ORIG "G") no se certifica como cobrado.
           02 SW-ANU-ABIERTO  PIC 9 VALUE ZERO.

      *----Totales del certificado del cliente en proceso
           02 WK-CNT-CTAS-CLI PIC 9(04) VALUE ZERO.
           02 WK-CLI-SALDO    PIC S9(14).
           02 WK-CLI-INTERES  PIC 9(14).
           02 WK-CLI-RETENCION PIC 9(14).
           02 WK-CLI-GMF      PIC 9(14).

           02 WK-FECHA-SIS PIC 9(08).
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-MSN-LOG   PIC X(200).
           02 WK-BASE-DIR  PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-CERTIFICADO PIC X(80).
           02 WK-RUTA-EXOGENA     PIC X(80).

      *----Tabla de cuentas con titular, cargada de CUENTAS en la
      *    primera pasada: CUENTAS no tiene llave por documento y
      *    la tabla evita releer el maestro por cada cliente.
       01  WK-TABLA-CUENTAS.
           02 WK-TAB-CTA OCCURS 5000.
               03 TC-DOC      PIC X(12).
               03 TC-CTA      PIC X(06).
               03 TC-TIPO     PIC X.
       01  WK-CNT-TAB        PIC 9(04) COMP VALUE ZERO.
       01  WK-NDX-TAB        PIC 9(04) COMP.
       01  SW-TAB-CTA-LLENA  PIC 9 VALUE ZERO.

       01  WK-RESUMEN.
           02 WK-CNT-CLIENTES   PIC 9(06) VALUE ZERO.
           02 WK-CNT-CERTIFICADOS PIC 9(06) VALUE ZERO.
           02 WK-CNT-CUENTAS    PIC 9(06) VALUE ZERO.
           02 WK-CNT-SIN-DOC    PIC 9(06) VALUE ZERO.
           02 WK-CNT-DEPURADAS  PIC 9(06) VALUE ZERO.
           02 WK-TOT-INTERES    PIC 9(15) VALUE ZERO.
           02 WK-TOT-RETENCION  PIC 9(15) VALUE ZERO.
           02 WK-TOT-GMF        PIC 9(15) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

      *----Lineas del certificado impreso
       01  WK-SALTO-PAGINA    PIC X VALUE X"0C".

       01  WK-LINEA-SEPARA    PIC X(83) VALUE ALL "=".

       01  WK-LINEA-GUIONES   PIC X(83) VALUE ALL "-".

       01  WK-LINEA-TITULO.
           02 FILLER PIC X(22) VALUE SPACES.
           02 FILLER PIC X(40) VALUE
               "BANCO BOGOTA - CERTIFICADO TRIBUTARIO".

       01  WK-LINEA-SUBTITULO.
           02 FILLER PIC X(18) VALUE SPACES.
           02 FILLER PIC X(48) VALUE
               "INTERESES, RETENCION EN LA FUENTE Y GMF 4X1000".

       01  WK-LINEA-DATO.
           02 CER-ETIQUETA    PIC X(20).
           02 FILLER          PIC X(02) VALUE ": ".
           02 CER-VALOR       PIC X(60).

       01  WK-LINEA-ENCABEZADO.
           02 FILLER PIC X(19) VALUE "CUENTA  TIPO".
           02 FILLER PIC X(18) VALUE "  SALDO A 31 DIC".
           02 FILLER PIC X(16) VALUE "INTERES PAGADO".
           02 FILLER PIC X(16) VALUE "     RETENCION".
           02 FILLER PIC X(14) VALUE "    GMF 4X1000".

       01  WK-LINEA-DETALLE.
           02 DET-CTA         PIC X(06).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DET-TIPO        PIC X(09).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DET-SALDO       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DET-INTERES     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DET-RETENCION   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 DET-GMF         PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  WK-LINEA-TOTAL.
           02 FILLER          PIC X(19) VALUE "TOTALES".
           02 TOT-SALDO       PIC ZZZ,ZZZ,ZZZ,ZZ9-.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TOT-INTERES     PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TOT-RETENCION   PIC ZZ,ZZZ,ZZZ,ZZ9.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 TOT-GMF         PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  WK-LINEA-TEXTO     PIC X(83).

      *----Lineas del archivo de informacion exogena
       01  WK-EXO-CABECERA.
           02 FILLER          PIC X(02) VALUE "1|".
           02 EXC-NIT         PIC X(09).
           02 FILLER          PIC X     VALUE "|".
           02 EXC-DV          PIC X.
           02 FILLER          PIC X     VALUE "|".
           02 EXC-ANO         PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 EXC-FECHA       PIC 9(08).

       01  WK-EXO-DETALLE.
           02 FILLER          PIC X(02) VALUE "2|".
           02 EXD-DOCUMENTO   PIC X(12).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-NOMBRE      PIC X(40).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-CTA         PIC X(06).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-TIPO        PIC X.
           02 FILLER          PIC X     VALUE "|".
           02 EXD-SIGNO       PIC X.
           02 EXD-SALDO       PIC 9(14).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-INTERES     PIC 9(14).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-RETENCION   PIC 9(14).
           02 FILLER          PIC X     VALUE "|".
           02 EXD-GMF         PIC 9(14).

       01  WK-EXO-CONTROL.
           02 FILLER          PIC X(02) VALUE "9|".
           02 EXT-CANTIDAD    PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 EXT-DOCUMENTOS  PIC 9(08).
           02 FILLER          PIC X     VALUE "|".
           02 EXT-INTERES     PIC 9(15).
           02 FILLER          PIC X     VALUE "|".
           02 EXT-RETENCION   PIC 9(15).
           02 FILLER          PIC X     VALUE "|".
           02 EXT-GMF         PIC 9(15).

       PROCEDURE DIVISION.

       DECLARATIVES.

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

           MOVE "Inicia certificados tributarios CertificadoRetencion"
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           DISPLAY "INGRESE EL AÑO GRAVABLE A CERTIFICAR (AAAA): "
           ACCEPT WK-ANO

           IF WK-ANO IS NOT NUMERIC
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "AÑO INVALIDO. DEBE SER AAAA"
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0090-FINALIZAR
           END-IF

      *----Solo se certifica un año ya cerrado: el saldo al 31 de
      *    diciembre y los totales del año deben ser definitivos.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           IF WK-ANO NOT LESS THAN WK-FECHA-SIS(1:4)
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL AÑO GRAVABLE " WK-ANO " AUN NO HA TERMINADO"
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0090-FINALIZAR
           END-IF
           MOVE WK-ANO TO WK-ANO-NUM
           COMPUTE WK-FECHA-INI = WK-ANO-NUM * 10000 + 0101
           COMPUTE WK-FECHA-FIN = WK-ANO-NUM * 10000 + 1231

      *----Aunque solo lee, toma el bloqueo para no certificar saldos
      *    a mitad de una actualizacion de otro programa.
           PERFORM 0005-VERIFICAR-LOCK
           IF WK-LOCK-OK EQUAL ZERO
               MOVE 35 TO WK-COD-RETORNO
               MOVE "No se expiden certificados. CUENTAS bloqueada"
                   TO WK-MSN-LOG
               PERFORM 090-ESCRIBIR-LOG
               PERFORM 0090-FINALIZAR
           END-IF

           OPEN INPUT CLIENTES
           IF ST-CLI NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ABRIR CLIENTES. STATUS: " ST-CLI
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 0090-FINALIZAR
           END-IF

           OPEN INPUT CUENTAS
           IF ST-CTA NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ABRIR CUENTAS. STATUS: " ST-CTA
               CLOSE CLIENTES
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 0090-FINALIZAR
           END-IF

           OPEN INPUT ARCHIVO-MOVIMIENTOS
           IF ST-MOV NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS. STATUS: " ST-MOV
               CLOSE CLIENTES CUENTAS
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 0090-FINALIZAR
           END-IF

           INITIALIZE WK-RUTA-CERTIFICADO
           STRING WK-BASE-DIR  DELIMITED BY SPACE
                  "CERTRTE_"   DELIMITED BY SIZE
                  WK-ANO       DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WK-RUTA-CERTIFICADO
           END-STRING
           SET ENVIRONMENT "CERTRTE" TO WK-RUTA-CERTIFICADO
           OPEN OUTPUT ARCHIVO-CERTIFICADO

           INITIALIZE WK-RUTA-EXOGENA
           STRING WK-BASE-DIR  DELIMITED BY SPACE
                  "EXOGENA_"   DELIMITED BY SIZE
                  WK-ANO       DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WK-RUTA-EXOGENA
           END-STRING
           SET ENVIRONMENT "EXOGENA" TO WK-RUTA-EXOGENA
           OPEN OUTPUT ARCHIVO-EXOGENA

           IF ST-CER NOT EQUAL "00" OR ST-EXO NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDIERON CREAR LOS ARCHIVOS DE SALIDA."
               DISPLAY "STATUS: " ST-CER " " ST-EXO
               CLOSE CLIENTES CUENTAS ARCHIVO-MOVIMIENTOS
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 0090-FINALIZAR
           END-IF

      *----Sin registro de anulaciones (ninguna anulacion hecha aun)
      *    el GMF se certifica tal como se cobro.
           OPEN INPUT ARCHIVO-ANULACIONES
           IF ST-ANU EQUAL "00"
               MOVE 1 TO SW-ANU-ABIERTO
           END-IF

      *----Primera pasada: cuentas con titular a la tabla
           MOVE LOW-VALUES TO LV0-CTA
           START CUENTAS KEY IS GREATER THAN LV0-CTA
               INVALID KEY MOVE 1 TO SW-FIN-CTA
           END-START
           IF ST-CTA NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CTA
           END-IF
           PERFORM 0010-CARGAR-CUENTA UNTIL SW-FIN-CTA EQUAL 1

           MOVE WK-NIT-ENTIDAD TO EXC-NIT
           MOVE WK-DV-ENTIDAD  TO EXC-DV
           MOVE WK-ANO         TO EXC-ANO
           MOVE WK-FECHA-SIS   TO EXC-FECHA
           WRITE REG-EXOGENA FROM WK-EXO-CABECERA END-WRITE

      *----Segunda pasada: un certificado por cliente con cuentas
           MOVE LOW-VALUES TO CLI-DOCUMENTO
           START CLIENTES KEY IS GREATER THAN CLI-DOCUMENTO
               INVALID KEY MOVE 1 TO SW-FIN-CLI
           END-START
           IF ST-CLI NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CLI
           END-IF
           PERFORM 0020-LEER-CLIENTE UNTIL SW-FIN-CLI EQUAL 1

           MOVE WK-CNT-CUENTAS      TO EXT-CANTIDAD
           MOVE WK-CNT-CERTIFICADOS TO EXT-DOCUMENTOS
           MOVE WK-TOT-INTERES      TO EXT-INTERES
           MOVE WK-TOT-RETENCION    TO EXT-RETENCION
           MOVE WK-TOT-GMF          TO EXT-GMF
           WRITE REG-EXOGENA FROM WK-EXO-CONTROL END-WRITE

           CLOSE ARCHIVO-CERTIFICADO ARCHIVO-EXOGENA
           CLOSE CLIENTES CUENTAS ARCHIVO-MOVIMIENTOS
           IF SW-ANU-ABIERTO EQUAL 1
               CLOSE ARCHIVO-ANULACIONES
           END-IF
           PERFORM 0006-LIBERAR-LOCK

           PERFORM 099-RESUMEN-CONTROL
           PERFORM 0090-FINALIZAR.

       0090-FINALIZAR.
           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza certificados tributarios CertificadoRetencion"
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           CLOSE ARCHIVO-LOG

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
           MOVE "CertificadoRete" TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK.

       0006-LIBERAR-LOCK.
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Carga en la tabla las cuentas que tienen titular; una
      *    cuenta sin DOCUMENTO-TITULAR no puede certificarse y solo
      *    se cuenta para el resumen.
       0010-CARGAR-CUENTA.
           READ CUENTAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CTA
           NOT AT END
               IF DOCUMENTO-TITULAR EQUAL SPACES
                   ADD 1 TO WK-CNT-SIN-DOC
               ELSE
                   IF WK-CNT-TAB < 5000
                       ADD 1 TO WK-CNT-TAB
                       MOVE DOCUMENTO-TITULAR TO TC-DOC(WK-CNT-TAB)
                       MOVE LV0-CTA           TO TC-CTA(WK-CNT-TAB)
                       MOVE TIPO-CUENTA       TO TC-TIPO(WK-CNT-TAB)
                   ELSE
                       IF SW-TAB-CTA-LLENA EQUAL ZERO
                           MOVE 1 TO SW-TAB-CTA-LLENA
                           MOVE "TABLA DE CUENTAS A CERTIFICAR LLENA"
                               TO WK-MSN-LOG
                           PERFORM 090-ESCRIBIR-LOG
                       END-IF
                   END-IF
               END-IF
           END-READ
           IF ST-CTA NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CTA
           END-IF.

      *----Arma el certificado del cliente leido: recorre la tabla
      *    buscando sus cuentas; el encabezado se escribe con la
      *    primera cuenta certificada, de modo que un cliente sin
      *    cuentas con movimiento en el año no recibe certificado.
       0020-LEER-CLIENTE.
           READ CLIENTES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-CLI
           NOT AT END
               ADD 1 TO WK-CNT-CLIENTES
               MOVE ZERO TO WK-CNT-CTAS-CLI WK-CLI-SALDO
                            WK-CLI-INTERES WK-CLI-RETENCION WK-CLI-GMF
               PERFORM 0030-BUSCAR-CUENTA
                   VARYING WK-NDX-TAB FROM 1 BY 1
                   UNTIL WK-NDX-TAB > WK-CNT-TAB
               IF WK-CNT-CTAS-CLI > ZERO
                   PERFORM 0060-CERRAR-CERTIFICADO
               END-IF
           END-READ
           IF ST-CLI NOT EQUAL "00"
               MOVE 1 TO SW-FIN-CLI
           END-IF.

       0030-BUSCAR-CUENTA.
           IF TC-DOC(WK-NDX-TAB) EQUAL CLI-DOCUMENTO
               PERFORM 0040-ACUMULAR-CUENTA
           END-IF.

      *----Lee los movimientos de la cuenta desde el primero hasta el
      *    31 de diciembre del año (START por cuenta). La cuenta se
      *    certifica si tuvo movimiento en el año o si llega al 31
      *    de diciembre con saldo.
       0040-ACUMULAR-CUENTA.
           MOVE TC-CTA(WK-NDX-TAB) TO WK-CTA-PROC
           MOVE ZERO TO SW-HAY-MOV SW-MOV-ANO SW-CORTE-ANO SW-FIN-MOV
           MOVE ZERO TO WK-CTA-SALDO WK-CTA-INTERES WK-CTA-RETENCION
                        WK-CTA-GMF

           INITIALIZE MOV-LLAVE
           MOVE WK-CTA-PROC TO MOV-CTA
           START ARCHIVO-MOVIMIENTOS KEY IS NOT LESS THAN MOV-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-MOV
           END-START
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-MOV
           END-IF
           PERFORM 0041-LEER-MOVIMIENTO UNTIL SW-FIN-MOV EQUAL 1

           IF SW-HAY-MOV EQUAL 1
              AND (SW-MOV-ANO EQUAL 1 OR WK-CTA-SALDO NOT EQUAL ZERO)
               IF WK-CNT-CTAS-CLI EQUAL ZERO
                   PERFORM 0050-INICIAR-CERTIFICADO
               END-IF
               PERFORM 0055-DETALLE-CUENTA
           END-IF.

       0041-LEER-MOVIMIENTO.
           READ ARCHIVO-MOVIMIENTOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-MOV
           NOT AT END
               IF MOV-CTA NOT EQUAL WK-CTA-PROC
                  OR MOV-FECHA > WK-FECHA-FIN
                   MOVE 1 TO SW-FIN-MOV
               ELSE
                   MOVE 1         TO SW-HAY-MOV
                   MOVE MOV-SALDO TO WK-CTA-SALDO
                   IF MOV-FECHA NOT LESS THAN WK-FECHA-INI
                       MOVE 1 TO SW-MOV-ANO
                       EVALUATE MOV-OPERACION
                           WHEN "I"
                               ADD MOV-MONTO TO WK-CTA-INTERES
                           WHEN "N"
                               ADD MOV-MONTO TO WK-CTA-RETENCION
                           WHEN "G"
                               ADD MOV-MONTO TO WK-CTA-GMF
                           WHEN "Y"
                               PERFORM 0042-DESCONTAR-GMF
                           WHEN "S"
                               MOVE 1 TO SW-CORTE-ANO
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-IF
           END-READ
           IF ST-MOV NOT EQUAL "00"
               MOVE 1 TO SW-FIN-MOV
           END-IF.

      *----Una "Y" que anula un GMF cobrado dentro del año lo resta
      *    del GMF certificado; si el GMF anulado se cobro en un año
      *    anterior ya fue certificado alla y aqui no se toca.
       0042-DESCONTAR-GMF.
           IF SW-ANU-ABIERTO EQUAL 1
               MOVE MOV-LLAVE TO ANU-LLAVE-ANUL
               READ ARCHIVO-ANULACIONES KEY IS ANU-LLAVE-ANUL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ANU-OPER-ORIG EQUAL "G"
                          AND ANU-FECHA-ORIG NOT LESS THAN WK-FECHA-INI
                          AND MOV-MONTO NOT GREATER THAN WK-CTA-GMF
                           SUBTRACT MOV-MONTO FROM WK-CTA-GMF
                       END-IF
               END-READ
           END-IF.

      *----Encabezado del certificado: entidad, año, titular y su
      *    condicion frente a la retencion.
       0050-INICIAR-CERTIFICADO.
           ADD 1 TO WK-CNT-CERTIFICADOS
           IF WK-CNT-CERTIFICADOS > 1
               WRITE REG-CERTIFICADO FROM WK-SALTO-PAGINA END-WRITE
           END-IF
           WRITE REG-CERTIFICADO FROM WK-LINEA-SEPARA END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-TITULO END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-SUBTITULO END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-SEPARA END-WRITE

           MOVE "NIT ENTIDAD"       TO CER-ETIQUETA
           INITIALIZE CER-VALOR
           STRING WK-NIT-ENTIDAD "-" WK-DV-ENTIDAD
                  DELIMITED BY SIZE INTO CER-VALOR
           END-STRING
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE
           MOVE "PERIODO GRAVABLE"  TO CER-ETIQUETA
           INITIALIZE CER-VALOR
           STRING WK-ANO "/01/01 A " WK-ANO "/12/31"
                  DELIMITED BY SIZE INTO CER-VALOR
           END-STRING
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE
           MOVE "FECHA DE EXPEDICION" TO CER-ETIQUETA
           INITIALIZE CER-VALOR
           STRING WK-FECHA-SIS(1:4) "/" WK-FECHA-SIS(5:2) "/"
                  WK-FECHA-SIS(7:2) DELIMITED BY SIZE
                  INTO CER-VALOR
           END-STRING
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE
           MOVE "TITULAR"           TO CER-ETIQUETA
           MOVE CLI-NOMBRE          TO CER-VALOR
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE
           MOVE "DOCUMENTO"         TO CER-ETIQUETA
           MOVE CLI-DOCUMENTO       TO CER-VALOR
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE
           MOVE "RETENCION"         TO CER-ETIQUETA
           IF CLI-EXENTO-RTE EQUAL "S"
               MOVE "CLIENTE EXENTO DE RETENCION EN LA FUENTE"
                   TO CER-VALOR
           ELSE
               MOVE "SUJETO A RETENCION EN LA FUENTE" TO CER-VALOR
           END-IF
           WRITE REG-CERTIFICADO FROM WK-LINEA-DATO END-WRITE

           WRITE REG-CERTIFICADO FROM WK-LINEA-GUIONES END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-ENCABEZADO END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-GUIONES END-WRITE.

      *----Linea de la cuenta en el certificado y su detalle "2" en
      *    el archivo de exogena.
       0055-DETALLE-CUENTA.
           ADD 1 TO WK-CNT-CTAS-CLI WK-CNT-CUENTAS
           IF SW-CORTE-ANO EQUAL 1
               ADD 1 TO WK-CNT-DEPURADAS
           END-IF
           ADD WK-CTA-SALDO     TO WK-CLI-SALDO
           ADD WK-CTA-INTERES   TO WK-CLI-INTERES WK-TOT-INTERES
           ADD WK-CTA-RETENCION TO WK-CLI-RETENCION WK-TOT-RETENCION
           ADD WK-CTA-GMF       TO WK-CLI-GMF WK-TOT-GMF

           MOVE WK-CTA-PROC TO DET-CTA
           EVALUATE TC-TIPO(WK-NDX-TAB)
               WHEN "S"
                   MOVE "AHORROS"   TO DET-TIPO
               WHEN "T"
                   MOVE "CDT"       TO DET-TIPO
               WHEN OTHER
                   MOVE "CORRIENTE" TO DET-TIPO
           END-EVALUATE
           MOVE WK-CTA-SALDO     TO DET-SALDO
           MOVE WK-CTA-INTERES   TO DET-INTERES
           MOVE WK-CTA-RETENCION TO DET-RETENCION
           MOVE WK-CTA-GMF       TO DET-GMF
           WRITE REG-CERTIFICADO FROM WK-LINEA-DETALLE END-WRITE

           MOVE CLI-DOCUMENTO       TO EXD-DOCUMENTO
           MOVE CLI-NOMBRE          TO EXD-NOMBRE
           MOVE WK-CTA-PROC         TO EXD-CTA
           MOVE TC-TIPO(WK-NDX-TAB) TO EXD-TIPO
           IF WK-CTA-SALDO < ZERO
               MOVE "-" TO EXD-SIGNO
           ELSE
               MOVE "+" TO EXD-SIGNO
           END-IF
           MOVE WK-CTA-SALDO     TO EXD-SALDO
           MOVE WK-CTA-INTERES   TO EXD-INTERES
           MOVE WK-CTA-RETENCION TO EXD-RETENCION
           MOVE WK-CTA-GMF       TO EXD-GMF
           WRITE REG-EXOGENA FROM WK-EXO-DETALLE END-WRITE.

       0060-CERRAR-CERTIFICADO.
           WRITE REG-CERTIFICADO FROM WK-LINEA-GUIONES END-WRITE
           MOVE WK-CLI-SALDO     TO TOT-SALDO
           MOVE WK-CLI-INTERES   TO TOT-INTERES
           MOVE WK-CLI-RETENCION TO TOT-RETENCION
           MOVE WK-CLI-GMF       TO TOT-GMF
           WRITE REG-CERTIFICADO FROM WK-LINEA-TOTAL END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-GUIONES END-WRITE
           MOVE "LOS VALORES RETENIDOS FUERON CONSIGNADOS A LA DIAN EN"
               TO WK-LINEA-TEXTO
           WRITE REG-CERTIFICADO FROM WK-LINEA-TEXTO END-WRITE
           MOVE "LOS PLAZOS DE LEY. NO REQUIERE FIRMA AUTOGRAFA."
               TO WK-LINEA-TEXTO
           WRITE REG-CERTIFICADO FROM WK-LINEA-TEXTO END-WRITE
           WRITE REG-CERTIFICADO FROM WK-LINEA-SEPARA END-WRITE.

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
           DISPLAY "      RESUMEN CERTIFICADOS TRIBUTARIOS             "
           DISPLAY "==================================================="

           MOVE WK-CNT-CLIENTES     TO WK-CNT-EDIT
           DISPLAY "Clientes leidos               : " WK-CNT-EDIT
           MOVE WK-CNT-CERTIFICADOS TO WK-CNT-EDIT
           DISPLAY "Certificados expedidos        : " WK-CNT-EDIT
           MOVE WK-CNT-CUENTAS      TO WK-CNT-EDIT
           DISPLAY "Cuentas certificadas          : " WK-CNT-EDIT
           MOVE WK-CNT-SIN-DOC      TO WK-CNT-EDIT
           DISPLAY "Cuentas sin titular asociado  : " WK-CNT-EDIT
           MOVE WK-TOT-INTERES      TO WK-TOT-EDIT
           DISPLAY "Total interes pagado          : " WK-TOT-EDIT
           MOVE WK-TOT-RETENCION    TO WK-TOT-EDIT
           DISPLAY "Total retencion en la fuente  : " WK-TOT-EDIT
           MOVE WK-TOT-GMF          TO WK-TOT-EDIT
           DISPLAY "Total GMF cobrado             : " WK-TOT-EDIT
           DISPLAY "==================================================="
           IF WK-CNT-DEPURADAS > ZERO
               MOVE WK-CNT-DEPURADAS TO WK-CNT-EDIT
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY WK-CNT-EDIT " CUENTAS CON MOVIMIENTOS DEPURADOS"
               DISPLAY "DEL AÑO; SUS TOTALES PUEDEN ESTAR INCOMPLETOS"
           END-IF
           IF SW-TAB-CTA-LLENA EQUAL 1
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "TABLA DE CUENTAS LLENA: HAY CUENTAS SIN"
                       " CERTIFICAR"
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE WK-CNT-CERTIFICADOS TO WK-CNT-EDIT
           STRING "RESUMEN: Certificados=" DELIMITED BY SIZE
               WK-CNT-EDIT DELIMITED BY SIZE
               " Cuentas="                   DELIMITED BY SIZE
               WK-CNT-CUENTAS                DELIMITED BY SIZE
               " TotInteres="                DELIMITED BY SIZE
               WK-TOT-INTERES                DELIMITED BY SIZE
               " TotRetencion="              DELIMITED BY SIZE
               WK-TOT-RETENCION              DELIMITED BY SIZE
               " TotGMF="                    DELIMITED BY SIZE
               WK-TOT-GMF                    DELIMITED BY SIZE
               " Depuradas="                 DELIMITED BY SIZE
               WK-CNT-DEPURADAS              DELIMITED BY SIZE
               " Ano="                       DELIMITED BY SIZE
               WK-ANO                        DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM CertificadoRetencion.
