      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Programa de mantenimiento del maestro de chequeras
      *          CHEQUERAS (indexado por cuenta + serie). Registra la
      *          entrega de una chequera a una cuenta corriente
      *          activa (serie, primer y ultimo numero de cheque y
      *          fecha de entrega) y consulta las chequeras de una
      *          cuenta junto con sus cheques con novedad (pagados en
      *          canje por CanjeCheques o con orden de no pago dada
      *          en caja por ConsultarCuenta). Un cheque que no cae
      *          en el rango de alguna chequera de la cuenta se
      *          devuelve en el canje como no emitido.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenerChequeras.
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
      *    ESTADO-CUENTA  : A -> Activa   C -> Cerrada                 *
      *                     I -> Inactiva (sin actividad del cliente)  *
      *    NOMBRE-TITULAR : Nombre del titular de la cuenta             *
      *    TIPO-CUENTA    : S -> Ahorros  C -> Corriente             *
      *                     T -> CDT (deposito a termino)            *
      *    TASA-INTERES   : Tasa de interes anual (ahorros y CDT)      *
      *    FECHA-APERTURA : Fecha de apertura AAAAMMDD                  *
      *    CUPO-SOBREGIRO : Cupo de sobregiro (solo corriente)         *
      *    DOCUMENTO-TITULAR: Documento del cliente titular (CLIENTES)  *
      *    EXENTO-GMF     : S -> Cuenta exenta del gravamen GMF        *
      *    PLAZO-DIAS     : Plazo pactado en dias (solo CDT)           *
      *    FECHA-VCTO-CDT : Fecha de vencimiento AAAAMMDD (solo CDT)   *
      *    RENOVACION-CDT : R -> Renovar  P -> Pagar al vencimiento    *
      *    CTA-ABONO-CDT  : Cuenta vista que recibe el pago del CDT    *
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
           02 ST-CHQ       PIC XX.
           02 ST-CHE       PIC XX.
           02 ST-OPE       PIC XX.
           02 ST-LOCK      PIC XX.
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

      *----Control de operadores: el codigo firmado queda en la
      *    chequera como operador que registro la entrega.
           02 WK-OPERADOR  PIC X(04) VALUE SPACES.
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.

           02 WK-NRO-CTA      PIC X(06).
           02 WK-SERIE        PIC X(04).
           02 WK-NUM-INICIAL  PIC 9(06).
           02 WK-NUM-FINAL    PIC 9(06).
           02 SW-CTA-OK       PIC 9 VALUE ZERO.
           02 SW-RANGO-OK     PIC 9 VALUE ZERO.
           02 SW-CHE-ABIERTO  PIC 9 VALUE ZERO.
           02 SW-FIN-LISTA    PIC 9 VALUE ZERO.
           02 WK-CNT-LISTADOS PIC 9(03) VALUE ZERO.
           02 WK-VLR          PIC $ZZZ,ZZZ,ZZZ,ZZZ.99-.
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).

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

       ERROR-CHEQUERAS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-CHEQUERAS.

       ERROR-CHEQUERAS-LOGIC.
       IF  ST-CHQ = "35"
           OPEN OUTPUT ARCHIVO-CHEQUERAS
           CLOSE ARCHIVO-CHEQUERAS
           OPEN I-O ARCHIVO-CHEQUERAS
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
               OPEN INPUT CUENTAS
               OPEN I-O ARCHIVO-CHEQUERAS
               OPEN I-O ARCHIVO-AUDITORIA
               MOVE ZERO TO SW-CHE-ABIERTO
               OPEN INPUT ARCHIVO-CHEQUES
               IF ST-CHE EQUAL "00"
                   MOVE 1 TO SW-CHE-ABIERTO
               END-IF

               PERFORM 0010-TOMAR-OPC

               CLOSE CUENTAS ARCHIVO-CHEQUERAS ARCHIVO-AUDITORIA
               IF SW-CHE-ABIERTO EQUAL 1
                   CLOSE ARCHIVO-CHEQUES
               END-IF
               PERFORM 0006-LIBERAR-LOCK
           END-IF

           DISPLAY "==================================================="
           DISPLAY "     FIN DEL MANTENIMIENTO DE CHEQUERAS            "
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
       0008-CREAR-LOCK.
           MOVE 1 TO WK-LOCK-OK
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME
           OPEN OUTPUT ARCHIVO-LOCK
           MOVE "MantenerChequer" TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK.

       0006-LIBERAR-LOCK.
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

      *----Firma del operador: sin un codigo valido en el archivo de
      *    operadores no se permite ninguna operacion.
       0003-SIGNON.
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DE CHEQUERAS                 "
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
           MOVE "MantenerChequer" TO ING-PROGRAMA
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

       0010-TOMAR-OPC.
           DISPLAY "==================================================="
           DISPLAY "        CHEQUERAS - MENU                           "
           DISPLAY "==================================================="
           DISPLAY "1 - Registrar entrega de chequera"
           DISPLAY "2 - Consultar chequeras de una cuenta"
           DISPLAY "3 - Salir"
           ACCEPT WK-OPC

           EVALUATE WK-OPC
               WHEN 1
                   PERFORM 0020-REGISTRAR-CHEQUERA
               WHEN 2
                   PERFORM 0030-CONSULTAR-CHEQUERAS
               WHEN 3
                   MOVE 1 TO SW
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      *----Solo las cuentas corrientes activas reciben chequera. La
      *    serie no puede repetirse en la cuenta y el rango de
      *    numeros no puede cruzarse con el de otra chequera de la
      *    misma cuenta: el canje identifica el cheque por cuenta y
      *    numero.
       0020-REGISTRAR-CHEQUERA.
           DISPLAY "INGRESE EL NUMERO DE CUENTA CORRIENTE: "
           ACCEPT WK-NRO-CTA
           PERFORM 0060-VALIDAR-CUENTA
           IF SW-CTA-OK EQUAL 1
               DISPLAY "INGRESE LA SERIE DE LA CHEQUERA: "
               ACCEPT WK-SERIE
               DISPLAY "INGRESE EL PRIMER NUMERO DE CHEQUE: "
               ACCEPT WK-NUM-INICIAL
               DISPLAY "INGRESE EL ULTIMO NUMERO DE CHEQUE: "
               ACCEPT WK-NUM-FINAL
               EVALUATE TRUE
                   WHEN WK-SERIE EQUAL SPACES
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "Debe ingresar la serie"
                   WHEN WK-NUM-INICIAL < 1
                     OR WK-NUM-FINAL < WK-NUM-INICIAL
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "Error en el rango de numeros ingresado"
                   WHEN OTHER
                       PERFORM 0023-VERIFICAR-RANGO
                       IF SW-RANGO-OK EQUAL 1
                           PERFORM 0021-GRABAR-CHEQUERA
                       END-IF
               END-EVALUATE
           END-IF.

       0021-GRABAR-CHEQUERA.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD

           INITIALIZE REG-CHEQUERAS
           MOVE WK-NRO-CTA     TO CHQ-CTA
           MOVE WK-SERIE       TO CHQ-SERIE
           MOVE WK-NUM-INICIAL TO CHQ-NUM-INICIAL
           MOVE WK-NUM-FINAL   TO CHQ-NUM-FINAL
           MOVE WK-FECHA-SIS   TO CHQ-FECHA-EMISION
           MOVE WK-OPERADOR    TO CHQ-OPERADOR

           WRITE REG-CHEQUERAS INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO GRABAR LA CHEQUERA " WK-SERIE
                   " DE LA CUENTA " WK-NRO-CTA
           NOT INVALID KEY
               DISPLAY "==========================================="
               DISPLAY "****CHEQUERA REGISTRADA CON EXITO****"
               DISPLAY "Cuenta      : " CHQ-CTA
               DISPLAY "Serie       : " CHQ-SERIE
               DISPLAY "Cheques     : " CHQ-NUM-INICIAL " a "
                   CHQ-NUM-FINAL
               DISPLAY "==========================================="
               MOVE SPACES TO WK-AUD-ANTES
               MOVE "A"    TO WK-AUD-ACCION
               PERFORM 0062-AUDITAR-CHEQUERA
           END-WRITE.

      *----Recorre las chequeras de la cuenta posicionandose directo
      *    con START y leyendo hasta el cambio de cuenta.
       0023-VERIFICAR-RANGO.
           MOVE 1    TO SW-RANGO-OK
           MOVE ZERO TO SW-FIN-LISTA
           INITIALIZE CHQ-LLAVE
           MOVE WK-NRO-CTA TO CHQ-CTA
           MOVE LOW-VALUES TO CHQ-SERIE
           START ARCHIVO-CHEQUERAS KEY IS GREATER THAN CHQ-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-LISTA
           END-START
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF

           PERFORM 0024-COMPARAR-CHEQUERA UNTIL SW-FIN-LISTA EQUAL 1.

       0024-COMPARAR-CHEQUERA.
           READ ARCHIVO-CHEQUERAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-LISTA
           NOT AT END
               IF CHQ-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-LISTA
               ELSE
                   IF CHQ-SERIE EQUAL WK-SERIE
                       MOVE ZERO TO SW-RANGO-OK
                       MOVE 1    TO SW-FIN-LISTA
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La serie " WK-SERIE
                           " ya esta registrada en la cuenta"
                   END-IF
                   IF SW-RANGO-OK EQUAL 1
                      AND WK-NUM-INICIAL NOT GREATER THAN CHQ-NUM-FINAL
                      AND WK-NUM-FINAL NOT LESS THAN CHQ-NUM-INICIAL
                       MOVE ZERO TO SW-RANGO-OK
                       MOVE 1    TO SW-FIN-LISTA
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "El rango se cruza con la chequera "
                           CHQ-SERIE " (" CHQ-NUM-INICIAL " a "
                           CHQ-NUM-FINAL ")"
                   END-IF
               END-IF
           END-READ
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF.

      *----Lista las chequeras de la cuenta y despues sus cheques con
      *    novedad, ambos con START directo sobre la cuenta.
       0030-CONSULTAR-CHEQUERAS.
           DISPLAY "INGRESE LA CUENTA A CONSULTAR: "
           ACCEPT WK-NRO-CTA

           MOVE ZERO TO SW-FIN-LISTA WK-CNT-LISTADOS
           INITIALIZE CHQ-LLAVE
           MOVE WK-NRO-CTA TO CHQ-CTA
           MOVE LOW-VALUES TO CHQ-SERIE
           START ARCHIVO-CHEQUERAS KEY IS GREATER THAN CHQ-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-LISTA
           END-START
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF

           PERFORM 0031-LISTAR-CHEQUERA UNTIL SW-FIN-LISTA EQUAL 1

           IF WK-CNT-LISTADOS EQUAL ZERO
               DISPLAY "La cuenta " WK-NRO-CTA " no tiene chequeras"
           ELSE
               PERFORM 0035-CONSULTAR-NOVEDADES
           END-IF.

       0031-LISTAR-CHEQUERA.
           READ ARCHIVO-CHEQUERAS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-LISTA
           NOT AT END
               IF CHQ-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-LISTA
               ELSE
                   ADD 1 TO WK-CNT-LISTADOS
                   DISPLAY "==========================================="
                   DISPLAY "Serie       : " CHQ-SERIE
                   DISPLAY "Cheques     : " CHQ-NUM-INICIAL " a "
                       CHQ-NUM-FINAL
                   DISPLAY "Entregada   : " CHQ-FECHA-EMISION
                   DISPLAY "Operador    : " CHQ-OPERADOR
               END-IF
           END-READ
           IF ST-CHQ NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF.

       0035-CONSULTAR-NOVEDADES.
           MOVE ZERO TO WK-CNT-LISTADOS
           MOVE 1    TO SW-FIN-LISTA
           IF SW-CHE-ABIERTO EQUAL 1
               MOVE ZERO TO SW-FIN-LISTA
               INITIALIZE CHE-LLAVE
               MOVE WK-NRO-CTA TO CHE-CTA
               MOVE ZERO       TO CHE-NUMERO
               START ARCHIVO-CHEQUES KEY IS NOT LESS THAN CHE-LLAVE
                   INVALID KEY MOVE 1 TO SW-FIN-LISTA
               END-START
               IF ST-CHE NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-LISTA
               END-IF
           END-IF

           DISPLAY "==========================================="
           DISPLAY "CHEQUES CON NOVEDAD"
           PERFORM 0036-LISTAR-NOVEDAD UNTIL SW-FIN-LISTA EQUAL 1

           IF WK-CNT-LISTADOS EQUAL ZERO
               DISPLAY "Ningun cheque pagado ni con orden de no pago"
           END-IF.

       0036-LISTAR-NOVEDAD.
           READ ARCHIVO-CHEQUES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-LISTA
           NOT AT END
               IF CHE-CTA NOT EQUAL WK-NRO-CTA
                   MOVE 1 TO SW-FIN-LISTA
               ELSE
                   ADD 1 TO WK-CNT-LISTADOS
                   IF CHE-ESTADO EQUAL "P"
                       MOVE CHE-MONTO TO WK-VLR
                       DISPLAY "Cheque " CHE-NUMERO " PAGADO EL "
                           CHE-FECHA " " WK-VLR
                   ELSE
                       DISPLAY "Cheque " CHE-NUMERO
                           " ORDEN DE NO PAGO DEL " CHE-FECHA
                       DISPLAY "       Motivo: " CHE-MOTIVO
                   END-IF
               END-IF
           END-READ
           IF ST-CHE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF.

       0060-VALIDAR-CUENTA.
           MOVE ZERO TO SW-CTA-OK
           MOVE WK-NRO-CTA TO LV0-CTA
           READ CUENTAS WITH NO LOCK KEY IS LV0-CTA INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "La cuenta " WK-NRO-CTA " no existe"
           NOT INVALID KEY
               EVALUATE TRUE
                   WHEN TIPO-CUENTA NOT EQUAL "C"
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " WK-NRO-CTA
                           " no es corriente"
                   WHEN ESTADO-CUENTA NOT EQUAL "A"
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "La cuenta " WK-NRO-CTA
                           " no esta activa"
                   WHEN OTHER
                       MOVE 1 TO SW-CTA-OK
               END-EVALUATE
           END-READ.

      *----Deja en AUDITORIA la imagen de la chequera recien grabada;
      *    WK-AUD-ANTES y WK-AUD-ACCION los fija quien la modifica.
       0062-AUDITAR-CHEQUERA.
           MOVE "CHEQUERAS"   TO WK-AUD-ARCHIVO
           MOVE CHQ-LLAVE     TO WK-AUD-CLAVE
           MOVE CHQ-CTA       TO WK-AUD-CUENTA
           MOVE REG-CHEQUERAS TO WK-AUD-DESPUES
           PERFORM 092-GRABAR-AUDITORIA.

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
           MOVE "MantenerChequer" TO AUD-PROGRAMA
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

       END PROGRAM MantenerChequeras.
