      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Programa de mantenimiento del calendario de dias no
      *          habiles FESTIVOS (indexado por fecha). Solo lo puede
      *          usar un operador con perfil de supervisor. Carga de
      *          una vez los festivos de un año segun la ley colombiana
      *          (fechas fijas, festivos trasladados al lunes siguiente
      *          y los que dependen del Domingo de Pascua), registra un
      *          dia no habil adicional decretado, anula un festivo y
      *          lista los de un año. Los sabados y domingos no se
      *          graban: los procesos batch los reconocen por calculo.
      *          Cada alta o anulacion queda en AUDITORIA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenerFestivos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *----Select para el calendario de dias no habiles (ver
      *    MantenerFestivos). Indexado por fecha; los sabados y
      *    domingos no se graban, se reconocen por calculo.
           SELECT ARCHIVO-FESTIVOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FES-FECHA
               FILE STATUS  IS ST-FES.

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

       DATA DIVISION.
       FILE SECTION.
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
      *                    EMBARGOS, ORDENES, CHEQUERAS o FESTIVOS     *
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

       WORKING-STORAGE SECTION.
       01  WK-VARIABLES.
           02 SW           PIC 9.
           02 WK-OPC       PIC 9.
           02 ST-FES       PIC XX.
           02 ST-OPE       PIC XX.

      *----Control de operadores: el codigo firmado queda en el
      *    festivo como supervisor que lo registro o anulo.
           02 WK-OPERADOR  PIC X(04) VALUE SPACES.
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.

           02 WK-FECHA-FES    PIC X(08).
           02 WK-ANO-FES      PIC X(04).
           02 WK-DESCRIPCION  PIC X(30).
           02 WK-CONFIRMA     PIC X.
           02 SW-FECHA-OK     PIC 9 VALUE ZERO.
           02 SW-FIN-LISTA    PIC 9 VALUE ZERO.
           02 WK-CNT-LISTADOS PIC 9(03) VALUE ZERO.
           02 WK-CNT-CARGADOS PIC 9(03) VALUE ZERO.
           02 WK-CNT-EXISTEN  PIC 9(03) VALUE ZERO.
           02 WK-ESTADO-DESC  PIC X(07).
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).

      *----Calculo de fechas: WK-CAL-DIAS es el dia juliano de
      *    INTEGER-OF-DATE, que cuenta desde el lunes 1 de enero de
      *    1601; su residuo por 7 da el dia de la semana (1 lunes,
      *    6 sabado, 0 domingo).
       01  WK-CALENDARIO.
           02 WK-CAL-FECHA    PIC 9(08).
           02 WK-CAL-DIAS     PIC 9(08).
           02 WK-CAL-DIA-SEM  PIC 9.
           02 WK-CAL-ANO      PIC 9(04).
           02 WK-DIAS-PASCUA  PIC 9(08).

      *----Domingo de Pascua del año (algoritmo de Gauss para el
      *    calendario gregoriano).
       01  WK-PASCUA.
           02 WK-PAS-A        PIC 9(04).
           02 WK-PAS-B        PIC 9(04).
           02 WK-PAS-C        PIC 9(04).
           02 WK-PAS-D        PIC 9(04).
           02 WK-PAS-E        PIC 9(04).
           02 WK-PAS-F        PIC 9(04).
           02 WK-PAS-G        PIC 9(04).
           02 WK-PAS-H        PIC 9(04).
           02 WK-PAS-I        PIC 9(04).
           02 WK-PAS-K        PIC 9(04).
           02 WK-PAS-L        PIC 9(04).
           02 WK-PAS-M        PIC 9(04).
           02 WK-PAS-MES      PIC 9(02).
           02 WK-PAS-DIA      PIC 9(02).

      *----Festivos de ley de Colombia: TAB-BASE "C" es una fecha fija
      *    del calendario (TAB-MMDD) y "P" se cuenta en dias desde el
      *    Domingo de Pascua (TAB-DESPLAZA); TAB-LUNES "S" traslada el
      *    festivo al lunes siguiente cuando no cae en lunes.
       01  WK-TABLA-FESTIVOS.
           02 WK-FESTIVO OCCURS 18.
               03 TAB-BASE      PIC X.
               03 TAB-MMDD      PIC 9(04).
               03 TAB-DESPLAZA  PIC S9(03).
               03 TAB-LUNES     PIC X.
               03 TAB-NOMBRE    PIC X(30).
       01  WK-CNT-TABLA       PIC 9(02) COMP VALUE ZERO.
       01  WK-NDX-TABLA       PIC 9(02) COMP.

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

       ERROR-FESTIVOS SECTION.
       USE AFTER ERROR PROCEDURE ON ARCHIVO-FESTIVOS.

       ERROR-FESTIVOS-LOGIC.
       IF  ST-FES = "35"
           OPEN OUTPUT ARCHIVO-FESTIVOS
           CLOSE ARCHIVO-FESTIVOS
           OPEN I-O ARCHIVO-FESTIVOS
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
           IF SW EQUAL ZERO AND WK-PERFIL NOT EQUAL "S"
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER EL CALENDARIO"
           END-IF
           IF SW EQUAL ZERO
               OPEN I-O ARCHIVO-FESTIVOS
               OPEN I-O ARCHIVO-AUDITORIA
               PERFORM 1000-CARGAR-TABLA

               PERFORM 0010-TOMAR-OPC UNTIL SW EQUAL 1

               CLOSE ARCHIVO-FESTIVOS ARCHIVO-AUDITORIA
           END-IF

           DISPLAY "==================================================="
           DISPLAY "     FIN DEL MANTENIMIENTO DEL CALENDARIO          "
           DISPLAY "==================================================="

           STOP RUN.

      *----Firma del operador: sin un codigo valido en el archivo de
      *    operadores no se permite ninguna operacion.
       0003-SIGNON.
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DEL CALENDARIO               "
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
           MOVE "MantenerFestivo" TO ING-PROGRAMA
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
           DISPLAY "        CALENDARIO DE FESTIVOS - MENU              "
           DISPLAY "==================================================="
           DISPLAY "1 - Cargar los festivos de ley de un año"
           DISPLAY "2 - Registrar un dia no habil adicional"
           DISPLAY "3 - Anular un festivo"
           DISPLAY "4 - Listar los festivos de un año"
           DISPLAY "5 - Salir"
           ACCEPT WK-OPC

           EVALUATE WK-OPC
               WHEN 1
                   PERFORM 0020-CARGAR-ANO
               WHEN 2
                   PERFORM 0030-REGISTRAR-FESTIVO
               WHEN 3
                   PERFORM 0040-ANULAR-FESTIVO
               WHEN 4
                   PERFORM 0050-LISTAR-FESTIVOS
               WHEN 5
                   MOVE 1 TO SW
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      *----------------------------------------------------------------*
      *    Carga anual: calcula cada festivo de WK-TABLA-FESTIVOS para *
      *    el año pedido y graba los que no esten en el calendario.   *
      *    Una fecha ya registrada (vigente o anulada por un           *
      *    supervisor) se respeta tal como esta, de modo que la carga  *
      *    se puede repetir sin duplicar ni revivir anulaciones. Dos   *
      *    festivos que caen el mismo dia quedan en un solo registro.  *
      *----------------------------------------------------------------*
       0020-CARGAR-ANO.
           DISPLAY "INGRESE EL AÑO A CARGAR (AAAA): "
           ACCEPT WK-ANO-FES
           IF WK-ANO-FES IS NOT NUMERIC OR WK-ANO-FES < "1700"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "AÑO INVALIDO. DEBE SER AAAA"
           ELSE
               DISPLAY "CONFIRMA LA CARGA DE FESTIVOS DE " WK-ANO-FES
                   " (S/N): "
               ACCEPT WK-CONFIRMA
               IF WK-CONFIRMA EQUAL "S"
                   MOVE WK-ANO-FES TO WK-CAL-ANO
                   PERFORM 0070-CALCULAR-PASCUA
                   MOVE ZERO TO WK-CNT-CARGADOS WK-CNT-EXISTEN
                   PERFORM 0021-CARGAR-FESTIVO
                       VARYING WK-NDX-TABLA FROM 1 BY 1
                       UNTIL WK-NDX-TABLA > WK-CNT-TABLA
                   DISPLAY "==========================================="
                   DISPLAY "FESTIVOS GRABADOS       : " WK-CNT-CARGADOS
                   DISPLAY "YA EXISTENTES (SIN CAMBIO): " WK-CNT-EXISTEN
                   DISPLAY "==========================================="
               ELSE
                   DISPLAY "CARGA CANCELADA"
               END-IF
           END-IF.

       0021-CARGAR-FESTIVO.
           IF TAB-BASE(WK-NDX-TABLA) EQUAL "P"
               COMPUTE WK-CAL-DIAS =
                   WK-DIAS-PASCUA + TAB-DESPLAZA(WK-NDX-TABLA)
           ELSE
               COMPUTE WK-CAL-FECHA =
                   WK-CAL-ANO * 10000 + TAB-MMDD(WK-NDX-TABLA)
               COMPUTE WK-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA)
           END-IF
           IF TAB-LUNES(WK-NDX-TABLA) EQUAL "S"
               COMPUTE WK-CAL-DIA-SEM = FUNCTION MOD(WK-CAL-DIAS, 7)
               COMPUTE WK-CAL-DIAS = WK-CAL-DIAS
                   + FUNCTION MOD(8 - WK-CAL-DIA-SEM, 7)
           END-IF
           COMPUTE WK-CAL-FECHA = FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS)

           MOVE WK-CAL-FECHA TO FES-FECHA
           READ ARCHIVO-FESTIVOS KEY IS FES-FECHA INVALID KEY
               MOVE TAB-NOMBRE(WK-NDX-TABLA) TO WK-DESCRIPCION
               MOVE "C" TO FES-ORIGEN
               PERFORM 0031-GRABAR-FESTIVO
               ADD 1 TO WK-CNT-CARGADOS
           NOT INVALID KEY
               ADD 1 TO WK-CNT-EXISTEN
               DISPLAY "YA REGISTRADO " FES-FECHA " " FES-DESCRIPCION
           END-READ.

      *----Un dia no habil decretado fuera de la ley (dia civico,
      *    cierre del sistema de pagos). Si la fecha tenia un festivo
      *    anulado se vuelve a dejar vigente como cambio de estado.
       0030-REGISTRAR-FESTIVO.
           PERFORM 0060-VALIDAR-FECHA
           IF SW-FECHA-OK EQUAL 1
               DISPLAY "INGRESE LA DESCRIPCION DEL DIA NO HABIL: "
               ACCEPT WK-DESCRIPCION
               IF WK-DESCRIPCION EQUAL SPACES
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "Debe ingresar la descripcion"
               ELSE
                   MOVE WK-CAL-FECHA TO FES-FECHA
                   READ ARCHIVO-FESTIVOS KEY IS FES-FECHA INVALID KEY
                       MOVE "M" TO FES-ORIGEN
                       PERFORM 0031-GRABAR-FESTIVO
                   NOT INVALID KEY
                       IF FES-ESTADO EQUAL "A"
                           DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                           DISPLAY "La fecha " FES-FECHA
                               " ya es festivo: " FES-DESCRIPCION
                       ELSE
                           MOVE REG-FESTIVOS   TO WK-AUD-ANTES
                           MOVE "A"            TO FES-ESTADO
                           MOVE WK-DESCRIPCION TO FES-DESCRIPCION
                           MOVE WK-OPERADOR    TO FES-OPERADOR
                           PERFORM 0041-REGRABAR-FESTIVO
                       END-IF
                   END-READ
               END-IF
           END-IF.

      *----Graba un festivo nuevo; FES-FECHA y FES-ORIGEN vienen
      *    fijados por quien lo llama.
       0031-GRABAR-FESTIVO.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           MOVE "A"            TO FES-ESTADO
           MOVE WK-DESCRIPCION TO FES-DESCRIPCION
           MOVE WK-FECHA-SIS   TO FES-FECHA-ALTA
           MOVE WK-OPERADOR    TO FES-OPERADOR

           WRITE REG-FESTIVOS INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO GRABAR EL FESTIVO " FES-FECHA
           NOT INVALID KEY
               DISPLAY "FESTIVO REGISTRADO " FES-FECHA " "
                   FES-DESCRIPCION
               MOVE SPACES TO WK-AUD-ANTES
               MOVE "A"    TO WK-AUD-ACCION
               PERFORM 0062-AUDITAR-FESTIVO
           END-WRITE.

      *----Anular no borra el registro: lo deja en estado "I" para
      *    que la carga anual no lo vuelva a crear y quede la pista
      *    de quien lo anulo.
       0040-ANULAR-FESTIVO.
           PERFORM 0060-VALIDAR-FECHA
           IF SW-FECHA-OK EQUAL 1
               MOVE WK-CAL-FECHA TO FES-FECHA
               READ ARCHIVO-FESTIVOS KEY IS FES-FECHA INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "La fecha " WK-CAL-FECHA
                       " no esta en el calendario"
               NOT INVALID KEY
                   IF FES-ESTADO NOT EQUAL "A"
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "El festivo " FES-FECHA
                           " ya esta anulado"
                   ELSE
                       DISPLAY "FESTIVO: " FES-FECHA " "
                           FES-DESCRIPCION
                       DISPLAY "CONFIRMA LA ANULACION (S/N): "
                       ACCEPT WK-CONFIRMA
                       IF WK-CONFIRMA EQUAL "S"
                           MOVE REG-FESTIVOS TO WK-AUD-ANTES
                           MOVE "I"          TO FES-ESTADO
                           MOVE WK-OPERADOR  TO FES-OPERADOR
                           PERFORM 0041-REGRABAR-FESTIVO
                       ELSE
                           DISPLAY "ANULACION CANCELADA"
                       END-IF
                   END-IF
               END-READ
           END-IF.

      *----Regraba un cambio de estado; WK-AUD-ANTES ya tiene la
      *    imagen previa.
       0041-REGRABAR-FESTIVO.
           REWRITE REG-FESTIVOS INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ACTUALIZAR EL FESTIVO " FES-FECHA
           NOT INVALID KEY
               IF FES-ESTADO EQUAL "A"
                   DISPLAY "****FESTIVO " FES-FECHA " VIGENTE****"
               ELSE
                   DISPLAY "****FESTIVO " FES-FECHA " ANULADO****"
               END-IF
               MOVE "E" TO WK-AUD-ACCION
               PERFORM 0062-AUDITAR-FESTIVO
           END-REWRITE.

       0050-LISTAR-FESTIVOS.
           DISPLAY "INGRESE EL AÑO A LISTAR (AAAA): "
           ACCEPT WK-ANO-FES
           IF WK-ANO-FES IS NOT NUMERIC
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "AÑO INVALIDO. DEBE SER AAAA"
           ELSE
               MOVE ZERO TO SW-FIN-LISTA WK-CNT-LISTADOS
               MOVE WK-ANO-FES TO WK-CAL-ANO
               COMPUTE FES-FECHA = WK-CAL-ANO * 10000 + 0101
               START ARCHIVO-FESTIVOS KEY IS NOT LESS THAN FES-FECHA
                   INVALID KEY MOVE 1 TO SW-FIN-LISTA
               END-START
               IF ST-FES NOT EQUAL "00"
                   MOVE 1 TO SW-FIN-LISTA
               END-IF

               DISPLAY "==========================================="
               DISPLAY "FESTIVOS DEL AÑO " WK-ANO-FES
               DISPLAY "==========================================="
               PERFORM 0051-LISTAR-FESTIVO UNTIL SW-FIN-LISTA EQUAL 1

               IF WK-CNT-LISTADOS EQUAL ZERO
                   DISPLAY "No hay festivos registrados para el año"
               END-IF
           END-IF.

       0051-LISTAR-FESTIVO.
           READ ARCHIVO-FESTIVOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-LISTA
           NOT AT END
               IF FES-FECHA(1:4) NOT EQUAL WK-ANO-FES
                   MOVE 1 TO SW-FIN-LISTA
               ELSE
                   ADD 1 TO WK-CNT-LISTADOS
                   IF FES-ESTADO EQUAL "A"
                       MOVE "VIGENTE" TO WK-ESTADO-DESC
                   ELSE
                       MOVE "ANULADO" TO WK-ESTADO-DESC
                   END-IF
                   DISPLAY FES-FECHA " " FES-DESCRIPCION " "
                       WK-ESTADO-DESC " " FES-ORIGEN " " FES-OPERADOR
               END-IF
           END-READ
           IF ST-FES NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF.

      *----La fecha debe existir en el calendario gregoriano (la
      *    ida y vuelta por INTEGER-OF-DATE la deja igual) y no caer
      *    en sabado ni domingo, que ya son no habiles por calculo.
       0060-VALIDAR-FECHA.
           MOVE ZERO TO SW-FECHA-OK
           DISPLAY "INGRESE LA FECHA (AAAAMMDD): "
           ACCEPT WK-FECHA-FES
           IF WK-FECHA-FES IS NOT NUMERIC
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "FECHA INVALIDA. DEBE SER AAAAMMDD"
           ELSE
               MOVE WK-FECHA-FES TO WK-CAL-FECHA
               COMPUTE WK-CAL-DIAS =
                   FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA)
               IF WK-CAL-DIAS EQUAL ZERO
                  OR FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS)
                     NOT EQUAL WK-CAL-FECHA
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "LA FECHA " WK-FECHA-FES " NO EXISTE"
               ELSE
                   COMPUTE WK-CAL-DIA-SEM =
                       FUNCTION MOD(WK-CAL-DIAS, 7)
                   IF WK-CAL-DIA-SEM EQUAL 6
                      OR WK-CAL-DIA-SEM EQUAL ZERO
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "LA FECHA CAE EN FIN DE SEMANA, QUE YA"
                           " ES NO HABIL"
                   ELSE
                       MOVE 1 TO SW-FECHA-OK
                   END-IF
               END-IF
           END-IF.

      *----Deja en AUDITORIA la imagen del festivo recien grabado;
      *    WK-AUD-ANTES y WK-AUD-ACCION los fija quien lo modifica.
       0062-AUDITAR-FESTIVO.
           MOVE "FESTIVOS"   TO WK-AUD-ARCHIVO
           MOVE FES-FECHA    TO WK-AUD-CLAVE
           MOVE SPACES       TO WK-AUD-CUENTA
           MOVE REG-FESTIVOS TO WK-AUD-DESPUES
           PERFORM 092-GRABAR-AUDITORIA.

      *----Domingo de Pascua de WK-CAL-ANO por el algoritmo de Gauss
      *    (calendario gregoriano); deja su dia juliano en
      *    WK-DIAS-PASCUA para contar desde alli los festivos moviles.
       0070-CALCULAR-PASCUA.
           COMPUTE WK-PAS-A = FUNCTION MOD(WK-CAL-ANO, 19)
           COMPUTE WK-PAS-B = WK-CAL-ANO / 100
           COMPUTE WK-PAS-C = FUNCTION MOD(WK-CAL-ANO, 100)
           COMPUTE WK-PAS-D = WK-PAS-B / 4
           COMPUTE WK-PAS-E = FUNCTION MOD(WK-PAS-B, 4)
           COMPUTE WK-PAS-F = (WK-PAS-B + 8) / 25
           COMPUTE WK-PAS-G = (WK-PAS-B - WK-PAS-F + 1) / 3
           COMPUTE WK-PAS-H = FUNCTION MOD(19 * WK-PAS-A + WK-PAS-B
               - WK-PAS-D - WK-PAS-G + 15, 30)
           COMPUTE WK-PAS-I = WK-PAS-C / 4
           COMPUTE WK-PAS-K = FUNCTION MOD(WK-PAS-C, 4)
           COMPUTE WK-PAS-L = FUNCTION MOD(32 + 2 * WK-PAS-E
               + 2 * WK-PAS-I - WK-PAS-H - WK-PAS-K, 7)
           COMPUTE WK-PAS-M =
               (WK-PAS-A + 11 * WK-PAS-H + 22 * WK-PAS-L) / 451
           COMPUTE WK-PAS-MES =
               (WK-PAS-H + WK-PAS-L - 7 * WK-PAS-M + 114) / 31
           COMPUTE WK-PAS-DIA = FUNCTION MOD(WK-PAS-H + WK-PAS-L
               - 7 * WK-PAS-M + 114, 31) + 1

           COMPUTE WK-CAL-FECHA = WK-CAL-ANO * 10000
               + WK-PAS-MES * 100 + WK-PAS-DIA
           COMPUTE WK-DIAS-PASCUA =
               FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA).

      *----Festivos de la Ley 51 de 1983: los fijos, los trasladables
      *    al lunes y los que se cuentan desde Pascua (la Ascension,
      *    Corpus Christi y el Sagrado Corazon caen en jueves o
      *    viernes y tambien pasan al lunes siguiente).
       1000-CARGAR-TABLA.
           MOVE ZERO TO WK-CNT-TABLA
           PERFORM 1010-AGREGAR-FESTIVO.

       1010-AGREGAR-FESTIVO.
           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0101 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "ANO NUEVO" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0106 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "REYES MAGOS" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0319 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "SAN JOSE" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "P"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE -3   TO TAB-DESPLAZA(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "JUEVES SANTO" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "P"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE -2   TO TAB-DESPLAZA(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "VIERNES SANTO" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0501 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "DIA DEL TRABAJO" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "P"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 39   TO TAB-DESPLAZA(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "ASCENSION DEL SENOR" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "P"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 60   TO TAB-DESPLAZA(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "CORPUS CHRISTI" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "P"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 68   TO TAB-DESPLAZA(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "SAGRADO CORAZON" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0629 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "SAN PEDRO Y SAN PABLO" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0720 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "DIA DE LA INDEPENDENCIA" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0807 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "BATALLA DE BOYACA" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 0815 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "ASUNCION DE LA VIRGEN" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 1012 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "DIA DE LA RAZA" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 1101 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "TODOS LOS SANTOS" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 1111 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "S"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "INDEPENDENCIA DE CARTAGENA" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 1208 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "INMACULADA CONCEPCION" TO TAB-NOMBRE(WK-CNT-TABLA)

           ADD 1 TO WK-CNT-TABLA
           MOVE "C"  TO TAB-BASE(WK-CNT-TABLA)
           MOVE 1225 TO TAB-MMDD(WK-CNT-TABLA)
           MOVE "N"  TO TAB-LUNES(WK-CNT-TABLA)
           MOVE "NAVIDAD" TO TAB-NOMBRE(WK-CNT-TABLA).

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
           MOVE "MantenerFestivo" TO AUD-PROGRAMA
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

       END PROGRAM MantenerFestivos.
