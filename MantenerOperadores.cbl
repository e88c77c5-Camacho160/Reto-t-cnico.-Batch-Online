      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Programa de mantenimiento del maestro de operadores
      *          OPERADORES (indexado por codigo). Solo lo puede usar
      *          un operador con perfil de supervisor. Permite crear
      *          operadores, listar el maestro, asignar un PIN
      *          temporal, desbloquear un operador bloqueado por
      *          intentos fallidos y cambiar su estado (activo,
      *          suspendido o retirado). La primera vez que se ejecuta
      *          con el maestro vacio lo carga desde el antiguo
      *          archivo plano OPERADORES.TXT. Cada accion queda en la
      *          bitacora de ingresos INGRESOS.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenerOperadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

      *----Select para el antiguo archivo plano de operadores
      *    (codigo|nombre|perfil); solo se usa para la carga inicial
      *    del maestro.
           SELECT ARCHIVO-OPE-TXT
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-TXT.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-OPE-TXT.
       01  REG-OPERADOR PIC X(50).

       WORKING-STORAGE SECTION.
       01  WK-VARIABLES.
           02 SW           PIC 9.
           02 WK-OPC       PIC 9.
           02 ST-OPE       PIC XX.
           02 ST-TXT       PIC XX.

      *----Control de operadores: el operador firmado queda en
      *    WK-OPERADOR y debe tener perfil de supervisor.
           02 WK-OPERADOR  PIC X(04) VALUE SPACES.
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.

      *----Operador sobre el que se trabaja en cada opcion
           02 WK-COD-OPE     PIC X(04).
           02 WK-NOM-OPE     PIC X(30).
           02 WK-PERFIL-OPE  PIC X.
           02 WK-ESTADO-OPE  PIC X.
           02 WK-PIN-TEMPORAL PIC X(06).
           02 SW-OPE-OK      PIC 9 VALUE ZERO.
           02 SW-PIN-OK      PIC 9 VALUE ZERO.
           02 SW-FIN-LISTA   PIC 9 VALUE ZERO.
           02 WK-CNT-LISTADOS PIC 9(04) VALUE ZERO.
           02 WK-FECHA-SIS   PIC 9(08).
           02 WK-HORA-SIS    PIC 9(08).

      *----Carga inicial desde OPERADORES.TXT
           02 SW-MAESTRO-VACIO PIC 9 VALUE ZERO.
           02 SW-FIN-OPE     PIC 9 VALUE ZERO.
           02 WK-OPE-COD     PIC X(04).
           02 WK-OPE-NOM     PIC X(30).
           02 WK-OPE-PERFIL  PIC X(02).
           02 WK-CNT-CARGADOS PIC 9(04) VALUE ZERO.
           02 WK-CNT-SUPERV  PIC 9(04) VALUE ZERO.
           02 WK-CNT-RECHAZO PIC 9(04) VALUE ZERO.

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
       MAIN-PROCEDURE.
           MOVE ZERO TO SW
           DISPLAY "==================================================="
           DISPLAY "        MANTENIMIENTO DE OPERADORES                "
           DISPLAY "==================================================="
           PERFORM 0002-VERIFICAR-MAESTRO
           IF SW EQUAL ZERO AND SW-MAESTRO-VACIO EQUAL 1
               PERFORM 0004-CARGA-INICIAL
           END-IF
           IF SW EQUAL ZERO
               PERFORM 0003-SIGNON
           END-IF
           IF SW EQUAL ZERO AND WK-PERFIL NOT EQUAL "S"
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "SOLO UN SUPERVISOR PUEDE MANTENER OPERADORES"
           END-IF
           IF SW EQUAL ZERO
               OPEN I-O ARCHIVO-OPERADORES

               PERFORM 0010-TOMAR-OPC UNTIL SW EQUAL 1

               CLOSE ARCHIVO-OPERADORES
           END-IF

           DISPLAY "==================================================="
           DISPLAY "     FIN DEL MANTENIMIENTO DE OPERADORES           "
           DISPLAY "==================================================="

           STOP RUN.

      *----El maestro se considera vacio si no existe o si no tiene
      *    ningun registro; en ese caso se carga desde OPERADORES.TXT
      *    antes de pedir la firma.
       0002-VERIFICAR-MAESTRO.
           MOVE ZERO TO SW-MAESTRO-VACIO
           OPEN INPUT ARCHIVO-OPERADORES
           EVALUATE ST-OPE
               WHEN "00"
                   READ ARCHIVO-OPERADORES NEXT RECORD AT END
                       MOVE 1 TO SW-MAESTRO-VACIO
                   END-READ
                   CLOSE ARCHIVO-OPERADORES
               WHEN "35"
                   MOVE 1 TO SW-MAESTRO-VACIO
               WHEN OTHER
                   MOVE 1 TO SW
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO ABRIR EL MAESTRO DE OPERADORES"
                   DISPLAY "ESTADO: " ST-OPE
           END-EVALUATE.

      *----Carga inicial del maestro desde el archivo plano: todos
      *    los operadores quedan activos con el mismo PIN temporal,
      *    que cada uno debe cambiar en su primera firma. Sin al menos
      *    un supervisor nadie podria usar este programa, por eso el
      *    archivo plano se revisa (0006) antes de crear el maestro:
      *    un maestro con solo cajeros ya no estaria vacio y la carga
      *    inicial no se volveria a ofrecer.
       0004-CARGA-INICIAL.
           DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
           DISPLAY "EL MAESTRO DE OPERADORES ESTA VACIO; SE CARGA"
           DISPLAY "DESDE OPERADORES.TXT CON UN PIN TEMPORAL QUE CADA"
           DISPLAY "OPERADOR DEBE CAMBIAR EN SU PRIMERA FIRMA"
           OPEN INPUT ARCHIVO-OPE-TXT
           IF ST-TXT NOT EQUAL "00"
               MOVE 1 TO SW
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO EXISTE EL ARCHIVO OPERADORES.TXT"
           ELSE
               MOVE ZERO TO SW-FIN-OPE WK-CNT-SUPERV
               PERFORM 0006-CONTAR-SUPERVISOR
                   UNTIL SW-FIN-OPE EQUAL 1
               CLOSE ARCHIVO-OPE-TXT
               IF WK-CNT-SUPERV EQUAL ZERO
                   MOVE 1 TO SW
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "OPERADORES.TXT NO TRAE NINGUN SUPERVISOR;"
                   DISPLAY "NO SE CREA EL MAESTRO DE OPERADORES"
               END-IF
           END-IF

           IF SW EQUAL ZERO
               PERFORM 0025-PEDIR-PIN-TEMPORAL
               IF SW-PIN-OK EQUAL ZERO
                   MOVE 1 TO SW
               END-IF
           END-IF

           IF SW EQUAL ZERO
               OPEN INPUT ARCHIVO-OPE-TXT
               MOVE ZERO TO SW-FIN-OPE WK-CNT-CARGADOS
                            WK-CNT-SUPERV WK-CNT-RECHAZO
               ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
               OPEN OUTPUT ARCHIVO-OPERADORES
               PERFORM 0005-CARGAR-OPERADOR
                   UNTIL SW-FIN-OPE EQUAL 1
               CLOSE ARCHIVO-OPERADORES ARCHIVO-OPE-TXT
               DISPLAY "OPERADORES CARGADOS  : " WK-CNT-CARGADOS
               DISPLAY "SUPERVISORES         : " WK-CNT-SUPERV
               DISPLAY "LINEAS RECHAZADAS    : " WK-CNT-RECHAZO
               MOVE SPACES           TO WK-BUSCA-COD
               MOVE "MANTENIMIENTO"  TO WK-ING-TIPO
               MOVE "CARGA"          TO WK-ING-RESULTADO
               MOVE SPACES           TO WK-ING-DETALLE
               STRING WK-CNT-CARGADOS " OPERADORES CARGADOS"
                   DELIMITED BY SIZE INTO WK-ING-DETALLE
               END-STRING
               PERFORM 0077-REGISTRAR-INGRESO
               IF WK-CNT-SUPERV EQUAL ZERO
                   MOVE 1 TO SW
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE CARGO NINGUN SUPERVISOR"
               END-IF
           END-IF.

      *----Cuenta las lineas de supervisor con codigo del archivo
      *    plano con el mismo criterio de 0005.
       0006-CONTAR-SUPERVISOR.
           READ ARCHIVO-OPE-TXT AT END
               MOVE 1 TO SW-FIN-OPE
           NOT AT END
               MOVE SPACES TO WK-OPE-COD WK-OPE-NOM WK-OPE-PERFIL
               UNSTRING REG-OPERADOR DELIMITED BY "|"
                   INTO WK-OPE-COD WK-OPE-NOM WK-OPE-PERFIL
               END-UNSTRING
               IF WK-OPE-COD NOT EQUAL SPACES
                  AND WK-OPE-PERFIL(1:1) EQUAL "S"
                   ADD 1 TO WK-CNT-SUPERV
               END-IF
           END-READ.

       0005-CARGAR-OPERADOR.
           READ ARCHIVO-OPE-TXT AT END
               MOVE 1 TO SW-FIN-OPE
           NOT AT END
               MOVE SPACES TO WK-OPE-COD WK-OPE-NOM WK-OPE-PERFIL
               UNSTRING REG-OPERADOR DELIMITED BY "|"
                   INTO WK-OPE-COD WK-OPE-NOM WK-OPE-PERFIL
               END-UNSTRING
               IF WK-OPE-COD EQUAL SPACES
                   ADD 1 TO WK-CNT-RECHAZO
               ELSE
                   INITIALIZE REG-OPERADORES
                   MOVE WK-OPE-COD  TO OPR-CODIGO WK-BUSCA-COD
                   MOVE WK-OPE-NOM  TO OPR-NOMBRE
                   IF WK-OPE-PERFIL(1:1) EQUAL "S"
                       MOVE "S" TO OPR-PERFIL
                   ELSE
                       MOVE "T" TO OPR-PERFIL
                   END-IF
                   MOVE "A"          TO OPR-ESTADO
                   MOVE WK-PIN-TEMPORAL TO WK-BUSCA-PIN
                   PERFORM 0082-CALCULAR-HASH
                   MOVE WK-PIN-HASH  TO OPR-PIN-HASH
                   MOVE WK-FECHA-SIS TO OPR-FECHA-PIN OPR-FECHA-ALTA
                   MOVE "S"          TO OPR-CAMBIO-PIN
                   MOVE ZERO         TO OPR-INTENTOS
                   MOVE SPACE        TO OPR-BLOQUEADO
                   MOVE ZERO         TO OPR-FECHA-INGRESO
                                        OPR-HORA-INGRESO
                   WRITE REG-OPERADORES INVALID KEY
                       ADD 1 TO WK-CNT-RECHAZO
                   NOT INVALID KEY
                       ADD 1 TO WK-CNT-CARGADOS
                       IF OPR-PERFIL EQUAL "S"
                           ADD 1 TO WK-CNT-SUPERV
                       END-IF
                   END-WRITE
               END-IF
           END-READ.

       0003-SIGNON.
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

       0010-TOMAR-OPC.
           DISPLAY "==================================================="
           DISPLAY "        OPERADORES - MENU                          "
           DISPLAY "==================================================="
           DISPLAY "1 - Crear operador"
           DISPLAY "2 - Listar operadores"
           DISPLAY "3 - Asignar PIN temporal"
           DISPLAY "4 - Salir"
           DISPLAY "5 - Desbloquear operador"
           DISPLAY "6 - Cambiar estado de un operador"
           ACCEPT WK-OPC

           EVALUATE WK-OPC
               WHEN 1
                   PERFORM 0020-CREAR-OPERADOR
               WHEN 2
                   PERFORM 0030-LISTAR-OPERADORES
               WHEN 3
                   PERFORM 0040-ASIGNAR-PIN
               WHEN 4
                   MOVE 1 TO SW
               WHEN 5
                   PERFORM 0050-DESBLOQUEAR
               WHEN 6
                   PERFORM 0060-CAMBIAR-ESTADO
               WHEN OTHER
                   DISPLAY "Opcion no valida"
           END-EVALUATE.

      *----El codigo no puede existir (tampoco como retirado: un
      *    codigo no se reutiliza). El operador nuevo queda activo
      *    con un PIN temporal que debe cambiar en su primera firma.
       0020-CREAR-OPERADOR.
           DISPLAY "INGRESE EL CODIGO DEL NUEVO OPERADOR: "
           ACCEPT WK-COD-OPE
           IF WK-COD-OPE EQUAL SPACES
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL CODIGO ES OBLIGATORIO"
           ELSE
               MOVE WK-COD-OPE TO OPR-CODIGO
               READ ARCHIVO-OPERADORES KEY IS OPR-CODIGO INVALID KEY
                   PERFORM 0021-DATOS-OPERADOR
               NOT INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "EL OPERADOR " WK-COD-OPE " YA EXISTE"
               END-READ
           END-IF.

       0021-DATOS-OPERADOR.
           DISPLAY "INGRESE EL NOMBRE DEL OPERADOR: "
           ACCEPT WK-NOM-OPE
           DISPLAY "PERFIL (T -> Cajero  S -> Supervisor): "
           ACCEPT WK-PERFIL-OPE
           IF WK-NOM-OPE EQUAL SPACES
              OR (WK-PERFIL-OPE NOT EQUAL "T"
                  AND WK-PERFIL-OPE NOT EQUAL "S")
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NOMBRE OBLIGATORIO Y PERFIL T O S"
           ELSE
               PERFORM 0025-PEDIR-PIN-TEMPORAL
           END-IF
           IF SW-PIN-OK EQUAL 1 AND WK-NOM-OPE NOT EQUAL SPACES
              AND (WK-PERFIL-OPE EQUAL "T" OR WK-PERFIL-OPE EQUAL "S")
               ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
               INITIALIZE REG-OPERADORES
               MOVE WK-COD-OPE    TO OPR-CODIGO WK-BUSCA-COD
               MOVE WK-NOM-OPE    TO OPR-NOMBRE
               MOVE WK-PERFIL-OPE TO OPR-PERFIL
               MOVE "A"           TO OPR-ESTADO
               MOVE WK-PIN-TEMPORAL TO WK-BUSCA-PIN
               PERFORM 0082-CALCULAR-HASH
               MOVE WK-PIN-HASH   TO OPR-PIN-HASH
               MOVE WK-FECHA-SIS  TO OPR-FECHA-PIN OPR-FECHA-ALTA
               MOVE "S"           TO OPR-CAMBIO-PIN
               MOVE ZERO          TO OPR-INTENTOS
               MOVE SPACE         TO OPR-BLOQUEADO
               MOVE ZERO          TO OPR-FECHA-INGRESO
                                     OPR-HORA-INGRESO
               WRITE REG-OPERADORES INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO GRABAR EL OPERADOR"
               NOT INVALID KEY
                   DISPLAY "****OPERADOR CREADO CON EXITO****"
                   MOVE "ALTA" TO WK-ING-RESULTADO
                   PERFORM 0076-REGISTRAR-MANTENIMIENTO
               END-WRITE
           END-IF.

      *----PIN temporal de 6 digitos, digitado dos veces
       0025-PEDIR-PIN-TEMPORAL.
           MOVE ZERO TO SW-PIN-OK
           DISPLAY "INGRESE EL PIN TEMPORAL (6 DIGITOS): "
           ACCEPT WK-PIN-TEMPORAL
           DISPLAY "CONFIRME EL PIN TEMPORAL: "
           ACCEPT WK-PIN-CONFIRMA
           IF WK-PIN-TEMPORAL IS NOT NUMERIC
              OR WK-PIN-TEMPORAL NOT EQUAL WK-PIN-CONFIRMA
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL PIN DEBE SER DE 6 DIGITOS Y COINCIDIR CON"
               DISPLAY "LA CONFIRMACION"
           ELSE
               MOVE 1 TO SW-PIN-OK
           END-IF.

       0030-LISTAR-OPERADORES.
           MOVE ZERO TO SW-FIN-LISTA WK-CNT-LISTADOS
           MOVE LOW-VALUES TO OPR-CODIGO
           START ARCHIVO-OPERADORES KEY IS NOT LESS THAN OPR-CODIGO
               INVALID KEY MOVE 1 TO SW-FIN-LISTA
           END-START
           IF ST-OPE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF

           DISPLAY "==================================================="
           DISPLAY "COD  NOMBRE                         P E B ULT.FIRMA"
           DISPLAY "==================================================="
           PERFORM 0031-LISTAR-OPERADOR UNTIL SW-FIN-LISTA EQUAL 1
           DISPLAY "TOTAL OPERADORES: " WK-CNT-LISTADOS.

       0031-LISTAR-OPERADOR.
           READ ARCHIVO-OPERADORES NEXT RECORD AT END
               MOVE 1 TO SW-FIN-LISTA
           NOT AT END
               ADD 1 TO WK-CNT-LISTADOS
               DISPLAY OPR-CODIGO " " OPR-NOMBRE " " OPR-PERFIL " "
                       OPR-ESTADO " " OPR-BLOQUEADO " "
                       OPR-FECHA-INGRESO
           END-READ
           IF ST-OPE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-LISTA
           END-IF.

      *----Reemplaza el PIN de un operador que lo olvido: queda un
      *    PIN temporal que debe cambiar en su siguiente firma; de
      *    paso se reinician los intentos y se levanta el bloqueo.
       0040-ASIGNAR-PIN.
           PERFORM 0070-LEER-OPERADOR
           IF SW-OPE-OK EQUAL 1 AND OPR-ESTADO EQUAL "R"
               MOVE ZERO TO SW-OPE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "EL OPERADOR ESTA RETIRADO"
           END-IF
           IF SW-OPE-OK EQUAL 1
               PERFORM 0025-PEDIR-PIN-TEMPORAL
           END-IF
           IF SW-OPE-OK EQUAL 1 AND SW-PIN-OK EQUAL 1
               ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
               MOVE WK-COD-OPE      TO WK-BUSCA-COD
               MOVE WK-PIN-TEMPORAL TO WK-BUSCA-PIN
               PERFORM 0082-CALCULAR-HASH
               MOVE WK-PIN-HASH  TO OPR-PIN-HASH
               MOVE WK-FECHA-SIS TO OPR-FECHA-PIN
               MOVE "S"          TO OPR-CAMBIO-PIN
               MOVE ZERO         TO OPR-INTENTOS
               MOVE SPACE        TO OPR-BLOQUEADO
               REWRITE REG-OPERADORES INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO ACTUALIZAR EL OPERADOR"
               NOT INVALID KEY
                   DISPLAY "****PIN TEMPORAL ASIGNADO****"
                   MOVE "RESET-PIN" TO WK-ING-RESULTADO
                   PERFORM 0076-REGISTRAR-MANTENIMIENTO
               END-REWRITE
           END-IF.

       0050-DESBLOQUEAR.
           PERFORM 0070-LEER-OPERADOR
           IF SW-OPE-OK EQUAL 1 AND OPR-BLOQUEADO NOT EQUAL "S"
               MOVE ZERO TO SW-OPE-OK
               DISPLAY "EL OPERADOR " WK-COD-OPE " NO ESTA BLOQUEADO"
           END-IF
           IF SW-OPE-OK EQUAL 1
               MOVE ZERO  TO OPR-INTENTOS
               MOVE SPACE TO OPR-BLOQUEADO
               REWRITE REG-OPERADORES INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO ACTUALIZAR EL OPERADOR"
               NOT INVALID KEY
                   DISPLAY "****OPERADOR DESBLOQUEADO****"
                   MOVE "DESBLOQUEO" TO WK-ING-RESULTADO
                   PERFORM 0076-REGISTRAR-MANTENIMIENTO
               END-REWRITE
           END-IF.

      *----Un operador retirado no se reactiva: si vuelve a la
      *    entidad se le crea un codigo nuevo.
       0060-CAMBIAR-ESTADO.
           PERFORM 0070-LEER-OPERADOR
           IF SW-OPE-OK EQUAL 1 AND OPR-ESTADO EQUAL "R"
               MOVE ZERO TO SW-OPE-OK
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "UN OPERADOR RETIRADO NO CAMBIA DE ESTADO"
           END-IF
           IF SW-OPE-OK EQUAL 1
               DISPLAY "ESTADO ACTUAL: " OPR-ESTADO
               DISPLAY "NUEVO ESTADO (A -> Activo  S -> Suspendido"
               DISPLAY "              R -> Retirado): "
               ACCEPT WK-ESTADO-OPE
               IF (WK-ESTADO-OPE NOT EQUAL "A"
                   AND WK-ESTADO-OPE NOT EQUAL "S"
                   AND WK-ESTADO-OPE NOT EQUAL "R")
                  OR WK-ESTADO-OPE EQUAL OPR-ESTADO
                   MOVE ZERO TO SW-OPE-OK
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "ESTADO NO VALIDO O IGUAL AL ACTUAL"
               END-IF
           END-IF
           IF SW-OPE-OK EQUAL 1
               MOVE WK-ESTADO-OPE TO OPR-ESTADO
               REWRITE REG-OPERADORES INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO ACTUALIZAR EL OPERADOR"
               NOT INVALID KEY
                   DISPLAY "****ESTADO ACTUALIZADO****"
                   MOVE SPACES TO WK-ING-RESULTADO
                   STRING "ESTADO-" WK-ESTADO-OPE
                       DELIMITED BY SIZE INTO WK-ING-RESULTADO
                   END-STRING
                   PERFORM 0076-REGISTRAR-MANTENIMIENTO
               END-REWRITE
           END-IF.

      *----Lee el operador a modificar. El supervisor no puede
      *    actuar sobre su propio codigo (su PIN lo cambia al firmar).
       0070-LEER-OPERADOR.
           MOVE ZERO TO SW-OPE-OK
           DISPLAY "INGRESE EL CODIGO DEL OPERADOR: "
           ACCEPT WK-COD-OPE
           IF WK-COD-OPE EQUAL WK-OPERADOR
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO PUEDE MODIFICAR SU PROPIO OPERADOR"
           ELSE
               MOVE WK-COD-OPE TO OPR-CODIGO
               READ ARCHIVO-OPERADORES KEY IS OPR-CODIGO INVALID KEY
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "EL OPERADOR " WK-COD-OPE " NO EXISTE"
               NOT INVALID KEY
                   MOVE 1 TO SW-OPE-OK
                   DISPLAY "OPERADOR: " OPR-CODIGO " " OPR-NOMBRE
               END-READ
           END-IF.

      *----Deja la accion en la bitacora de ingresos a nombre del
      *    supervisor firmado, con el operador afectado en el detalle.
       0076-REGISTRAR-MANTENIMIENTO.
           MOVE WK-OPERADOR     TO WK-BUSCA-COD
           MOVE "MANTENIMIENTO" TO WK-ING-TIPO
           MOVE SPACES          TO WK-ING-DETALLE
           STRING "OPERADOR " WK-COD-OPE
               DELIMITED BY SIZE INTO WK-ING-DETALLE
           END-STRING
           PERFORM 0077-REGISTRAR-INGRESO.

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
           MOVE "MantenerOperado" TO ING-PROGRAMA
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

       END PROGRAM MantenerOperadores.
