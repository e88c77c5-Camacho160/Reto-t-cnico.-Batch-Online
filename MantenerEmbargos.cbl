               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para el maestro de embargos judiciales. Indexado
               RECORD KEY   IS EMB-LLAVE
               FILE STATUS  IS ST-EMB.

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
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
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
           02 WK-PERFIL    PIC X.
           02 WK-BUSCA-COD PIC X(04).
           02 SW-OP-ENCONTRADO PIC 9 VALUE ZERO.
           02 SW-AUTORIZADO PIC 9 VALUE ZERO.
           02 WK-OP-NOMBRE PIC X(30).
           02 WK-OP-PERFIL PIC X.

           02 WK-NRO-CTA    PIC X(06).
           02 WK-VALOR      PIC 9(12).
           02 WK-FECHA-SIS  PIC 9(08).
           02 WK-HORA-SIS   PIC 9(08).

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

           CLOSE ARCHIVO-EMBARGOS
           OPEN I-O ARCHIVO-EMBARGOS
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
               OPEN INPUT CUENTAS
               OPEN I-O ARCHIVO-MOVIMIENTOS
               OPEN I-O ARCHIVO-EMBARGOS
               OPEN I-O ARCHIVO-AUDITORIA

               PERFORM 0010-TOMAR-OPC

               CLOSE CUENTAS ARCHIVO-MOVIMIENTOS ARCHIVO-EMBARGOS
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
           MOVE "MantenerEmbargo" TO ING-PROGRAMA
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

      *----Registrar o levantar un embargo altera cuanto dinero
      *    puede retirar el cliente: ambas operaciones quedan
      *    retenidas hasta que un supervisor digite su codigo.
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
           DISPLAY "        EMBARGOS JUDICIALES - MENU                 "
           DISPLAY "==================================================="
               MOVE "B"      TO WK-MOV-OPER
               MOVE WK-VALOR TO WK-MOV-MONTO
               PERFORM 090-GRABAR-MOVIMIENTO
               MOVE SPACES   TO WK-AUD-ANTES
               MOVE "A"      TO WK-AUD-ACCION
               PERFORM 0062-AUDITAR-EMBARGO
           END-WRITE

           IF SW-EMB-GRABADO EQUAL ZERO
               ELSE
                   PERFORM 0086-AUTORIZAR-SUPERVISOR
                   IF SW-AUTORIZADO EQUAL 1
                       MOVE REG-EMBARGOS TO WK-AUD-ANTES
                       ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
                       MOVE "L"          TO EMB-ESTADO
                       MOVE WK-FECHA-SIS TO EMB-FECHA-LEVANTE
                           MOVE "L" TO WK-MOV-OPER
                           MOVE EMB-VALOR TO WK-MOV-MONTO
                           PERFORM 090-GRABAR-MOVIMIENTO
                           MOVE "E" TO WK-AUD-ACCION
                           PERFORM 0062-AUDITAR-EMBARGO
                       END-REWRITE
                   END-IF
               END-IF
               CONTINUE
           END-READ.

      *----Deja en AUDITORIA la imagen del embargo recien grabado;
      *    WK-AUD-ANTES y WK-AUD-ACCION los fija quien lo modifica.
       0062-AUDITAR-EMBARGO.
           MOVE "EMBARGOS"   TO WK-AUD-ARCHIVO
           MOVE EMB-LLAVE    TO WK-AUD-CLAVE
           MOVE EMB-CTA      TO WK-AUD-CUENTA
           MOVE REG-EMBARGOS TO WK-AUD-DESPUES
           PERFORM 092-GRABAR-AUDITORIA.

      *----Los movimientos "B" y "L" son neutros: llevan el valor
      *    del embargo en el monto y el saldo vigente de la cuenta,
      *    sin alterarlo, como pista de auditoria de la orden.
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
           MOVE "MantenerEmbargo" TO AUD-PROGRAMA
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

       END PROGRAM MantenerEmbargos.
