      *               si cuadra reconstruye CUENTAS, y si lo grabado
      *               tampoco cuadra con la cola elimina el archivo
      *               reconstruido y termina con error.
      *          M -> Descarga de MOVIMIENTOS: recorre el maestro
      *               de movimientos por su llave primaria y lo
      *               escribe en RESPMOV_<AAAAMMDD>.TXT con el mismo
      *               formato de cabecera, detalle y cola; la cola
      *               lleva la cantidad y la sumatoria de MOV-MONTO.
      *          N -> Recarga de MOVIMIENTOS: misma prevalidacion y
      *               reconstruccion que R, recreando el maestro con
      *               su llave alterna fecha + operador. Un maestro
      *               creado antes de esa llave se reorganiza una
      *               sola vez con M seguido de N; despues N es
      *               tambien la via de recuperacion de MOVIMIENTOS.
      *          Es la via sancionada de recuperacion del maestro:
      *          los demas programas crean un CUENTAS vacio ante
      *          status 35 y seguirian operando sin datos.
               RECORD KEY   IS LV0-CTA
               FILE STATUS  IS ST-CTA.

      *----Select para el maestro de movimientos con solo su llave
      *    primaria, como lo crearon los programas antes de la llave
      *    alterna. Lo lee la descarga de MOVIMIENTOS (modo M), que
      *    asi sirve tanto para un maestro sin reorganizar como para
      *    uno ya reorganizado.
           SELECT ARCHIVO-MOV-ORIGEN
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ORI-LLAVE
               FILE STATUS  IS ST-ORI.

      *----Select para el maestro de movimientos. Indexado por
      *    cuenta + fecha + consecutivo, con la llave alterna fecha +
      *    operador; lo reconstruye la recarga (modo N).
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO
                   "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS MOV-LLAVE
               ALTERNATE RECORD KEY IS MOV-LLAVE-FECHA
                   = MOV-FECHA MOV-OPERADOR WITH DUPLICATES
               FILE STATUS  IS ST-MOV.

      *----Select para el archivo de respaldo. Ruta dinamica, ver
      *    WK-RUTA-RESPALDO; variable de ambiente "RESPALDO" (mismo
      *    mecanismo que los archivos fechados de DatosBatch).
      *    CUPO-SOBREGIRO : Cupo de sobregiro (solo corriente)         *
      *    DOCUMENTO-TITULAR: Documento del cliente titular (CLIENTES)  *
      *    CAMPOS-DISPO   : Campos disponibles                         *
      *----------------------------------------------------------------*

       FD  ARCHIVO-MOV-ORIGEN.
       01  REG-MOV-ORIGEN.
           02 ORI-LLAVE      PIC X(18).
           02 ORI-OPERACION  PIC X.
           02 ORI-MONTO      PIC 9(12).
           02 FILLER         PIC X(45).
      *----------------------------------------------------------------*
      *    Misma imagen de 76 posiciones de REG-MOVIMIENTOS; solo se   *
      *    nombran la llave y el monto que suma la cifra de control.   *
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

       FD  ARCHIVO-RESPALDO.
       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUS.
           02 ST-CTA       PIC XX.
           02 ST-ORI       PIC XX.
           02 ST-MOV       PIC XX.
           02 ST-RSP       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.
           02 WK-TOT-PREV  PIC S9(15) VALUE ZERO.
           02 WK-CUENTAS-FILE PIC X(60) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\CUENTAS".
           02 WK-MOVIMIENTOS-FILE PIC X(60) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\MOVIMIENTOS".

      *----Registros del archivo de respaldo: cabecera "H", detalle
      *    "D" con la imagen completa de REG-CUENTAS y cola "T" con
           02 VIS-DET-SALDO  PIC S9(12).
           02 FILLER         PIC X(100).

       01  WK-VISTA-DET-MOV.
           02 VIS-MOV-TIPO   PIC X.
           02 VIS-MOV-LLAVE  PIC X(18).
           02 VIS-MOV-OPER   PIC X.
           02 VIS-MOV-MONTO  PIC 9(12).
           02 FILLER         PIC X(88).

       01  WK-VISTA-COLA.
           02 VIS-COL-TIPO     PIC X.
           02 VIS-COL-CANTIDAD PIC 9(08).
           MOVE "Inicia utilitario RespaldarCuentas" TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           DISPLAY "INGRESE LA OPCION (U-DESCARGA/R-RECARGA DE CUENTAS,"
           DISPLAY "M-DESCARGA/N-RECARGA DE MOVIMIENTOS): "
           ACCEPT WK-OPCION

           IF WK-OPCION NOT EQUAL "U" AND WK-OPCION NOT EQUAL "R"
              AND WK-OPCION NOT EQUAL "M" AND WK-OPCION NOT EQUAL "N"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "OPCION NO VALIDA"
               MOVE 35 TO WK-COD-RETORNO

           PERFORM 0005-VERIFICAR-LOCK
           IF WK-LOCK-OK EQUAL 1
               EVALUATE WK-OPCION
                   WHEN "U"
                       PERFORM 1000-DESCARGAR
                   WHEN "R"
                       PERFORM 2000-RECARGAR
                   WHEN "M"
                       PERFORM 3000-DESCARGAR-MOVIMIENTOS
                   WHEN "N"
                       PERFORM 4000-RECARGAR-MOVIMIENTOS
               END-EVALUATE
               PERFORM 0006-LIBERAR-LOCK
               PERFORM 099-RESUMEN-CONTROL
           ELSE
           END-IF.

      *----Pasada de solo lectura sobre el respaldo: cuenta los
      *    detalles, suma los saldos (los montos en un respaldo de
      *    MOVIMIENTOS) y toma las cifras de la cola.
       2001-PREVALIDAR-RESPALDO.
           MOVE ZERO TO SW SW-HAY-COLA SW-PREV-OK
           MOVE ZERO TO WK-CNT-PREV WK-TOT-PREV
                   WHEN "H"
                       CONTINUE
                   WHEN "D"
                       ADD 1 TO WK-CNT-PREV
                       IF WK-OPCION EQUAL "N"
                           MOVE REG-RESPALDO TO WK-VISTA-DET-MOV
                           ADD VIS-MOV-MONTO TO WK-TOT-PREV
                       ELSE
                           MOVE REG-RESPALDO TO WK-VISTA-DETALLE
                           ADD VIS-DET-SALDO TO WK-TOT-PREV
                       END-IF
                   WHEN "T"
                       MOVE 1 TO SW-HAY-COLA
                       MOVE REG-RESPALDO    TO WK-VISTA-COLA
               PERFORM 090-ESCRIBIR-LOG
           END-IF.

      *----------------------------------------------------------------*
      *    MODO M: descarga el maestro MOVIMIENTOS a un respaldo       *
      *    plano fechado con cifras de control en el registro cola.    *
      *----------------------------------------------------------------*
       3000-DESCARGAR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-MOV-ORIGEN
           IF ST-ORI NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ABRIR MOVIMIENTOS. STATUS: " ST-ORI
               MOVE 35 TO WK-COD-RETORNO
           ELSE
               ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
               MOVE WK-FECHA-SIS TO WK-FECHA-RESP
               PERFORM 0051-ARMAR-RUTA-RESPMOV
               OPEN OUTPUT ARCHIVO-RESPALDO

               IF ST-RSP NOT EQUAL "00"
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO SE PUDO CREAR EL RESPALDO. STATUS: "
                       ST-RSP
                   MOVE 35 TO WK-COD-RETORNO
                   CLOSE ARCHIVO-MOV-ORIGEN
               ELSE
                   MOVE ZERO TO SW-RESP-ERROR
                   MOVE WK-FECHA-SIS TO CAB-FECHA
                   MOVE "MOVIMTOS"   TO CAB-NOMBRE
                   WRITE REG-RESPALDO FROM WK-REG-CABECERA END-WRITE
                   IF ST-RSP NOT EQUAL "00"
                       MOVE 1 TO SW-RESP-ERROR
                       MOVE 1 TO SW
                   END-IF

                   MOVE LOW-VALUES TO ORI-LLAVE
                   START ARCHIVO-MOV-ORIGEN
                       KEY IS GREATER THAN ORI-LLAVE
                       INVALID KEY MOVE 1 TO SW
                   END-START
                   IF ST-ORI NOT EQUAL "00"
                       MOVE 1 TO SW
                   END-IF
                   PERFORM 3010-DESCARGAR-MOVIMIENTO UNTIL SW EQUAL 1

                   IF SW-RESP-ERROR EQUAL ZERO
                       MOVE WK-CNT-DESCARGADAS TO COL-CANTIDAD
                       MOVE WK-TOT-DESCARGADO  TO COL-TOTAL
                       WRITE REG-RESPALDO FROM WK-REG-COLA END-WRITE
                       IF ST-RSP NOT EQUAL "00"
                           MOVE 1 TO SW-RESP-ERROR
                       END-IF
                   END-IF

                   CLOSE ARCHIVO-RESPALDO ARCHIVO-MOV-ORIGEN

                   IF SW-RESP-ERROR EQUAL 1
                       DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                       DISPLAY "ERROR AL ESCRIBIR EL RESPALDO. EL"
                       DISPLAY "ARCHIVO GENERADO NO ES CONFIABLE"
                       MOVE 35 TO WK-COD-RETORNO
                       MOVE "RESPALDO RECHAZADO: ERROR DE ESCRITURA"
                           TO WK-MSN-LOG
                       PERFORM 090-ESCRIBIR-LOG
                   ELSE
                       INITIALIZE WK-MSN-LOG
                       MOVE "RESPALDO DE MOVIMIENTOS GENERADO: "
                           TO WK-MSN-LOG
                       MOVE WK-RUTA-RESPALDO TO WK-MSN-LOG(35:)
                       PERFORM 090-ESCRIBIR-LOG
                   END-IF
               END-IF
           END-IF.

       3010-DESCARGAR-MOVIMIENTO.
           READ ARCHIVO-MOV-ORIGEN NEXT RECORD AT END
               MOVE 1 TO SW
           NOT AT END
               MOVE REG-MOV-ORIGEN TO DET-IMAGEN
               WRITE REG-RESPALDO FROM WK-REG-DETALLE END-WRITE
               IF ST-RSP NOT EQUAL "00"
                   MOVE 1 TO SW-RESP-ERROR
                   MOVE 1 TO SW
               ELSE
                   ADD 1 TO WK-CNT-DESCARGADAS
                   ADD ORI-MONTO TO WK-TOT-DESCARGADO
               END-IF
           END-READ
           IF ST-ORI NOT EQUAL "00" AND SW-RESP-ERROR EQUAL ZERO
               MOVE 1 TO SW
           END-IF.

      *----------------------------------------------------------------*
      *    MODO N: reconstruye el maestro MOVIMIENTOS, con su llave    *
      *    alterna fecha + operador, desde un respaldo de modo M.      *
      *----------------------------------------------------------------*
      *----Igual que la recarga de CUENTAS: la pasada de solo lectura
      *    confirma las cifras de la cola antes de recrear el maestro.
       4000-RECARGAR-MOVIMIENTOS.
           DISPLAY "INGRESE LA FECHA DEL RESPALDO DE MOVIMIENTOS "
                   "(AAAAMMDD): "
           ACCEPT WK-FECHA-RESP

           IF WK-FECHA-RESP IS NOT NUMERIC
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "FECHA DE RESPALDO INVALIDA. DEBE SER AAAAMMDD"
               MOVE 35 TO WK-COD-RETORNO
           ELSE
               PERFORM 0051-ARMAR-RUTA-RESPMOV
               OPEN INPUT ARCHIVO-RESPALDO
               IF ST-RSP NOT EQUAL "00"
                   DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
                   DISPLAY "NO EXISTE EL RESPALDO: " WK-RUTA-RESPALDO
                   MOVE 35 TO WK-COD-RETORNO
               ELSE
                   PERFORM 2001-PREVALIDAR-RESPALDO
                   CLOSE ARCHIVO-RESPALDO
                   IF SW-PREV-OK EQUAL 1
                       PERFORM 4008-RECONSTRUIR-MOVIMIENTOS
                   END-IF
               END-IF
           END-IF.

      *----OPEN OUTPUT recrea el maestro con las dos llaves; cada
      *    WRITE arma tambien la entrada de la llave alterna.
       4008-RECONSTRUIR-MOVIMIENTOS.
           OPEN INPUT ARCHIVO-RESPALDO
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS

           MOVE ZERO TO SW
           PERFORM 4010-CARGAR-REGISTRO UNTIL SW EQUAL 1

           CLOSE ARCHIVO-MOVIMIENTOS ARCHIVO-RESPALDO

           PERFORM 4040-VALIDAR-CIFRAS.

       4010-CARGAR-REGISTRO.
           READ ARCHIVO-RESPALDO AT END
               MOVE 1 TO SW
           NOT AT END
               IF REG-RESPALDO(1:1) EQUAL "D"
                   PERFORM 4020-CARGAR-MOVIMIENTO
               END-IF
           END-READ
           IF ST-RSP NOT EQUAL "00"
               MOVE 1 TO SW
           END-IF.

       4020-CARGAR-MOVIMIENTO.
           MOVE REG-RESPALDO(2:76) TO REG-MOVIMIENTOS
           WRITE REG-MOVIMIENTOS INVALID KEY
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "MOVIMIENTO DUPLICADO EN EL RESPALDO: "
                   MOV-LLAVE
               MOVE 35 TO WK-COD-RETORNO
           NOT INVALID KEY
               ADD 1 TO WK-CNT-CARGADAS
               ADD MOV-MONTO TO WK-TOT-CARGADO
           END-WRITE.

      *----Mismo criterio de 2040-VALIDAR-CIFRAS: un maestro
      *    reconstruido que no cuadra con la cola se elimina.
       4040-VALIDAR-CIFRAS.
           IF WK-CNT-COLA NOT EQUAL WK-CNT-CARGADAS
              OR WK-TOT-COLA NOT EQUAL WK-TOT-CARGADO
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "LO CARGADO NO CUADRA CON LA COLA DEL RESPALDO."
               DISPLAY "EL MAESTRO RECONSTRUIDO SE ELIMINA. REPITA EL"
               DISPLAY "PROCESO CON UN RESPALDO VALIDO"
               MOVE 35 TO WK-COD-RETORNO
               CALL "CBL_DELETE_FILE" USING WK-MOVIMIENTOS-FILE
               MOVE "RECARGA RECHAZADA: CIFRAS NO CUADRAN"
                   TO WK-MSN-LOG
               PERFORM 090-ESCRIBIR-LOG
           ELSE
               INITIALIZE WK-MSN-LOG
               MOVE "MOVIMIENTOS RECARGADO DESDE RESPALDO: "
                   TO WK-MSN-LOG
               MOVE WK-RUTA-RESPALDO TO WK-MSN-LOG(39:)
               PERFORM 090-ESCRIBIR-LOG
           END-IF.

       0050-ARMAR-RUTA-RESPALDO.
           INITIALIZE WK-RUTA-RESPALDO
           STRING WK-BASE-DIR   DELIMITED BY SPACE
           END-STRING
           SET ENVIRONMENT "RESPALDO" TO WK-RUTA-RESPALDO.

       0051-ARMAR-RUTA-RESPMOV.
           INITIALIZE WK-RUTA-RESPALDO
           STRING WK-BASE-DIR   DELIMITED BY SPACE
                  "RESPMOV_"    DELIMITED BY SIZE
                  WK-FECHA-RESP DELIMITED BY SPACE
                  ".TXT"        DELIMITED BY SIZE
                  INTO WK-RUTA-RESPALDO
           END-STRING
           SET ENVIRONMENT "RESPALDO" TO WK-RUTA-RESPALDO.

       090-ESCRIBIR-LOG.
           ACCEPT WK-FECHA-SIS FROM DATE
           ACCEPT WK-HORA-SIS  FROM TIME

       099-RESUMEN-CONTROL.
           DISPLAY "==================================================="
           IF WK-OPCION EQUAL "U" OR WK-OPCION EQUAL "R"
               DISPLAY "       RESUMEN RESPALDO/RECARGA DE CUENTAS"
           ELSE
               DISPLAY "     RESUMEN RESPALDO/RECARGA DE MOVIMIENTOS"
           END-IF
           DISPLAY "==================================================="

           EVALUATE WK-OPCION
               WHEN "U"
                   MOVE WK-CNT-DESCARGADAS TO WK-CNT-EDIT
                   DISPLAY "Cuentas descargadas           : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-DESCARGADO  TO WK-TOT-EDIT
                   DISPLAY "Total saldos descargados      : "
                       WK-TOT-EDIT
               WHEN "R"
                   MOVE WK-CNT-CARGADAS TO WK-CNT-EDIT
                   DISPLAY "Cuentas cargadas              : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-CARGADO  TO WK-TOT-EDIT
                   DISPLAY "Total saldos cargados         : "
                       WK-TOT-EDIT
                   MOVE WK-CNT-COLA     TO WK-CNT-EDIT
                   DISPLAY "Cuentas segun cola            : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-COLA     TO WK-TOT-EDIT
                   DISPLAY "Total saldos segun cola       : "
                       WK-TOT-EDIT
               WHEN "M"
                   MOVE WK-CNT-DESCARGADAS TO WK-CNT-EDIT
                   DISPLAY "Movimientos descargados       : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-DESCARGADO  TO WK-TOT-EDIT
                   DISPLAY "Total montos descargados      : "
                       WK-TOT-EDIT
               WHEN "N"
                   MOVE WK-CNT-CARGADAS TO WK-CNT-EDIT
                   DISPLAY "Movimientos cargados          : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-CARGADO  TO WK-TOT-EDIT
                   DISPLAY "Total montos cargados         : "
                       WK-TOT-EDIT
                   MOVE WK-CNT-COLA     TO WK-CNT-EDIT
                   DISPLAY "Movimientos segun cola        : "
                       WK-CNT-EDIT
                   MOVE WK-TOT-COLA     TO WK-TOT-EDIT
                   DISPLAY "Total montos segun cola       : "
                       WK-TOT-EDIT
           END-EVALUATE
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
           MOVE WK-CNT-DESCARGADAS TO WK-CNT-EDIT
           STRING "RESUMEN: Descargadas=" DELIMITED BY SIZE
               WK-TOT-DESCARGADO             DELIMITED BY SIZE
               " TotCargado="                DELIMITED BY SIZE
               WK-TOT-CARGADO                DELIMITED BY SIZE
               " Opcion="                    DELIMITED BY SIZE
               WK-OPCION                     DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.
