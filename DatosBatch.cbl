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

      *----Select para el reporte de rechazo de la validacion previa
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-PAR.

      *----Select para el registro de transferencias interbancarias
      *    ACH enviadas. Indexado por fecha + consecutivo, que es el
      *    numero de traza de la entrada en el archivo ACH.
           SELECT ARCHIVO-ACHENVIOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ACHENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACE-LLAVE
               FILE STATUS  IS ST-ACE.

      *----Select para archivo de excepciones
           SELECT ARCHIVO-EXCEPCIONES
               ASSIGN TO
       DATA DIVISION.
       FILE SECTION.
       FD  DATOS-TXT.
       01  REG-LINEA PIC X(100).

       FD  CUENTAS.
       01  REG-CUENTAS.
           02 MOV-OPERADOR   PIC X(04).
      *----------------------------------------------------------------*
      *    MOV-LLAVE     : LLAVE UNICA cuenta + fecha + consecutivo    *
      *    MOV-LLAVE-FECHA: LLAVE ALTERNA fecha + operador, con        *
      *                    duplicados (movimientos de un dia)          *
      *    MOV-SEQ       : Consecutivo del movimiento en el dia        *
      *    MOV-OPERACION : D -> Deposito   W -> Retiro                 *
      *                    I -> Interes    A -> Apertura               *
      *                    G -> Gravamen GMF sobre debitos             *
      *                    B -> Registro de embargo (neutro)           *
      *                    L -> Levante de embargo (neutro)            *
      *                    H -> Transferencia ACH enviada              *
      *    MOV-MONTO     : Valor del movimiento                        *
      *    MOV-SALDO     : Saldo de la cuenta despues del movimiento   *
      *    MOV-PROGRAMA  : Programa que registro el movimiento         *
      *    EMB-FECHA-INICIO : Fecha de registro AAAAMMDD               *
      *    EMB-FECHA-LEVANTE: Fecha del levante (cero si vigente)      *
      *    EMB-ESTADO     : A -> Activo   L -> Levantado               *
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

       FD  ARCHIVO-PARAMETROS.
       01  REG-RECHAZO PIC X(132).

       FD  ARCHIVO-EXCEPCIONES.
       01  REG-EXCEPCION PIC X(130).

       FD  ARCHIVO-CHECKPOINT.
       01  REG-CHECKPOINT PIC X(30).
           02 ST-PTMP      PIC XX.
           02 ST-EXC       PIC XX.
           02 ST-RCH       PIC XX.
           02 ST-ACE       PIC XX.

       01  WK-LOCK-OK      PIC 9 VALUE ZERO.
       01  WK-LOCK-FILE    PIC X(60) VALUE
           02 WK-ARCHIVE-SALE     PIC X(90).

       01  WK-EXCEPCION-LINEA.
           02 EXC-LINEA  PIC X(100).
           02 FILLER     PIC X VALUE "|".
           02 EXC-RAZON  PIC X(29).

      *    Validacion previa (edit) del archivo de entrada. El canal   *
      *    debe entregar: cabecera H|AAAAMMDD|ORIGEN, detalles         *
      *    cuenta|operacion|monto[|destino] y cola T|cantidad|suma     *
      *    de montos. La transferencia interbancaria (operacion H)     *
      *    trae ademas banco|cuenta destino|documento|nombre del       *
      *    beneficiario. El archivo completo se rechaza a cuarentena   *
      *    cuando falta cabecera o cola, las cifras de control no      *
      *    cuadran, algun detalle trae campos invalidos o hay lineas   *
      *    de detalle duplicadas.                                      *
           02 WK-VAL-C2      PIC X(15).
           02 WK-VAL-C3      PIC X(15).
           02 WK-VAL-C4      PIC X(09).
           02 WK-VAL-C5      PIC X(19).
           02 WK-VAL-C6      PIC X(14).
           02 WK-VAL-C7      PIC X(32).
           02 WK-VAL-MOTIVO  PIC X(40).
           02 WK-CNT-ESP     PIC 9(02) VALUE ZERO.
           02 WK-NDX-TAB     PIC 9(05) COMP.
           02 FILLER         PIC X(02) VALUE ": ".
           02 RCH-MOTIVO     PIC X(40).
           02 FILLER         PIC X(02) VALUE "| ".
           02 RCH-CONTENIDO  PIC X(74).

      *----Tabla de lineas de detalle ya vistas, para detectar
      *    duplicados dentro del mismo archivo.
       01  WK-TABLA-LINEAS.
           02 WK-TAB-LINEA   PIC X(100) OCCURS 10000.

       01  WK-SKIP-COUNT     PIC 9(08) VALUE ZERO.
       01  WK-LEIDAS-ARCHIVO PIC 9(08) VALUE ZERO.
               03 WK-OPERACION PIC X.
               03 WK-MONTO     PIC X(12).
               03 WK-CTA-DESTINO PIC X(09).
               03 WK-ACH-CTA     PIC X(17).
               03 WK-ACH-DOC     PIC X(12).
               03 WK-ACH-NOMBRE  PIC X(30).
           02 WK-MONTO-TEM PIC 9(12).
           02 WK-DISPONIBLE PIC S9(13).

           02 WK-HORA-SIS  PIC 9(08).
           02 WK-FECHA-SIS PIC 9(08).

      *----Transferencia interbancaria ACH (operacion H): el banco
      *    destino llega en WK-CTA-DESTINO(1:4); la transferencia
      *    queda pendiente en ACHENVIOS hasta que EnviarACH la
      *    incluye en el archivo del dia. WK-COD-ENTIDAD es el codigo
      *    ACH del banco, que no puede ser destino de una ACH.
           02 WK-COD-ENTIDAD PIC X(04) VALUE "0001".
           02 SW-ACE-GRABADO PIC 9 VALUE ZERO.

       01  WK-RESUMEN.
           02 WK-CNT-LEIDAS     PIC 9(06) VALUE ZERO.
           02 WK-CNT-DEPOSITOS  PIC 9(06) VALUE ZERO.
           02 WK-TOT-TRANSFER   PIC 9(14) VALUE ZERO.
           02 WK-CNT-GMF        PIC 9(06) VALUE ZERO.
           02 WK-TOT-GMF        PIC 9(14) VALUE ZERO.
           02 WK-CNT-ACH        PIC 9(06) VALUE ZERO.
           02 WK-TOT-ACH        PIC 9(14) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.
           02 WK-TOT-EDIT       PIC $Z(12)9.99.

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

       0005-ABRIR-ARCHIVOS.
           OPEN EXTEND ARCHIVO-LOG
           OPEN I-O ARCHIVO-MOVIMIENTOS
           OPEN I-O ARCHIVO-ACHENVIOS
           PERFORM 0084-LEER-PARAMETROS

      *----El maestro de embargos puede no existir todavia: en ese
           NOT AT END
               ADD 1 TO WK-VAL-LEIDAS
               MOVE SPACES TO WK-VAL-C1 WK-VAL-C2 WK-VAL-C3 WK-VAL-C4
               MOVE SPACES TO WK-VAL-C5 WK-VAL-C6 WK-VAL-C7
               UNSTRING REG-LINEA DELIMITED BY "|"
                   INTO WK-VAL-C1 WK-VAL-C2 WK-VAL-C3 WK-VAL-C4
                        WK-VAL-C5 WK-VAL-C6 WK-VAL-C7
               END-UNSTRING
               IF SW-HAY-COLA EQUAL 1
                   MOVE "REGISTRO DESPUES DE LA COLA" TO WK-VAL-MOTIVO
           IF WK-VAL-C2(1:1) NOT EQUAL "D"
              AND WK-VAL-C2(1:1) NOT EQUAL "W"
              AND WK-VAL-C2(1:1) NOT EQUAL "T"
              AND WK-VAL-C2(1:1) NOT EQUAL "H"
              OR WK-VAL-C2(2:) NOT EQUAL SPACES
               MOVE "CODIGO DE OPERACION INVALIDO" TO WK-VAL-MOTIVO
               MOVE REG-LINEA TO RCH-CONTENIDO
               PERFORM 0047-REPORTAR-RECHAZO
           END-IF

      *----La ACH exige banco de 4 digitos distinto de este banco, y
      *    cuenta, documento y nombre del beneficiario dentro del
      *    ancho de los campos del archivo ACH.
           IF WK-VAL-C2(1:1) EQUAL "H"
               IF WK-VAL-C4(1:4) IS NOT NUMERIC
                  OR WK-VAL-C4(5:5) NOT EQUAL SPACES
                  OR WK-VAL-C4(1:4) EQUAL "0000"
                  OR WK-VAL-C4(1:4) EQUAL WK-COD-ENTIDAD
                   MOVE "ACH CON BANCO DESTINO INVALIDO"
                       TO WK-VAL-MOTIVO
                   MOVE REG-LINEA TO RCH-CONTENIDO
                   PERFORM 0047-REPORTAR-RECHAZO
               END-IF
               IF WK-VAL-C5 EQUAL SPACES
                  OR WK-VAL-C5(18:2) NOT EQUAL SPACES
                  OR WK-VAL-C6 EQUAL SPACES
                  OR WK-VAL-C6(13:2) NOT EQUAL SPACES
                  OR WK-VAL-C7 EQUAL SPACES
                  OR WK-VAL-C7(31:2) NOT EQUAL SPACES
                   MOVE "ACH CON DATOS DEL BENEFICIARIO INVALIDOS"
                       TO WK-VAL-MOTIVO
                   MOVE REG-LINEA TO RCH-CONTENIDO
                   PERFORM 0047-REPORTAR-RECHAZO
               END-IF
           END-IF

           PERFORM 0045-VALIDAR-DUPLICADO.

      *----Busca la linea de detalle en la tabla de lineas ya vistas
               INITIALIZE WK-REG-TEM
               UNSTRING REG-LINEA DELIMITED BY "|"
                   INTO WK-NRO-CTA WK-OPERACION WK-MONTO
                        WK-CTA-DESTINO WK-ACH-CTA WK-ACH-DOC
                        WK-ACH-NOMBRE
               END-UNSTRING
               MOVE WK-MONTO TO WK-MONTO-TEM
               MOVE SPACES   TO WK-CTA-REF
                       PERFORM 0020-LEER-CUENTAS
                   WHEN "T"
                       PERFORM 0050-PROCESAR-TRANSFER
                   WHEN "H"
                       PERFORM 0057-PROCESAR-ACH
                   WHEN OTHER
                       PERFORM 0017-RECHAZAR-REG
               END-EVALUATE
               END-REWRITE
           END-READ.

      *----------------------------------------------------------------*
      *    Transferencia interbancaria ACH: el origen se valida igual  *
      *    que en la transferencia propia (sus rechazos se cuentan     *
      *    con los de transferencias). La transferencia se registra    *
      *    pendiente en ACHENVIOS y solo entonces se debita el origen  *
      *    con el movimiento "H", cuya referencia es el consecutivo    *
      *    de ACHENVIOS; si el debito no se puede grabar se borra el   *
      *    registro pendiente para que EnviarACH no lo envie.          *
      *----------------------------------------------------------------*
       0057-PROCESAR-ACH.
           MOVE ZERO TO SW-TRF-OK
           PERFORM 0051-VALIDAR-ORIGEN
           IF SW-TRF-OK EQUAL 1
               PERFORM 0058-REGISTRAR-ACH
               IF ACE-ESTADO EQUAL "P"
                   COMPUTE VLR-SALDO = VLR-SALDO - WK-MONTO-TEM
                   MOVE "H" TO TP-OPERACION
                   REWRITE REG-CUENTAS INVALID KEY
                       DELETE ARCHIVO-ACHENVIOS RECORD INVALID KEY
                           CONTINUE
                       END-DELETE
                       ADD 1 TO WK-CNT-TRANS-RECH
                       INITIALIZE WK-MSN-LOG
                       MOVE "ERROR AL DEBITAR ACH DE LA CUENTA: "
                       TO WK-MSN-LOG
                       MOVE LV0-CTA TO WK-MSN-LOG(36:)
                       PERFORM 090-ESCRIBIR-LOG
                   NOT INVALID KEY
                       ADD 1 TO WK-CNT-ACH
                       ADD WK-MONTO-TEM TO WK-TOT-ACH
                       MOVE ACE-SEQ TO WK-CTA-REF
                       PERFORM 095-GRABAR-MOVIMIENTO
                       IF WK-GMF > ZERO
                           PERFORM 0060-COBRAR-GMF
                       END-IF
                       PERFORM 0035-ARCHIVO-SALIDA
                   END-REWRITE
               END-IF
           END-IF.

      *----Graba la transferencia pendiente con el primer consecutivo
      *    libre del dia (mismo reintento por status 22 que el
      *    maestro de movimientos). Si no se pudo grabar deja
      *    ACE-ESTADO en espacios y el origen no se debita.
       0058-REGISTRAR-ACH.
           ACCEPT WK-FECHA-SIS FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SIS  FROM TIME

           INITIALIZE REG-ACHENVIOS
           MOVE WK-FECHA-SIS        TO ACE-FECHA
           MOVE LV0-CTA             TO ACE-CTA-ORIGEN
           MOVE WK-CTA-DESTINO(1:4) TO ACE-BANCO-DESTINO
           MOVE WK-ACH-CTA          TO ACE-CTA-DESTINO
           MOVE WK-ACH-DOC          TO ACE-DOC-BENEF
           MOVE WK-ACH-NOMBRE       TO ACE-NOMBRE-BENEF
           MOVE WK-MONTO-TEM        TO ACE-MONTO
           MOVE "P"                 TO ACE-ESTADO
           MOVE WK-HORA-SIS         TO ACE-HORA
           MOVE ZERO TO ACE-FECHA-ENVIO ACE-FECHA-DEV
           MOVE "DatosBatch"        TO ACE-PROGRAMA

           MOVE 1    TO ACE-SEQ
           MOVE ZERO TO SW-ACE-GRABADO
           PERFORM 0059-ESCRIBIR-ACH
               UNTIL SW-ACE-GRABADO EQUAL 1.

       0059-ESCRIBIR-ACH.
           WRITE REG-ACHENVIOS INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE 1 TO SW-ACE-GRABADO
           END-WRITE

           IF SW-ACE-GRABADO EQUAL ZERO
               IF ST-ACE EQUAL "22" AND ACE-SEQ < 999999
                   ADD 1 TO ACE-SEQ
               ELSE
                   MOVE 1      TO SW-ACE-GRABADO
                   MOVE SPACES TO ACE-ESTADO
                   ADD 1 TO WK-CNT-TRANS-RECH
                   INITIALIZE WK-MSN-LOG
                   MOVE "ERROR AL REGISTRAR ACH DE LA CUENTA: "
                   TO WK-MSN-LOG
                   MOVE LV0-CTA TO WK-MSN-LOG(38:)
                   PERFORM 090-ESCRIBIR-LOG
               END-IF
           END-IF.

       0035-ARCHIVO-SALIDA.
           INITIALIZE WK-CTA WK-VLR
           MOVE LV0-CTA       TO WK-CTA
           DISPLAY "Debitos de GMF registrados    : " WK-CNT-EDIT
           MOVE WK-TOT-GMF         TO WK-TOT-EDIT
           DISPLAY "Total GMF recaudado           : " WK-TOT-EDIT
           MOVE WK-CNT-ACH         TO WK-CNT-EDIT
           DISPLAY "Transferencias ACH registradas: " WK-CNT-EDIT
           MOVE WK-TOT-ACH         TO WK-TOT-EDIT
           DISPLAY "Total ACH enviado             : " WK-TOT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
               WK-TOT-GMF                     DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG

           INITIALIZE WK-MSN-LOG
           STRING "RESUMEN ACH: Registradas=" DELIMITED BY SIZE
               WK-CNT-ACH                     DELIMITED BY SIZE
               " TotACH="                     DELIMITED BY SIZE
               WK-TOT-ACH                     DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.


           IF SW-EMB-ABIERTO EQUAL 1
               CLOSE ARCHIVO-EMBARGOS
           END-IF
           CLOSE DATOS-TXT ARCHIVO-LOG ARCHIVO-MOVIMIENTOS
                 ARCHIVO-ACHENVIOS.

       END PROGRAM DatosBatch.
