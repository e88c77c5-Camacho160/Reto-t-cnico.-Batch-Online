      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch diario de envio de transferencias
      *          interbancarias ACH. Recorre el registro ACHENVIOS y
      *          escribe cada transferencia pendiente (capturada en
      *          ventanilla por ConsultarCuenta o en el archivo de
      *          DatosBatch, ya debitada al cliente) en el archivo de
      *          salida ACH_ENVIO_<AAAAMMDD>.TXT, con registro de
      *          archivo, lote con su control (cantidad de entradas,
      *          hash de bancos destino y total) y control de
      *          archivo; luego la marca como enviada. Si el archivo
      *          del dia ya existe no se reescribe: las pendientes
      *          salen en el archivo del dia siguiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EnviarACH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----Select para el registro de transferencias interbancarias
      *    ACH enviadas. Indexado por fecha + consecutivo, que es el
      *    numero de traza de la entrada en el archivo ACH.
           SELECT ARCHIVO-ACHENVIOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\ACHENVIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ACE-LLAVE
               FILE STATUS  IS ST-ACE.
      *----Select para el archivo ACH de salida del dia. Ruta
      *    dinamica, ver WK-RUTA-ACHENV; variable de ambiente "ACHENV"
      *    (mismo mecanismo que los archivos fechados de DatosBatch).
           SELECT ARCHIVO-ACH
               ASSIGN TO WK-RUTA-ACHENV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-ACH.

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
       FD  ARCHIVO-ACH.
       01  REG-ACH PIC X(120).

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
           02 ST-ACE       PIC XX.
           02 ST-ACH       PIC XX.
           02 ST-LOG       PIC XX.
           02 ST-LOCK      PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-ACE   PIC 9 VALUE ZERO.
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

      *----WK-COD-ENTIDAD es nuestro codigo ACH; WK-COD-OPERADOR-ACH
      *    el del operador de la camara que recibe el archivo.
           02 WK-COD-ENTIDAD      PIC X(04) VALUE "0001".
           02 WK-COD-OPERADOR-ACH PIC X(04) VALUE "0000".
           02 WK-BANCO-NUM    PIC 9(04).
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).
           02 WK-FECHA-HOY    PIC 9(08).
           02 WK-MSN-LOG      PIC X(200).
           02 WK-BASE-DIR     PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-ACHENV  PIC X(80).

       01  WK-RESUMEN.
           02 WK-CNT-LEIDAS    PIC 9(06) VALUE ZERO.
           02 WK-CNT-ENVIADAS  PIC 9(06) VALUE ZERO.
           02 WK-CNT-ERRORES   PIC 9(06) VALUE ZERO.
           02 WK-HASH-BANCOS   PIC 9(10) VALUE ZERO.
           02 WK-TOT-ENVIADO   PIC 9(15) VALUE ZERO.
           02 WK-CNT-EDIT      PIC Z(5)9.
           02 WK-TOT-EDIT      PIC $Z(12)9.99.

      *----Lineas del archivo ACH de salida: un solo lote de creditos
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

       01  WK-LINEA-ENTRADA.
           02 FILLER          PIC X(02) VALUE "6|".
           02 ENT-TRAZA       PIC X(14).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-BANCO-DEST  PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-CTA-DEST    PIC X(17).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-DOCUMENTO   PIC X(12).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-NOMBRE      PIC X(30).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-VALOR       PIC 9(12).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-BANCO-ORIG  PIC X(04).
           02 FILLER          PIC X     VALUE "|".
           02 ENT-CTA-ORIG    PIC X(17).

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

           MOVE "Inicia envio ACH EnviarACH" TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 0009-ARMAR-RUTAS

      *----Un archivo ACH ya generado hoy no se reescribe: pudo haber
      *    sido transmitido. Se avisa y la cadena sigue.
           OPEN INPUT ARCHIVO-ACH
           IF ST-ACH EQUAL "00"
               CLOSE ARCHIVO-ACH
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "EL ARCHIVO ACH DEL DIA YA FUE GENERADO."
               DISPLAY "LAS PENDIENTES SALEN EN EL PROXIMO ARCHIVO"
               INITIALIZE WK-MSN-LOG
               STRING "Archivo ACH ya generado: " WK-RUTA-ACHENV
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           ELSE
               PERFORM 0005-VERIFICAR-LOCK
               IF WK-LOCK-OK EQUAL 1
                   PERFORM 0015-ABRIR-ARCHIVOS
                   PERFORM 0020-PROCESAR-PENDIENTES
                   PERFORM 0016-CERRAR-ARCHIVOS
                   PERFORM 0006-LIBERAR-LOCK
                   PERFORM 099-RESUMEN-CONTROL
               ELSE
                   MOVE 35 TO WK-COD-RETORNO
                   MOVE "No se genera el archivo ACH. CUENTAS bloqueada"
                       TO WK-MSN-LOG
                   PERFORM 090-ESCRIBIR-LOG
               END-IF
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza envio ACH EnviarACH" TO WK-MSN-LOG
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
           MOVE "EnviarACH"       TO LOCK-PROGRAMA
           MOVE WK-FECHA-SIS      TO LOCK-FECHA
           MOVE WK-HORA-SIS       TO LOCK-HORA
           WRITE REG-LOCK
           CLOSE ARCHIVO-LOCK.

       0006-LIBERAR-LOCK.
           CALL "CBL_DELETE_FILE" USING WK-LOCK-FILE.

       0009-ARMAR-RUTAS.
           INITIALIZE WK-RUTA-ACHENV
           STRING WK-BASE-DIR  DELIMITED BY SPACE
                  "ACH_ENVIO_" DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  ".TXT"       DELIMITED BY SIZE
                  INTO WK-RUTA-ACHENV
           END-STRING
           SET ENVIRONMENT "ACHENV" TO WK-RUTA-ACHENV.

      *----El lock de CUENTAS se toma porque ConsultarCuenta y
      *    DatosBatch registran en ACHENVIOS bajo ese mismo lock.
       0015-ABRIR-ARCHIVOS.
           OPEN I-O ARCHIVO-ACHENVIOS
           OPEN OUTPUT ARCHIVO-ACH
           MOVE WK-FECHA-HOY        TO ARC-FECHA
           MOVE WK-COD-ENTIDAD      TO ARC-ORIGEN
           MOVE WK-COD-OPERADOR-ACH TO ARC-DESTINO
           WRITE REG-ACH FROM WK-LINEA-ARCHIVO END-WRITE
           MOVE 1              TO LOT-NUMERO
           MOVE WK-FECHA-HOY   TO LOT-FECHA
           MOVE WK-COD-ENTIDAD TO LOT-ENTIDAD
           MOVE "CREDITOS"     TO LOT-DESCRIPCION
           WRITE REG-ACH FROM WK-LINEA-LOTE END-WRITE.

       0016-CERRAR-ARCHIVOS.
           MOVE 1               TO CLT-NUMERO
           MOVE WK-CNT-ENVIADAS TO CLT-CANTIDAD
           MOVE WK-HASH-BANCOS  TO CLT-HASH
           MOVE WK-TOT-ENVIADO  TO CLT-TOTAL
           WRITE REG-ACH FROM WK-LINEA-CTL-LOTE END-WRITE
           MOVE 1               TO CAR-LOTES
           MOVE WK-CNT-ENVIADAS TO CAR-CANTIDAD
           MOVE WK-HASH-BANCOS  TO CAR-HASH
           MOVE WK-TOT-ENVIADO  TO CAR-TOTAL
           WRITE REG-ACH FROM WK-LINEA-CTL-ARCHIVO END-WRITE
           CLOSE ARCHIVO-ACH ARCHIVO-ACHENVIOS.

      *----ACHENVIOS conserva tambien las enviadas y devueltas; se
      *    recorre completo y solo se toman las pendientes ("P").
       0020-PROCESAR-PENDIENTES.
           MOVE ZERO TO SW-FIN-ACE
           PERFORM 0021-LEER-ACHENVIO UNTIL SW-FIN-ACE EQUAL 1.

       0021-LEER-ACHENVIO.
           READ ARCHIVO-ACHENVIOS NEXT RECORD AT END
               MOVE 1 TO SW-FIN-ACE
           NOT AT END
               ADD 1 TO WK-CNT-LEIDAS
               IF ACE-ESTADO EQUAL "P"
                   PERFORM 0030-ENVIAR-ENTRADA
               END-IF
           END-READ
           IF ST-ACE NOT EQUAL "00"
               MOVE 1 TO SW-FIN-ACE
           END-IF.

      *----La entrada se marca enviada antes de escribirla: si la
      *    marca falla la transferencia sigue pendiente y no viaja
      *    dos veces.
       0030-ENVIAR-ENTRADA.
           MOVE "E"          TO ACE-ESTADO
           MOVE WK-FECHA-HOY TO ACE-FECHA-ENVIO
           REWRITE REG-ACHENVIOS INVALID KEY
               ADD 1 TO WK-CNT-ERRORES
               INITIALIZE WK-MSN-LOG
               STRING "ERROR AL MARCAR ENVIADA LA ACH " ACE-LLAVE
                      DELIMITED BY SIZE INTO WK-MSN-LOG
               END-STRING
               PERFORM 090-ESCRIBIR-LOG
           NOT INVALID KEY
               MOVE ACE-LLAVE         TO ENT-TRAZA
               MOVE ACE-BANCO-DESTINO TO ENT-BANCO-DEST
               MOVE ACE-CTA-DESTINO   TO ENT-CTA-DEST
               MOVE ACE-DOC-BENEF     TO ENT-DOCUMENTO
               MOVE ACE-NOMBRE-BENEF  TO ENT-NOMBRE
               MOVE ACE-MONTO         TO ENT-VALOR
               MOVE WK-COD-ENTIDAD    TO ENT-BANCO-ORIG
               MOVE ACE-CTA-ORIGEN    TO ENT-CTA-ORIG
               WRITE REG-ACH FROM WK-LINEA-ENTRADA END-WRITE

               ADD 1         TO WK-CNT-ENVIADAS
               ADD ACE-MONTO TO WK-TOT-ENVIADO
               MOVE ACE-BANCO-DESTINO TO WK-BANCO-NUM
               ADD WK-BANCO-NUM TO WK-HASH-BANCOS
           END-REWRITE.

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
           DISPLAY "       RESUMEN ENVIO ACH                           "
           DISPLAY "==================================================="

           MOVE WK-CNT-LEIDAS      TO WK-CNT-EDIT
           DISPLAY "Registros leidos de ACHENVIOS : " WK-CNT-EDIT
           MOVE WK-CNT-ENVIADAS    TO WK-CNT-EDIT
           DISPLAY "Transferencias enviadas       : " WK-CNT-EDIT
           MOVE WK-TOT-ENVIADO     TO WK-TOT-EDIT
           DISPLAY "Valor enviado                 : " WK-TOT-EDIT
           DISPLAY "Hash de bancos destino        : " WK-HASH-BANCOS
           MOVE WK-CNT-ERRORES     TO WK-CNT-EDIT
           DISPLAY "Errores al marcar enviadas    : " WK-CNT-EDIT
           DISPLAY "Archivo: " WK-RUTA-ACHENV
           DISPLAY "==================================================="

           IF WK-CNT-ERRORES > ZERO
               MOVE 35 TO WK-COD-RETORNO
           END-IF

           INITIALIZE WK-MSN-LOG
           STRING "RESUMEN: Leidas="             DELIMITED BY SIZE
               WK-CNT-LEIDAS                 DELIMITED BY SIZE
               " Enviadas="                  DELIMITED BY SIZE
               WK-CNT-ENVIADAS               DELIMITED BY SIZE
               " ValorEnviado="              DELIMITED BY SIZE
               WK-TOT-ENVIADO                DELIMITED BY SIZE
               " Hash="                      DELIMITED BY SIZE
               WK-HASH-BANCOS                DELIMITED BY SIZE
               " Errores="                   DELIMITED BY SIZE
               WK-CNT-ERRORES                DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM EnviarACH.
