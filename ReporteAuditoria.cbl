      ******************************************************************
      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/10/15
      * Purpose: Proceso batch de control interno que lista los
      *          cambios registrados en la bitacora AUDITORIA por los
      *          programas de mantenimiento de maestros (CUENTAS,
      *          CLIENTES, EMBARGOS y ORDENES) en un rango de fechas.
      *          Se puede restringir a un operador y/o a una cuenta;
      *          en blanco se listan todos. Por cada cambio muestra
      *          el maestro, la llave, la accion, el operador, el
      *          supervisor que autorizo y las imagenes del registro
      *          antes y despues. Reporta en
      *          AUDITORIA_<desde>_<hasta>.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReporteAuditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *----Select para la bitacora de auditoria de los maestros.
      *    Indexada por fecha + hora + consecutivo: basta posicionarse
      *    en la fecha inicial y leer hasta pasar la final.
           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\AUDITORIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS AUD-LLAVE
               FILE STATUS  IS ST-AUD.

      *----Select para el reporte de auditoria. Ruta dinamica, ver
      *    WK-RUTA-REPORTE; variable de ambiente "AUDREP".
           SELECT ARCHIVO-REPORTE
               ASSIGN TO WK-RUTA-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-REP.

      *----Select para archivo Log
           SELECT ARCHIVO-LOG
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE  IS SEQUENTIAL
               FILE STATUS  IS ST-LOG.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE PIC X(145).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           02 FECHA-LOG  PIC X(11).
           02 HORA-LOG   PIC X(12).
           02 MENSAJE    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WK-FILE-STATUS.
           02 ST-AUD       PIC XX.
           02 ST-REP       PIC XX.
           02 ST-LOG       PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.

       01  WK-VARIABLES-TRABAJO.
           02 SW-FIN-AUD      PIC 9 VALUE ZERO.
           02 WK-FECHA-DESDE  PIC X(08).
           02 WK-FECHA-HASTA  PIC X(08).
           02 WK-FILTRO-OPE   PIC X(04).
           02 WK-FILTRO-CTA   PIC X(06).
           02 WK-FECHA-SIS    PIC 9(08).
           02 WK-HORA-SIS     PIC 9(08).
           02 WK-MSN-LOG      PIC X(200).
           02 WK-BASE-DIR     PIC X(40) VALUE
               "C:\Users\USUARIO\Pr_Banco_Bogota\".
           02 WK-RUTA-REPORTE PIC X(80).

       01  WK-RESUMEN.
           02 WK-CNT-LEIDOS     PIC 9(06) VALUE ZERO.
           02 WK-CNT-LISTADOS   PIC 9(06) VALUE ZERO.
           02 WK-CNT-ALTAS      PIC 9(06) VALUE ZERO.
           02 WK-CNT-MODIF      PIC 9(06) VALUE ZERO.
           02 WK-CNT-ESTADO     PIC 9(06) VALUE ZERO.
           02 WK-CNT-EDIT       PIC Z(5)9.

      *----Lineas del reporte de auditoria
       01  WK-LINEA-SEPARA    PIC X(145) VALUE ALL "=".

       01  WK-LINEA-GUIONES   PIC X(145) VALUE ALL "-".

       01  WK-LINEA-TITULO.
           02 FILLER PIC X(10) VALUE SPACES.
           02 FILLER PIC X(50) VALUE
               "BANCO BOGOTA - AUDITORIA DE MAESTROS".

       01  WK-LINEA-RANGO.
           02 FILLER          PIC X(07) VALUE "DESDE: ".
           02 REP-DESDE       PIC X(08).
           02 FILLER          PIC X(09) VALUE "  HASTA: ".
           02 REP-HASTA       PIC X(08).
           02 FILLER          PIC X(12) VALUE "  OPERADOR: ".
           02 REP-FILTRO-OPE  PIC X(05).
           02 FILLER          PIC X(10) VALUE "  CUENTA: ".
           02 REP-FILTRO-CTA  PIC X(06).

       01  WK-LINEA-CAMBIO.
           02 REP-FECHA       PIC X(08).
           02 FILLER          PIC X VALUE SPACE.
           02 REP-HORA        PIC X(08).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-ARCHIVO     PIC X(10).
           02 FILLER          PIC X(07) VALUE "LLAVE: ".
           02 REP-CLAVE       PIC X(14).
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-ACCION      PIC X(14).
           02 FILLER          PIC X(06) VALUE "OPER: ".
           02 REP-OPERADOR    PIC X(04).
           02 FILLER          PIC X(08) VALUE "  SUPV: ".
           02 REP-SUPERVISOR  PIC X(04).
           02 FILLER          PIC X(07) VALUE "  PGM: ".
           02 REP-PROGRAMA    PIC X(15).

       01  WK-LINEA-IMAGEN.
           02 FILLER          PIC X(02) VALUE SPACES.
           02 REP-ETIQUETA    PIC X(09).
           02 REP-IMAGEN      PIC X(130).

       01  WK-LINEA-TOTAL.
           02 REP-TOT-TEXTO   PIC X(30).
           02 REP-TOT-CNT     PIC ZZZ,ZZ9.

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

           MOVE "Inicia reporte de auditoria ReporteAuditoria"
               TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG

           DISPLAY "INGRESE LA FECHA INICIAL (AAAAMMDD): "
           ACCEPT WK-FECHA-DESDE
           DISPLAY "INGRESE LA FECHA FINAL   (AAAAMMDD): "
           ACCEPT WK-FECHA-HASTA
           DISPLAY "OPERADOR A CONSULTAR (EN BLANCO = TODOS): "
           ACCEPT WK-FILTRO-OPE
           DISPLAY "CUENTA A CONSULTAR   (EN BLANCO = TODAS): "
           ACCEPT WK-FILTRO-CTA

           IF WK-FECHA-DESDE IS NOT NUMERIC
              OR WK-FECHA-HASTA IS NOT NUMERIC
              OR WK-FECHA-DESDE > WK-FECHA-HASTA
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "RANGO DE FECHAS INVALIDO. DEBE SER AAAAMMDD"
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0090-FINALIZAR
           END-IF

           OPEN INPUT ARCHIVO-AUDITORIA
           IF ST-AUD NOT EQUAL "00"
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
               DISPLAY "NO SE PUDO ABRIR AUDITORIA. STATUS: " ST-AUD
               MOVE 35 TO WK-COD-RETORNO
               PERFORM 0090-FINALIZAR
           END-IF

           INITIALIZE WK-RUTA-REPORTE
           STRING WK-BASE-DIR    DELIMITED BY SPACE
                  "AUDITORIA_"   DELIMITED BY SIZE
                  WK-FECHA-DESDE DELIMITED BY SPACE
                  "_"            DELIMITED BY SIZE
                  WK-FECHA-HASTA DELIMITED BY SPACE
                  ".TXT"         DELIMITED BY SIZE
                  INTO WK-RUTA-REPORTE
           END-STRING
           SET ENVIRONMENT "AUDREP" TO WK-RUTA-REPORTE
           OPEN OUTPUT ARCHIVO-REPORTE

           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-TITULO END-WRITE
           MOVE WK-FECHA-DESDE TO REP-DESDE
           MOVE WK-FECHA-HASTA TO REP-HASTA
           IF WK-FILTRO-OPE EQUAL SPACES
               MOVE "TODOS" TO REP-FILTRO-OPE
           ELSE
               MOVE WK-FILTRO-OPE TO REP-FILTRO-OPE
           END-IF
           IF WK-FILTRO-CTA EQUAL SPACES
               MOVE "TODAS" TO REP-FILTRO-CTA
           ELSE
               MOVE WK-FILTRO-CTA TO REP-FILTRO-CTA
           END-IF
           WRITE REG-REPORTE FROM WK-LINEA-RANGO END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE

      *----Posiciona en el primer cambio de la fecha inicial
           INITIALIZE AUD-LLAVE
           MOVE WK-FECHA-DESDE TO AUD-FECHA
           MOVE ZERO           TO AUD-HORA AUD-SEQ
           START ARCHIVO-AUDITORIA KEY IS NOT LESS THAN AUD-LLAVE
               INVALID KEY MOVE 1 TO SW-FIN-AUD
           END-START
           IF ST-AUD NOT EQUAL "00"
               MOVE 1 TO SW-FIN-AUD
           END-IF

           PERFORM 0010-LEER-AUDITORIA UNTIL SW-FIN-AUD EQUAL 1

           IF WK-CNT-LISTADOS EQUAL ZERO
               MOVE "SIN CAMBIOS PARA LOS FILTROS DADOS" TO REG-REPORTE
               WRITE REG-REPORTE END-WRITE
           END-IF

           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE
           MOVE "ALTAS DE REGISTROS          : " TO REP-TOT-TEXTO
           MOVE WK-CNT-ALTAS TO REP-TOT-CNT
           WRITE REG-REPORTE FROM WK-LINEA-TOTAL END-WRITE
           MOVE "MODIFICACIONES DE DATOS     : " TO REP-TOT-TEXTO
           MOVE WK-CNT-MODIF TO REP-TOT-CNT
           WRITE REG-REPORTE FROM WK-LINEA-TOTAL END-WRITE
           MOVE "CAMBIOS DE ESTADO           : " TO REP-TOT-TEXTO
           MOVE WK-CNT-ESTADO TO REP-TOT-CNT
           WRITE REG-REPORTE FROM WK-LINEA-TOTAL END-WRITE
           MOVE "TOTAL CAMBIOS LISTADOS      : " TO REP-TOT-TEXTO
           MOVE WK-CNT-LISTADOS TO REP-TOT-CNT
           WRITE REG-REPORTE FROM WK-LINEA-TOTAL END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-SEPARA END-WRITE

           CLOSE ARCHIVO-REPORTE ARCHIVO-AUDITORIA

           PERFORM 099-RESUMEN-CONTROL
           PERFORM 0090-FINALIZAR.

       0090-FINALIZAR.
           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza reporte de auditoria ReporteAuditoria"
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

      *----La bitacora sale en orden cronologico; se corta al pasar
      *    la fecha final y se aplican los filtros de operador y
      *    cuenta sobre cada cambio del rango.
       0010-LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA NEXT RECORD AT END
               MOVE 1 TO SW-FIN-AUD
           NOT AT END
               IF AUD-FECHA > WK-FECHA-HASTA
                   MOVE 1 TO SW-FIN-AUD
               ELSE
                   ADD 1 TO WK-CNT-LEIDOS
                   IF (WK-FILTRO-OPE EQUAL SPACES
                       OR AUD-OPERADOR EQUAL WK-FILTRO-OPE)
                      AND (WK-FILTRO-CTA EQUAL SPACES
                       OR AUD-CUENTA EQUAL WK-FILTRO-CTA)
                       PERFORM 0020-LISTAR-CAMBIO
                   END-IF
               END-IF
           END-READ
           IF ST-AUD NOT EQUAL "00"
               MOVE 1 TO SW-FIN-AUD
           END-IF.

       0020-LISTAR-CAMBIO.
           ADD 1 TO WK-CNT-LISTADOS
           EVALUATE AUD-ACCION
               WHEN "A"
                   ADD 1 TO WK-CNT-ALTAS
                   MOVE "ALTA"          TO REP-ACCION
               WHEN "M"
                   ADD 1 TO WK-CNT-MODIF
                   MOVE "MODIFICACION"  TO REP-ACCION
               WHEN "E"
                   ADD 1 TO WK-CNT-ESTADO
                   MOVE "CAMBIO ESTADO" TO REP-ACCION
               WHEN OTHER
                   MOVE AUD-ACCION      TO REP-ACCION
           END-EVALUATE

           MOVE AUD-FECHA      TO REP-FECHA
           MOVE AUD-HORA       TO REP-HORA
           MOVE AUD-ARCHIVO    TO REP-ARCHIVO
           MOVE AUD-CLAVE      TO REP-CLAVE
           MOVE AUD-OPERADOR   TO REP-OPERADOR
           MOVE AUD-SUPERVISOR TO REP-SUPERVISOR
           MOVE AUD-PROGRAMA   TO REP-PROGRAMA
           WRITE REG-REPORTE FROM WK-LINEA-CAMBIO END-WRITE

           MOVE "ANTES  : " TO REP-ETIQUETA
           IF AUD-ANTES EQUAL SPACES
               MOVE "(REGISTRO NUEVO)" TO REP-IMAGEN
           ELSE
               MOVE AUD-ANTES TO REP-IMAGEN
           END-IF
           WRITE REG-REPORTE FROM WK-LINEA-IMAGEN END-WRITE
           MOVE "DESPUES: " TO REP-ETIQUETA
           MOVE AUD-DESPUES TO REP-IMAGEN
           WRITE REG-REPORTE FROM WK-LINEA-IMAGEN END-WRITE
           WRITE REG-REPORTE FROM WK-LINEA-GUIONES END-WRITE.

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
           DISPLAY "         RESUMEN AUDITORIA DE MAESTROS             "
           DISPLAY "==================================================="

           MOVE WK-CNT-LEIDOS TO WK-CNT-EDIT
           DISPLAY "Cambios en el rango de fechas : " WK-CNT-EDIT
           MOVE WK-CNT-LISTADOS TO WK-CNT-EDIT
           DISPLAY "Cambios listados (filtros)    : " WK-CNT-EDIT
           MOVE WK-CNT-ALTAS TO WK-CNT-EDIT
           DISPLAY "  Altas                       : " WK-CNT-EDIT
           MOVE WK-CNT-MODIF TO WK-CNT-EDIT
           DISPLAY "  Modificaciones              : " WK-CNT-EDIT
           MOVE WK-CNT-ESTADO TO WK-CNT-EDIT
           DISPLAY "  Cambios de estado           : " WK-CNT-EDIT
           DISPLAY "==================================================="

           INITIALIZE WK-MSN-LOG
           STRING "RESUMEN: Leidos="    DELIMITED BY SIZE
               WK-CNT-LEIDOS            DELIMITED BY SIZE
               " Listados="             DELIMITED BY SIZE
               WK-CNT-LISTADOS          DELIMITED BY SIZE
               " Desde="                DELIMITED BY SIZE
               WK-FECHA-DESDE           DELIMITED BY SIZE
               " Hasta="                DELIMITED BY SIZE
               WK-FECHA-HASTA           DELIMITED BY SIZE
               " Operador="             DELIMITED BY SIZE
               WK-FILTRO-OPE            DELIMITED BY SIZE
               " Cuenta="               DELIMITED BY SIZE
               WK-FILTRO-CTA            DELIMITED BY SIZE
               INTO WK-MSN-LOG
           END-STRING
           PERFORM 090-ESCRIBIR-LOG.

       END PROGRAM ReporteAuditoria.
