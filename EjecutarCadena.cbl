      * Author: Carlos Fernando Camacho Agon
      * Date:   2026/09/03
      * Purpose: Conductor de la cadena batch nocturna. Recibe la
      *          fecha de negocio, determina con el calendario de dias
      *          no habiles (maestro FESTIVOS) si es el ultimo dia
      *          habil del mes, y ejecuta
      *          en orden los procesos de la noche (EjecutarOrdenes,
      *          CanjeCheques, RecibirACH, CobroPrestamos,
      *          VencimientosCDT, DatosBatch, EnviarACH,
      *          ContabilizarDia, CuadreOperadores,
      *          ReconciliarSaldos;
      *          el ultimo dia habil del mes ademas
      *          CalculoIntereses, CobroComisiones,
      *          ReporteGMF, GenerarExtractos, MarcarInactivas y la
      *          depuracion DepurarMovimientos; siempre cierra
      *          RespaldarCuentas).
      *          Verifica el RETURN-CODE de cada paso (todos dejan
      *          00/35) y detiene la cadena ante la primera falla.
      *          Lleva el archivo de control CONTROL-EJECUCION.TXT
      *          con que proceso corrio para que fecha o periodo, de
      *          modo que un paso ya ejecutado con exito no vuelva a
      *          correrse para la misma clave (un mensual no puede
      *          cobrarse dos veces) y un dia habil saltado quede
      *          avisado a la mañana siguiente. Los procesos que
      *          piden datos por consola los reciben por redireccion
      *          desde RESPUESTAS.TXT, que este conductor escribe
      *          antes de cada paso. Deja un unico resumen de la
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS ST-RSP.

      *----Select para el calendario de dias no habiles (ver
      *    MantenerFestivos). Indexado por fecha; los sabados y
      *    domingos no se graban, se reconocen por calculo.
           SELECT ARCHIVO-FESTIVOS
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\FESTIVOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS FES-FECHA
               FILE STATUS  IS ST-FES.

      *----Select para archivo Log
           SELECT ARCHIVO-LOG
               ASSIGN TO "C:\Users\USUARIO\Pr_Banco_Bogota\LOG.TXT"
      *                   AAAAMM (mensuales)                           *
      *    CTL-R-RC     : Codigo de retorno del paso (00/35)           *
      *    CTL-R-FECHA/HORA: Marca de tiempo de la ejecucion           *
      *----------------------------------------------------------------*

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

       FD  ARCHIVO-RESPUESTAS.
       01  WK-FILE-STATUS.
           02 ST-CTL       PIC XX.
           02 ST-RSP       PIC XX.
           02 ST-FES       PIC XX.
           02 ST-LOG       PIC XX.

       01  WK-COD-RETORNO  PIC 9(02) VALUE ZERO.
           02 WK-PERIODO   PIC X(08).
           02 WK-FIN-MES   PIC X.
           02 WK-CLAVE     PIC X(08).
           02 WK-HABIL-ANT PIC 9(08).
           02 WK-MESES-TOT PIC 9(08).
           02 WK-ANO       PIC 9(04).
           02 WK-MES       PIC 9(02).
           02 WK-HORA-SIS  PIC 9(08).
           02 WK-MSN-LOG   PIC X(200).

      *----Calendario de dias habiles: el cierre de fin de mes corre
      *    el ultimo dia habil del mes y la noche saltada se busca en
      *    el dia habil anterior. Si el maestro FESTIVOS no existe
      *    solo se reconocen los sabados y domingos.
           02 SW-FES-ABIERTO PIC 9 VALUE ZERO.
           02 SW-DIA-HABIL   PIC 9 VALUE ZERO.
           02 WK-CAL-FECHA   PIC 9(08).
           02 WK-CAL-DIAS    PIC 9(08).
           02 WK-CAL-DIA-SEM PIC 9.

      *----Definicion de la cadena: nombre del programa, si es
      *    diario (D) o solo de fin de mes (M) y que entrada de
      *    consola necesita: N ninguna, F fecha de negocio,
      *    P periodo AAAAMM, C opcion D mas fecha de corte de la
      *    depuracion, U opcion U de la descarga de respaldo.
       01  WK-TABLA-CADENA.
           02 WK-PASO OCCURS 17.
               03 CAD-JOB     PIC X(20).
               03 CAD-PER     PIC X.
               03 CAD-ENT     PIC X.

           DISPLAY "INGRESE LA FECHA DE NEGOCIO (AAAAMMDD): "
           ACCEPT WK-FECHA-NEG

           IF WK-FECHA-NEG IS NOT NUMERIC
               DISPLAY "<<<<<<<<<<<ERROR>>>>>>>>>>>"
           MOVE SPACES TO WK-PERIODO
           MOVE WK-FECHA-NEG(1:6) TO WK-PERIODO(1:6)

           MOVE ZERO TO SW-FES-ABIERTO
           OPEN INPUT ARCHIVO-FESTIVOS
           IF ST-FES EQUAL "00"
               MOVE 1 TO SW-FES-ABIERTO
           END-IF
           PERFORM 0035-DETERMINAR-FIN-MES

           PERFORM 0010-CARGAR-CONTROL
           PERFORM 0030-VERIFICAR-NOCHE-ANTERIOR
           PERFORM 1000-CARGAR-CADENA
           PERFORM 0090-FINALIZAR.

       0090-FINALIZAR.
           IF SW-FES-ABIERTO EQUAL 1
               CLOSE ARCHIVO-FESTIVOS
           END-IF

           INITIALIZE WK-MSN-LOG
           MOVE "Finaliza cadena nocturna EjecutarCadena" TO WK-MSN-LOG
           PERFORM 090-ESCRIBIR-LOG
               END-IF
           END-READ.

      *----Una noche saltada se detecta porque el cierre del dia
      *    habil anterior (RespaldarCuentas, ultimo paso de la cadena)
      *    no registra ejecucion exitosa para esa fecha; los sabados,
      *    domingos y festivos no se reclaman. Solo se avisa cuando
      *    ya existe historial: en la primera corrida no hay nada que
      *    reclamar.
       0030-VERIFICAR-NOCHE-ANTERIOR.
           IF WK-CNT-CTL > ZERO
               MOVE WK-FECHA-NEG TO WK-CAL-FECHA
               PERFORM 0053-ANTERIOR-DIA-HABIL
               MOVE WK-CAL-FECHA TO WK-HABIL-ANT

               MOVE ZERO TO SW-HALLADO
               MOVE SPACES TO WK-CLAVE
               MOVE WK-HABIL-ANT TO WK-CLAVE
               PERFORM 0040-BUSCAR-EN-CONTROL
                   VARYING WK-NDX-CTL FROM 1 BY 1
                   UNTIL WK-NDX-CTL > WK-CNT-CTL

               IF SW-HALLADO EQUAL ZERO
                   DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
                   DISPLAY "LA CADENA DEL DIA HABIL ANTERIOR ("
                       WK-HABIL-ANT ") NO REGISTRA CIERRE"
                   INITIALIZE WK-MSN-LOG
                   MOVE "AVISO: DIA HABIL PREVIO SIN CIERRE: "
                       TO WK-MSN-LOG
                   MOVE WK-HABIL-ANT TO WK-MSN-LOG(37:)
                   PERFORM 090-ESCRIBIR-LOG
               END-IF
           END-IF.

      *----El cierre de fin de mes corre el ultimo dia habil del mes:
      *    la fecha de negocio es habil y el siguiente dia habil ya
      *    cae en otro mes. Un mes que termina en fin de semana o
      *    festivo cierra asi el viernes (o el dia habil previo).
       0035-DETERMINAR-FIN-MES.
           MOVE "N" TO WK-FIN-MES
           MOVE WK-FECHA-NEG TO WK-CAL-FECHA
           PERFORM 0050-VERIFICAR-DIA-HABIL
           IF SW-DIA-HABIL EQUAL ZERO
               DISPLAY "<<<<<<<<<<<AVISO>>>>>>>>>>>"
               DISPLAY "LA FECHA DE NEGOCIO " WK-FECHA-NEG
                   " NO ES DIA HABIL"
           ELSE
               PERFORM 0052-AVANZAR-UN-DIA
               PERFORM 0051-SIGUIENTE-DIA-HABIL
               IF WK-CAL-FECHA(1:6) NOT EQUAL WK-PERIODO(1:6)
                   MOVE "S" TO WK-FIN-MES
                   DISPLAY "ULTIMO DIA HABIL DEL MES: "
                       "SE EJECUTA EL CIERRE DE FIN DE MES"
               END-IF
           END-IF.

       0040-BUSCAR-EN-CONTROL.
           IF CTL-JOB(WK-NDX-CTL) EQUAL "RespaldarCuentas"
              AND CTL-CLAVE(WK-NDX-CTL) EQUAL WK-CLAVE
               MOVE 1 TO SW-HALLADO
           END-IF.

      *----------------------------------------------------------------*
      *    Calendario: WK-CAL-FECHA es dia habil (SW-DIA-HABIL = 1)    *
      *    si no cae en sabado ni domingo y no es un festivo vigente   *
      *    del maestro FESTIVOS. El residuo por 7 del dia juliano de   *
      *    INTEGER-OF-DATE da el dia de la semana (6 sabado, 0         *
      *    domingo). Sin FESTIVOS solo cuentan los fines de semana.    *
      *----------------------------------------------------------------*
       0050-VERIFICAR-DIA-HABIL.
           MOVE 1 TO SW-DIA-HABIL
           COMPUTE WK-CAL-DIAS = FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA)
           COMPUTE WK-CAL-DIA-SEM = FUNCTION MOD(WK-CAL-DIAS, 7)
           IF WK-CAL-DIA-SEM EQUAL 6 OR WK-CAL-DIA-SEM EQUAL ZERO
               MOVE ZERO TO SW-DIA-HABIL
           ELSE
               IF SW-FES-ABIERTO EQUAL 1
                   MOVE WK-CAL-FECHA TO FES-FECHA
                   READ ARCHIVO-FESTIVOS KEY IS FES-FECHA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF FES-ESTADO EQUAL "A"
                               MOVE ZERO TO SW-DIA-HABIL
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----Deja en WK-CAL-FECHA el primer dia habil desde la fecha
      *    recibida (la misma fecha si ya es habil).
       0051-SIGUIENTE-DIA-HABIL.
           PERFORM 0050-VERIFICAR-DIA-HABIL
           PERFORM 0052-AVANZAR-UN-DIA UNTIL SW-DIA-HABIL EQUAL 1.

       0052-AVANZAR-UN-DIA.
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS + 1)
           PERFORM 0050-VERIFICAR-DIA-HABIL.

      *----Deja en WK-CAL-FECHA el dia habil inmediatamente anterior
      *    a la fecha recibida.
       0053-ANTERIOR-DIA-HABIL.
           COMPUTE WK-CAL-DIAS = FUNCTION INTEGER-OF-DATE(WK-CAL-FECHA)
           PERFORM 0054-RETROCEDER-UN-DIA
           PERFORM 0054-RETROCEDER-UN-DIA UNTIL SW-DIA-HABIL EQUAL 1.

       0054-RETROCEDER-UN-DIA.
           COMPUTE WK-CAL-FECHA =
               FUNCTION DATE-OF-INTEGER(WK-CAL-DIAS - 1)
           PERFORM 0050-VERIFICAR-DIA-HABIL.

       1000-CARGAR-CADENA.
           MOVE ZERO TO WK-CNT-PASOS
           PERFORM 1010-AGREGAR-PASO.

      *----El orden es el de la noche: primero se mueven los fondos
      *    (ordenes, canje, ACH recibidas, cuotas de prestamos,
      *    vencimientos, canal batch), el archivo ACH de salida se
      *    arma cuando ya no quedan transferencias por registrar,
      *    luego se informa y se cuadra el dia, a fin de mes
      *    corren los procesos del periodo y el respaldo siempre
      *    cierra la ventana.
       1010-AGREGAR-PASO.
           ADD 1 TO WK-CNT-PASOS
           MOVE "EjecutarOrdenes"   TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "CanjeCheques"      TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "RecibirACH"        TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "CobroPrestamos"    TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "VencimientosCDT"   TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "EnviarACH"         TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           MOVE "N" TO CAD-ENT(WK-CNT-PASOS)

           ADD 1 TO WK-CNT-PASOS
           MOVE "ContabilizarDia"   TO CAD-JOB(WK-CNT-PASOS)
           MOVE "D" TO CAD-PER(WK-CNT-PASOS)
           DISPLAY "==================================================="

           DISPLAY "Fecha de negocio              : " WK-FECHA-NEG
           DISPLAY "Cierre de fin de mes (S/N)    : " WK-FIN-MES
           DISPLAY "Pasos ejecutados              : " WK-CNT-EJECUTADOS
           DISPLAY "Pasos saltados (ya corridos)  : " WK-CNT-SALTADOS
           DISPLAY "Mensuales omitidos            : " WK-CNT-OMITIDOS
