       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Informe mensual de tendencia de volumen y de
       *>             tasa de error por codigo de operacion sobre el
       *>             maestro de resultados (RESULTMST) y las
       *>             generaciones de su archivo (RESULTARC). Por mes
       *>             natural (de la fecha de lote) y operacion da
       *>             transacciones, errores, porcentaje de error y
       *>             resultado minimo, maximo y medio de los calculos
       *>             correctos, con la variacion frente al mes
       *>             anterior y frente al mismo mes del año anterior,
       *>             y marca las variaciones que superan los umbrales
       *>             del parametro.
       *>             Los acumulados por mes se conservan en el
       *>             historico de tendencia (TENDHIS) separados por
       *>             origen: "MST" el maestro vivo y, para cada
       *>             generacion del archivo, la primera fecha de lote
       *>             que contiene. Cada ejecucion sustituye entero lo
       *>             del maestro y lo de la generacion que se le
       *>             asigne, y conserva lo de los demas origenes; el
       *>             informe suma los origenes de cada operacion y
       *>             mes, de modo que un mes repartido entre el
       *>             maestro y una o varias generaciones sale
       *>             completo. El nuevo historico se graba en TENDNEW,
       *>             que el paso siguiente del trabajo renombra sobre
       *>             TENDHIS. Para cargar generaciones antiguas basta
       *>             ejecutarlo una vez por generacion.
       *>             Salidas: informe paginado (TENDLIST) y fichero
       *>             delimitado por punto y coma, con cabecera de
       *>             columnas y punto decimal, para hoja de calculo
       *>             (TENDEXP).
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: historico mensual por operacion,
       *>        informe paginado y exportacion delimitada.
       *>   JMP  Historico por origen (maestro o generacion del
       *>        archivo) y suma de origenes en el informe. Con la
       *>        tabla llena no se graba el nuevo historico y el
       *>        paso termina con codigo 16.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeTendencia.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "TENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT RESULT-MASTER ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RM-CLAVE
               ALTERNATE RECORD KEY IS RM-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Maestro.

           SELECT RESULT-ARCHIVO ASSIGN TO "RESULTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RA-CLAVE
               ALTERNATE RECORD KEY IS RA-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Archivo.

           SELECT HISTORICO-FILE ASSIGN TO "TENDHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Historico.

           SELECT HISTORICO-NUEVO ASSIGN TO "TENDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Hist-Nuevo.

           SELECT REPORT-FILE ASSIGN TO "TENDLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

           SELECT EXPORTA-FILE ASSIGN TO "TENDEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Exporta.

       DATA DIVISION.
       FILE SECTION.

       *> Parametros del informe; en blanco o no numericos toman
       *> su valor por defecto:
       *>   PT-MES-INFORME    mes final del informe (AAAAMM); por
       *>                     defecto el ultimo mes con datos.
       *>   PT-MESES          meses que se listan hasta el mes del
       *>                     informe, por defecto 13.
       *>   PT-UMBRAL-VOLUMEN variacion de transacciones, en % sobre
       *>                     el mes comparado, que se marca; por
       *>                     defecto 20.
       *>   PT-UMBRAL-ERROR   variacion del porcentaje de error, en
       *>                     puntos, que se marca; por defecto 5.
       *>   PT-INCLUIR-ARCHIVO "S" lee tambien la generacion del
       *>                     archivo asignada a RESULTARC.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PT-MES-INFORME          PIC X(06).
           05  PT-MESES                PIC X(02).
           05  PT-UMBRAL-VOLUMEN       PIC X(03).
           05  PT-UMBRAL-ERROR         PIC X(03).
           05  PT-INCLUIR-ARCHIVO      PIC X(01).

       *> Mismo layout que graba Programa1.
       FD  RESULT-MASTER.
       01  MAESTRO-RECORD.
           05  RM-CLAVE.
               10  RM-FECHA            PIC 9(08).
               10  RM-SECUENCIA        PIC 9(06).
           05  RM-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RM-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RM-OPERACION            PIC X(10).
           05  RM-RESULTADO            PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  RM-RESULTADO-DECIMAL    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  RM-HORA-CALCULO         PIC 9(08).
           05  RM-INDICADOR-ERROR      PIC X(01).
           05  RM-CENTRO-COSTE         PIC X(06).

       *> Archivo de la generacion: misma clave y mismo layout que
       *> el maestro vivo; lo corta ArchivaHistorico en el archivado
       *> de fin de mes.
       FD  RESULT-ARCHIVO.
       01  ARCHIVO-RECORD.
           05  RA-CLAVE.
               10  RA-FECHA            PIC 9(08).
               10  RA-SECUENCIA        PIC 9(06).
           05  RA-NUMEROS              PIC X(20).
           05  RA-OPERACION            PIC X(10).
           05  RA-RESTO                PIC X(39).

       *> Historico de tendencia: un registro por operacion, mes y
       *> origen con sus acumulados. HT-ORIGEN es "MST" para el
       *> maestro vivo o la primera fecha de lote de la generacion
       *> del archivo. Los minimos, maximos y sumas son de los
       *> calculos correctos (indicador distinto de "S").
       FD  HISTORICO-FILE.
       01  HISTORICO-RECORD.
           05  HT-OPERACION            PIC X(10).
           05  HT-MES                  PIC 9(06).
           05  HT-ORIGEN               PIC X(08).
           05  HT-TRANSACCIONES        PIC 9(07).
           05  HT-ERRORES              PIC 9(07).
           05  HT-MINIMO               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  HT-MAXIMO               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  HT-SUMA                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       *> Mismo layout que el historico de tendencia.
       FD  HISTORICO-NUEVO.
       01  HISTORICO-NUEVO-RECORD.
           05  HN-OPERACION            PIC X(10).
           05  HN-MES                  PIC 9(06).
           05  HN-ORIGEN               PIC X(08).
           05  HN-TRANSACCIONES        PIC 9(07).
           05  HN-ERRORES              PIC 9(07).
           05  HN-MINIMO               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  HN-MAXIMO               PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  HN-SUMA                 PIC S9(13)V99
                                       SIGN LEADING SEPARATE.

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       FD  EXPORTA-FILE.
       01  EXPORTA-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       *> Parametros ya normalizados.
       01  Mes-Informe                 PIC 9(06) VALUE ZERO.
       01  Mes-Desde                   PIC 9(06) VALUE ZERO.
       01  Meses-Informe               PIC 9(02) VALUE 13.
       01  Umbral-Volumen              PIC 9(03) VALUE 20.
       01  Umbral-Error                PIC 9(03) VALUE 5.
       01  Umbral-Volumen-Neg          PIC S9(03) VALUE ZERO.
       01  Umbral-Error-Neg            PIC S9(03) VALUE ZERO.
       01  Meses-Restados              PIC 9(02) VALUE ZERO.

       *> Mes de trabajo para el calculo de meses anteriores.
       01  Mes-Trabajo.
           05  MT-Anio                 PIC 9(04).
           05  MT-Mes                  PIC 9(02).
       01  Mes-Trabajo-N REDEFINES Mes-Trabajo PIC 9(06).

       *> Registro de resultado en curso, venga del maestro vivo o
       *> del archivo (mismo layout en los dos).
       01  Registro-Resultado.
           05  RR-CLAVE.
               10  RR-FECHA            PIC 9(08).
               10  RR-SECUENCIA        PIC 9(06).
           05  RR-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RR-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  RR-OPERACION            PIC X(10).
           05  RR-RESULTADO            PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  RR-RESULTADO-DECIMAL    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  RR-HORA-CALCULO         PIC 9(08).
           05  RR-INDICADOR-ERROR      PIC X(01).
           05  RR-CENTRO-COSTE         PIC X(06).

       01  Mes-Registro                PIC 9(06) VALUE ZERO.
       01  Valor-Resultado             PIC S9(09)V99 VALUE ZERO.

       *> Origen de lo que se esta leyendo: "MST" en el maestro
       *> vivo, la primera fecha de lote en el archivo.
       01  Origen-Lectura              PIC X(08) VALUE SPACES.

       *> Acumulados por operacion, mes y origen. Tm-Estado "H"
       *> viene del historico, "L" recalculado con lo leido en esta
       *> ejecucion, "B" descartado porque su origen se ha vuelto a
       *> leer (la entrada queda libre para reutilizarla).
       01  Tabla-Meses.
           05  Tm-Maximo               PIC 9(04) VALUE 999.
           05  Tm-Usadas               PIC 9(04) VALUE ZERO.
           05  Tm-Entrada OCCURS 999 TIMES.
               10  Tm-Clave.
                   15  Tm-Clave-Mes.
                       20  Tm-Operacion
                                       PIC X(10).
                       20  Tm-Mes      PIC 9(06).
                   15  Tm-Origen       PIC X(08).
               10  Tm-Estado           PIC X(01).
               10  Tm-Transacciones    PIC 9(07).
               10  Tm-Errores          PIC 9(07).
               10  Tm-Correctos        PIC 9(07).
               10  Tm-Minimo           PIC S9(09)V99.
               10  Tm-Maximo-Result    PIC S9(09)V99.
               10  Tm-Suma             PIC S9(13)V99.
       01  Tm-Indice                   PIC 9(04) VALUE ZERO.
       01  Tm-Encontrada               PIC 9(04) VALUE ZERO.
       01  Tm-Fila                     PIC 9(04) VALUE ZERO.

       01  Clave-Buscada.
           05  CB-Clave-Mes.
               10  CB-Operacion        PIC X(10).
               10  CB-Mes              PIC 9(06).
           05  CB-Origen               PIC X(08).

       *> Recorrido ordenado de la tabla por operacion, mes y
       *> origen (historico) o solo por operacion y mes (informe).
       01  Ultima-Clave                PIC X(24) VALUE LOW-VALUES.
       01  Siguiente-Clave             PIC X(24) VALUE HIGH-VALUES.
       01  Ultima-Fila                 PIC X(16) VALUE LOW-VALUES.
       01  Siguiente-Fila              PIC X(16) VALUE HIGH-VALUES.
       01  Operacion-Anterior          PIC X(10) VALUE SPACES.

       *> Cifras de una operacion y mes sumados todos sus origenes.
       01  Cifras-Mes.
           05  SM-Entradas             PIC 9(04) VALUE ZERO.
           05  SM-Transacciones        PIC 9(07) VALUE ZERO.
           05  SM-Errores              PIC 9(07) VALUE ZERO.
           05  SM-Correctos            PIC 9(07) VALUE ZERO.
           05  SM-Minimo               PIC S9(09)V99 VALUE ZERO.
           05  SM-Maximo               PIC S9(09)V99 VALUE ZERO.
           05  SM-Suma                 PIC S9(13)V99 VALUE ZERO.
       01  Fila-Transacciones          PIC 9(07) VALUE ZERO.

       *> Cifras de la fila en curso y de sus comparaciones.
       01  Pct-Error-Actual            PIC 9(03)V99 VALUE ZERO.
       01  Pct-Error-Comparado         PIC 9(03)V99 VALUE ZERO.
       01  Media-Actual                PIC S9(09)V99 VALUE ZERO.
       01  Variacion-Volumen           PIC S9(04)V9 VALUE ZERO.
       01  Variacion-Error             PIC S9(03)V99 VALUE ZERO.
       01  Variacion-Volumen-Edit      PIC ----9.9.
       01  Variacion-Error-Edit        PIC ---9.99.
       01  Texto-Var-Volumen           PIC X(08) VALUE SPACES.
       01  Texto-Var-Error             PIC X(07) VALUE SPACES.

       *> Marcas de la fila: VM/EM volumen y error frente al mes
       *> anterior, VA/EA frente al mismo mes del año anterior.
       01  Avisos-Fila.
           05  AF-VOLUMEN-MES          PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AF-ERROR-MES            PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AF-VOLUMEN-ANIO         PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AF-ERROR-ANIO           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.

       *> Contadores del informe.
       01  Contadores-Tendencia.
           05  Contador-Leidos-Mst     PIC 9(06) VALUE ZERO.
           05  Contador-Leidos-Arc     PIC 9(06) VALUE ZERO.
           05  Contador-Hist-Leidos    PIC 9(06) VALUE ZERO.
           05  Contador-Hist-Grabados  PIC 9(06) VALUE ZERO.
           05  Contador-Filas          PIC 9(06) VALUE ZERO.
           05  Contador-Filas-Aviso    PIC 9(06) VALUE ZERO.
           05  Contador-Exportadas     PIC 9(06) VALUE ZERO.

       *> Control de paginacion del informe.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
       01  Maximo-Lineas-Pagina        PIC 9(02) VALUE 55.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Maestro                  PIC X(02).
       01  FS-Archivo                  PIC X(02).
       01  FS-Historico                PIC X(02).
       01  FS-Hist-Nuevo               PIC X(02).
       01  FS-Informe                  PIC X(02).
       01  FS-Exporta                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".
           88  Fin-Fichero                 VALUE "S".

       01  SW-Fin-Recorrido            PIC X(01) VALUE "N".
           88  Fin-Recorrido               VALUE "S".
           88  No-Fin-Recorrido            VALUE "N".

       01  SW-Incluir-Archivo          PIC X(01) VALUE "N".
           88  Incluir-Archivo             VALUE "S".

       *> Fichero del que se esta leyendo: primero el maestro vivo
       *> y, al terminarlo, el archivo si se pidio.
       01  SW-Fase-Lectura             PIC X(01) VALUE "M".
           88  Fase-Maestro                VALUE "M".
           88  Fase-Archivo                VALUE "A".

       01  SW-Tabla-Llena              PIC X(01) VALUE "N".
           88  Tabla-Llena                 VALUE "S".

       01  SW-Aviso-Volumen            PIC X(01) VALUE "N".
           88  Aviso-Volumen               VALUE "S".
           88  Sin-Aviso-Volumen           VALUE "N".

       01  SW-Aviso-Error              PIC X(01) VALUE "N".
           88  Aviso-Error                 VALUE "S".
           88  Sin-Aviso-Error             VALUE "N".

       01  SW-Maestro-Abierto          PIC X(01) VALUE "N".
           88  Maestro-Abierto             VALUE "S".

       01  SW-Archivo-Abierto          PIC X(01) VALUE "N".
           88  Archivo-Abierto             VALUE "S".

       01  SW-Hist-Nuevo-Abierto       PIC X(01) VALUE "N".
           88  Hist-Nuevo-Abierto          VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       01  SW-Exporta-Abierto          PIC X(01) VALUE "N".
           88  Exporta-Abierto             VALUE "S".

       *> Lineas del informe.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(52) VALUE
               "TENDENCIA MENSUAL POR OPERACION - InformeTendencia".
           05  FILLER                  PIC X(06) VALUE " Mes: ".
           05  LC1-MES                 PIC 9(06).
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       01  Linea-Cabecera2.
           05  FILLER                  PIC X(84) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               " VS MES ANTERIOR ".
           05  FILLER                  PIC X(17) VALUE
               " VS HACE 12 MESES".
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  Linea-Cabecera3.
           05  FILLER                  PIC X(42) VALUE
               "OPERACION  MES      TRANS. ERRORES %ERROR ".
           05  FILLER                  PIC X(42) VALUE
               "       MINIMO        MAXIMO         MEDIA ".
           05  FILLER                  PIC X(34) VALUE
               "  VOL. % ERR.PTS   VOL. % ERR.PTS ".
           05  FILLER                  PIC X(14) VALUE
               "AVISOS".

       01  Linea-Detalle.
           05  LD-OPERACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ANIO                 PIC 9(04).
           05  FILLER                  PIC X(01) VALUE "-".
           05  LD-MES                  PIC 9(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-TRANSACCIONES        PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ERRORES              PIC ZZZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-PCT-ERROR            PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MINIMO               PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MAXIMO               PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MEDIA                PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VOL-MES              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ERR-MES              PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-VOL-ANIO             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-ERR-ANIO             PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-AVISOS               PIC X(12).
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  Linea-Total.
           05  LT-TEXTO                PIC X(40).
           05  LT-VALOR                PIC ZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       *> Fichero delimitado para hoja de calculo: cabecera de
       *> columnas y una linea por fila del informe. Las
       *> variaciones sin mes de comparacion van vacias.
       01  Exporta-Cabecera.
           05  FILLER                  PIC X(46) VALUE
               "OPERACION;MES;TRANSACCIONES;ERRORES;PCT_ERROR;".
           05  FILLER                  PIC X(44) VALUE
               "MINIMO;MAXIMO;MEDIA;VAR_VOL_MES;VAR_ERR_MES;".
           05  FILLER                  PIC X(30) VALUE
               "VAR_VOL_12M;VAR_ERR_12M;AVISOS".
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  Exporta-Linea.
           05  EX-OPERACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-MES                  PIC 9(06).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-TRANSACCIONES        PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-ERRORES              PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-PCT-ERROR            PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-MINIMO               PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-MAXIMO               PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-MEDIA                PIC -(10)9.99.
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-VOL-MES              PIC X(08).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-ERR-MES              PIC X(07).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-VOL-ANIO             PIC X(08).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-ERR-ANIO             PIC X(07).
           05  FILLER                  PIC X(01) VALUE ";".
           05  EX-AVISOS               PIC X(12).

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-RESULTADO UNTIL Fin-Fichero.
           PERFORM GRABA-HISTORICO.
           PERFORM IMPRIME-TENDENCIA.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: parametros, historico en memoria, ficheros
       *> y primera lectura.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-HISTORICO
           PERFORM ABRE-FICHEROS
           IF Maestro-Abierto
               MOVE "MST" TO Origen-Lectura
               PERFORM DESCARTA-ORIGEN
                   VARYING Tm-Indice FROM 1 BY 1
                   UNTIL Tm-Indice > Tm-Usadas
           END-IF
           PERFORM LEE-RESULTADO.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       PERFORM VALIDA-PARAMETROS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, informe "
                       "del ultimo mes con datos y umbrales por "
                       "defecto."
           END-IF
           COMPUTE Umbral-Volumen-Neg = ZERO - Umbral-Volumen
           COMPUTE Umbral-Error-Neg = ZERO - Umbral-Error.

       VALIDA-PARAMETROS.
           IF PT-MES-INFORME IS NUMERIC
                   AND PT-MES-INFORME NOT = "000000"
               MOVE PT-MES-INFORME TO Mes-Trabajo-N
               IF MT-Mes >= 1 AND MT-Mes <= 12
                   MOVE Mes-Trabajo-N TO Mes-Informe
               ELSE
                   DISPLAY "AVISO: mes del informe no valido "
                           PT-MES-INFORME "; se toma el ultimo "
                           "mes con datos."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF PT-MESES IS NUMERIC AND PT-MESES NOT = "00"
               MOVE PT-MESES TO Meses-Informe
           END-IF
           IF PT-UMBRAL-VOLUMEN IS NUMERIC
               MOVE PT-UMBRAL-VOLUMEN TO Umbral-Volumen
           END-IF
           IF PT-UMBRAL-ERROR IS NUMERIC
               MOVE PT-UMBRAL-ERROR TO Umbral-Error
           END-IF
           IF PT-INCLUIR-ARCHIVO = "S"
               SET Incluir-Archivo TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> CARGA-HISTORICO: acumulados de ejecuciones anteriores. La
       *> primera ejecucion no tiene historico y parte de cero.
       *>----------------------------------------------------------
       CARGA-HISTORICO.
           OPEN INPUT HISTORICO-FILE
           IF FS-Historico = "00"
               PERFORM LEE-HISTORICO
                   UNTIL FS-Historico NOT = "00"
               CLOSE HISTORICO-FILE
           ELSE
               DISPLAY "Aviso: sin historico de tendencia, solo se "
                       "cuentan los meses leidos en esta ejecucion."
           END-IF.

       LEE-HISTORICO.
           READ HISTORICO-FILE
               NOT AT END
                   ADD 1 TO Contador-Hist-Leidos
                   IF Tm-Usadas < Tm-Maximo
                       ADD 1 TO Tm-Usadas
                       MOVE HT-OPERACION TO Tm-Operacion (Tm-Usadas)
                       MOVE HT-MES       TO Tm-Mes (Tm-Usadas)
                       MOVE HT-ORIGEN    TO Tm-Origen (Tm-Usadas)
                       MOVE "H"          TO Tm-Estado (Tm-Usadas)
                       MOVE HT-TRANSACCIONES
                           TO Tm-Transacciones (Tm-Usadas)
                       MOVE HT-ERRORES   TO Tm-Errores (Tm-Usadas)
                       COMPUTE Tm-Correctos (Tm-Usadas) =
                               HT-TRANSACCIONES - HT-ERRORES
                       MOVE HT-MINIMO    TO Tm-Minimo (Tm-Usadas)
                       MOVE HT-MAXIMO
                           TO Tm-Maximo-Result (Tm-Usadas)
                       MOVE HT-SUMA      TO Tm-Suma (Tm-Usadas)
                   ELSE
                       PERFORM AVISA-TABLA-LLENA
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: el maestro, el historico nuevo, el informe
       *> y la exportacion son obligatorios. El archivo pedido y no
       *> disponible se avisa (RC 8) y se sigue con el maestro.
       *>----------------------------------------------------------
       ABRE-FICHEROS.
           OPEN INPUT RESULT-MASTER
           IF FS-Maestro NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de "
                       "resultados."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Maestro-Abierto TO TRUE
           END-IF

           IF Incluir-Archivo
               OPEN INPUT RESULT-ARCHIVO
               IF FS-Archivo NOT = "00"
                   DISPLAY "AVISO: no se pudo abrir el archivo de la "
                           "generacion; se sigue solo con el maestro "
                           "vivo."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   SET Archivo-Abierto TO TRUE
               END-IF
           END-IF

           OPEN OUTPUT HISTORICO-NUEVO
           IF FS-Hist-Nuevo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el nuevo historico "
                       "de tendencia."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Hist-Nuevo-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "informe."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF

           OPEN OUTPUT EXPORTA-FILE
           IF FS-Exporta NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "exportacion."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Exporta-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> LEE-RESULTADO: siguiente registro del maestro vivo; al
       *> terminarlo se sigue con el archivo de la generacion si
       *> se pidio y esta abierto. El primer registro del archivo
       *> da el origen de la generacion, y lo que el historico
       *> traia de ese origen se descarta.
       *>----------------------------------------------------------
       LEE-RESULTADO.
           IF NOT Fin-Fichero
               IF Fase-Maestro
                   READ RESULT-MASTER NEXT RECORD
                       AT END
                           IF Archivo-Abierto
                               SET Fase-Archivo TO TRUE
                               PERFORM LEE-ARCHIVO
                           ELSE
                               SET Fin-Fichero TO TRUE
                           END-IF
                       NOT AT END
                           ADD 1 TO Contador-Leidos-Mst
                           MOVE MAESTRO-RECORD TO Registro-Resultado
                   END-READ
               ELSE
                   PERFORM LEE-ARCHIVO
               END-IF
           END-IF.

       LEE-ARCHIVO.
           READ RESULT-ARCHIVO NEXT RECORD
               AT END
                   SET Fin-Fichero TO TRUE
               NOT AT END
                   ADD 1 TO Contador-Leidos-Arc
                   MOVE ARCHIVO-RECORD TO Registro-Resultado
                   IF Contador-Leidos-Arc = 1
                       MOVE RA-FECHA TO Origen-Lectura
                       PERFORM DESCARTA-ORIGEN
                           VARYING Tm-Indice FROM 1 BY 1
                           UNTIL Tm-Indice > Tm-Usadas
                   END-IF
           END-READ.

       DESCARTA-ORIGEN.
           IF Tm-Estado (Tm-Indice) = "H"
                   AND Tm-Origen (Tm-Indice) = Origen-Lectura
               MOVE "B" TO Tm-Estado (Tm-Indice)
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-RESULTADO: acumula el registro en su operacion,
       *> mes natural de la fecha de lote y origen. Una entrada
       *> nueva ocupa el hueco de una descartada si lo hay.
       *>----------------------------------------------------------
       PROCESA-RESULTADO.
           COMPUTE Mes-Registro = RR-FECHA / 100
           MOVE RR-OPERACION   TO CB-Operacion
           MOVE Mes-Registro   TO CB-Mes
           MOVE Origen-Lectura TO CB-Origen
           PERFORM BUSCA-CLAVE
           IF Tm-Encontrada = ZERO
               PERFORM BUSCA-HUECO
                   VARYING Tm-Indice FROM 1 BY 1
                   UNTIL Tm-Indice > Tm-Usadas
                       OR Tm-Encontrada > ZERO
               IF Tm-Encontrada = ZERO AND Tm-Usadas < Tm-Maximo
                   ADD 1 TO Tm-Usadas
                   MOVE Tm-Usadas    TO Tm-Encontrada
               END-IF
               IF Tm-Encontrada > ZERO
                   MOVE Clave-Buscada TO Tm-Clave (Tm-Encontrada)
                   MOVE "L"          TO Tm-Estado (Tm-Encontrada)
                   MOVE ZERO TO Tm-Transacciones (Tm-Encontrada)
                                Tm-Errores (Tm-Encontrada)
                                Tm-Correctos (Tm-Encontrada)
                                Tm-Minimo (Tm-Encontrada)
                                Tm-Maximo-Result (Tm-Encontrada)
                                Tm-Suma (Tm-Encontrada)
               ELSE
                   PERFORM AVISA-TABLA-LLENA
               END-IF
           END-IF
           IF Tm-Encontrada > ZERO
               PERFORM ACUMULA-RESULTADO
           END-IF
           PERFORM LEE-RESULTADO.

       BUSCA-HUECO.
           IF Tm-Estado (Tm-Indice) = "B"
               MOVE Tm-Indice TO Tm-Encontrada
           END-IF.

       *>----------------------------------------------------------
       *> ACUMULA-RESULTADO: los errores solo cuentan; de los
       *> correctos se toma el resultado decimal en DIVIDE,
       *> PORCENTAJE y RAIZ y el entero en el resto, como los
       *> presenta Programa1.
       *>----------------------------------------------------------
       ACUMULA-RESULTADO.
           ADD 1 TO Tm-Transacciones (Tm-Encontrada)
           IF RR-INDICADOR-ERROR = "S"
               ADD 1 TO Tm-Errores (Tm-Encontrada)
           ELSE
               EVALUATE RR-OPERACION
                   WHEN "DIVIDE"
                   WHEN "PORCENTAJE"
                   WHEN "RAIZ"
                       MOVE RR-RESULTADO-DECIMAL TO Valor-Resultado
                   WHEN OTHER
                       MOVE RR-RESULTADO TO Valor-Resultado
               END-EVALUATE
               IF Tm-Correctos (Tm-Encontrada) = ZERO
                   MOVE Valor-Resultado TO Tm-Minimo (Tm-Encontrada)
                   MOVE Valor-Resultado
                       TO Tm-Maximo-Result (Tm-Encontrada)
               ELSE
                   IF Valor-Resultado < Tm-Minimo (Tm-Encontrada)
                       MOVE Valor-Resultado
                           TO Tm-Minimo (Tm-Encontrada)
                   END-IF
                   IF Valor-Resultado
                           > Tm-Maximo-Result (Tm-Encontrada)
                       MOVE Valor-Resultado
                           TO Tm-Maximo-Result (Tm-Encontrada)
                   END-IF
               END-IF
               ADD 1 TO Tm-Correctos (Tm-Encontrada)
               ADD Valor-Resultado TO Tm-Suma (Tm-Encontrada)
           END-IF.

       *>----------------------------------------------------------
       *> BUSCA-CLAVE: entrada vigente (no descartada) de la tabla
       *> con la operacion, el mes y el origen de Clave-Buscada;
       *> cero si no existe.
       *>----------------------------------------------------------
       BUSCA-CLAVE.
           MOVE ZERO TO Tm-Encontrada
           PERFORM EXAMINA-CLAVE
               VARYING Tm-Indice FROM 1 BY 1
               UNTIL Tm-Indice > Tm-Usadas
                   OR Tm-Encontrada > ZERO.

       EXAMINA-CLAVE.
           IF Tm-Clave (Tm-Indice) = Clave-Buscada
                   AND Tm-Estado (Tm-Indice) NOT = "B"
               MOVE Tm-Indice TO Tm-Encontrada
           END-IF.

       *>----------------------------------------------------------
       *> AVISA-TABLA-LLENA: sin sitio para todas las entradas el
       *> historico nuevo perderia meses, asi que no se graba ni se
       *> imprime nada y el paso termina con codigo 16.
       *>----------------------------------------------------------
       AVISA-TABLA-LLENA.
           IF NOT Tabla-Llena
               DISPLAY "ERROR: tabla de meses y operaciones llena ("
                       Tm-Maximo " entradas); no se graba el nuevo "
                       "historico de tendencia."
               SET Tabla-Llena TO TRUE
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> GRABA-HISTORICO: nuevo historico ordenado por operacion,
       *> mes y origen con todas las entradas vigentes. No se graba
       *> si la ejecucion ha fallado.
       *>----------------------------------------------------------
       GRABA-HISTORICO.
           IF Hist-Nuevo-Abierto AND RETURN-CODE < 16
               MOVE LOW-VALUES TO Ultima-Clave
               SET No-Fin-Recorrido TO TRUE
               PERFORM GRABA-SIGUIENTE-MES UNTIL Fin-Recorrido
           END-IF.

       GRABA-SIGUIENTE-MES.
           PERFORM BUSCA-SIGUIENTE-CLAVE
           IF Tm-Fila = ZERO
               SET Fin-Recorrido TO TRUE
           ELSE
               MOVE Tm-Operacion (Tm-Fila)     TO HN-OPERACION
               MOVE Tm-Mes (Tm-Fila)           TO HN-MES
               MOVE Tm-Origen (Tm-Fila)        TO HN-ORIGEN
               MOVE Tm-Transacciones (Tm-Fila) TO HN-TRANSACCIONES
               MOVE Tm-Errores (Tm-Fila)       TO HN-ERRORES
               MOVE Tm-Minimo (Tm-Fila)        TO HN-MINIMO
               MOVE Tm-Maximo-Result (Tm-Fila) TO HN-MAXIMO
               MOVE Tm-Suma (Tm-Fila)          TO HN-SUMA
               WRITE HISTORICO-NUEVO-RECORD
               IF FS-Hist-Nuevo NOT = "00"
                   DISPLAY "ERROR: fallo al grabar el nuevo historico "
                           "de tendencia."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Recorrido TO TRUE
               ELSE
                   ADD 1 TO Contador-Hist-Grabados
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> BUSCA-SIGUIENTE-CLAVE: entrada vigente con la menor clave
       *> (operacion + mes + origen) posterior a Ultima-Clave; la
       *> deja en Tm-Fila (cero al terminar) y avanza Ultima-Clave.
       *>----------------------------------------------------------
       BUSCA-SIGUIENTE-CLAVE.
           MOVE HIGH-VALUES TO Siguiente-Clave
           MOVE ZERO TO Tm-Fila
           PERFORM EXAMINA-SIGUIENTE-CLAVE
               VARYING Tm-Indice FROM 1 BY 1
               UNTIL Tm-Indice > Tm-Usadas
           IF Tm-Fila > ZERO
               MOVE Tm-Clave (Tm-Fila) TO Ultima-Clave
           END-IF.

       EXAMINA-SIGUIENTE-CLAVE.
           IF Tm-Estado (Tm-Indice) NOT = "B"
                   AND Tm-Clave (Tm-Indice) > Ultima-Clave
                   AND Tm-Clave (Tm-Indice) < Siguiente-Clave
               MOVE Tm-Clave (Tm-Indice) TO Siguiente-Clave
               MOVE Tm-Indice TO Tm-Fila
           END-IF.

       *>----------------------------------------------------------
       *> BUSCA-SIGUIENTE-FILA: como BUSCA-SIGUIENTE-CLAVE pero por
       *> operacion y mes solamente, para dar una fila del informe
       *> por cada operacion y mes aunque tenga varios origenes.
       *>----------------------------------------------------------
       BUSCA-SIGUIENTE-FILA.
           MOVE HIGH-VALUES TO Siguiente-Fila
           MOVE ZERO TO Tm-Fila
           PERFORM EXAMINA-SIGUIENTE-FILA
               VARYING Tm-Indice FROM 1 BY 1
               UNTIL Tm-Indice > Tm-Usadas
           IF Tm-Fila > ZERO
               MOVE Tm-Clave-Mes (Tm-Fila) TO Ultima-Fila
           END-IF.

       EXAMINA-SIGUIENTE-FILA.
           IF Tm-Estado (Tm-Indice) NOT = "B"
                   AND Tm-Clave-Mes (Tm-Indice) > Ultima-Fila
                   AND Tm-Clave-Mes (Tm-Indice) < Siguiente-Fila
               MOVE Tm-Clave-Mes (Tm-Indice) TO Siguiente-Fila
               MOVE Tm-Indice TO Tm-Fila
           END-IF.

       *>----------------------------------------------------------
       *> SUMA-MES: cifras de la operacion y mes de Clave-Buscada
       *> sumadas sobre todos sus origenes vigentes; SM-Entradas
       *> queda a cero si no hay ninguno.
       *>----------------------------------------------------------
       SUMA-MES.
           MOVE ZERO TO SM-Entradas SM-Transacciones SM-Errores
                        SM-Correctos SM-Minimo SM-Maximo SM-Suma
           PERFORM SUMA-ORIGEN
               VARYING Tm-Indice FROM 1 BY 1
               UNTIL Tm-Indice > Tm-Usadas.

       SUMA-ORIGEN.
           IF Tm-Clave-Mes (Tm-Indice) = CB-Clave-Mes
                   AND Tm-Estado (Tm-Indice) NOT = "B"
               ADD 1 TO SM-Entradas
               IF Tm-Correctos (Tm-Indice) > ZERO
                   IF SM-Correctos = ZERO
                           OR Tm-Minimo (Tm-Indice) < SM-Minimo
                       MOVE Tm-Minimo (Tm-Indice) TO SM-Minimo
                   END-IF
                   IF SM-Correctos = ZERO
                           OR Tm-Maximo-Result (Tm-Indice) > SM-Maximo
                       MOVE Tm-Maximo-Result (Tm-Indice) TO SM-Maximo
                   END-IF
               END-IF
               ADD Tm-Transacciones (Tm-Indice) TO SM-Transacciones
               ADD Tm-Errores (Tm-Indice)       TO SM-Errores
               ADD Tm-Correctos (Tm-Indice)     TO SM-Correctos
               ADD Tm-Suma (Tm-Indice)          TO SM-Suma
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-TENDENCIA: filas de los meses del informe por
       *> operacion y mes, en el listado y en la exportacion. Sin
       *> mes en el parametro el informe termina en el ultimo mes
       *> con datos.
       *>----------------------------------------------------------
       IMPRIME-TENDENCIA.
           IF Informe-Abierto AND Exporta-Abierto
                   AND RETURN-CODE < 16
               IF Mes-Informe = ZERO
                   PERFORM BUSCA-ULTIMO-MES
                       VARYING Tm-Indice FROM 1 BY 1
                       UNTIL Tm-Indice > Tm-Usadas
               END-IF
               MOVE Mes-Informe TO Mes-Trabajo-N
               PERFORM RESTA-UN-MES
                   VARYING Meses-Restados FROM 1 BY 1
                   UNTIL Meses-Restados >= Meses-Informe
               MOVE Mes-Trabajo-N TO Mes-Desde

               WRITE EXPORTA-RECORD FROM Exporta-Cabecera
               IF FS-Exporta NOT = "00"
                   DISPLAY "ERROR: fallo al escribir la exportacion."
                   MOVE 16 TO RETURN-CODE
               END-IF

               MOVE LOW-VALUES TO Ultima-Fila
               MOVE SPACES TO Operacion-Anterior
               SET No-Fin-Recorrido TO TRUE
               PERFORM IMPRIME-SIGUIENTE-FILA UNTIL Fin-Recorrido
               IF Contador-Filas = ZERO
                   MOVE "SIN DATOS EN LOS MESES DEL INFORME"
                       TO Linea-Texto
                   PERFORM ESCRIBE-LINEA
               END-IF
           END-IF.

       BUSCA-ULTIMO-MES.
           IF Tm-Estado (Tm-Indice) NOT = "B"
                   AND Tm-Mes (Tm-Indice) > Mes-Informe
               MOVE Tm-Mes (Tm-Indice) TO Mes-Informe
           END-IF.

       RESTA-UN-MES.
           IF MT-Mes > 1
               SUBTRACT 1 FROM MT-Mes
           ELSE
               MOVE 12 TO MT-Mes
               SUBTRACT 1 FROM MT-Anio
           END-IF.

       IMPRIME-SIGUIENTE-FILA.
           PERFORM BUSCA-SIGUIENTE-FILA
           IF Tm-Fila = ZERO
               SET Fin-Recorrido TO TRUE
           ELSE
               IF Tm-Mes (Tm-Fila) >= Mes-Desde
                       AND Tm-Mes (Tm-Fila) <= Mes-Informe
                   IF Tm-Operacion (Tm-Fila) NOT = Operacion-Anterior
                           AND Operacion-Anterior NOT = SPACES
                       MOVE Linea-Blanco TO Linea-Texto
                       PERFORM ESCRIBE-LINEA
                   END-IF
                   MOVE Tm-Operacion (Tm-Fila) TO Operacion-Anterior
                   PERFORM IMPRIME-FILA
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-FILA: cifras de la operacion en el mes, sumados
       *> sus origenes, y su comparacion con el mes anterior y con
       *> el mismo mes del año anterior.
       *>----------------------------------------------------------
       IMPRIME-FILA.
           ADD 1 TO Contador-Filas
           MOVE SPACES TO AF-VOLUMEN-MES AF-ERROR-MES
                          AF-VOLUMEN-ANIO AF-ERROR-ANIO
           MOVE Tm-Clave-Mes (Tm-Fila) TO CB-Clave-Mes
           PERFORM SUMA-MES
           MOVE SM-Transacciones TO Fila-Transacciones
           COMPUTE Pct-Error-Actual ROUNDED =
                   SM-Errores * 100 / SM-Transacciones
           IF SM-Correctos > ZERO
               COMPUTE Media-Actual ROUNDED =
                       SM-Suma / SM-Correctos
           ELSE
               MOVE ZERO TO Media-Actual
           END-IF

           MOVE Tm-Operacion (Tm-Fila)     TO LD-OPERACION
                                              EX-OPERACION
           MOVE Tm-Mes (Tm-Fila)           TO Mes-Trabajo-N
                                              EX-MES
           MOVE MT-Anio                    TO LD-ANIO
           MOVE MT-Mes                     TO LD-MES
           MOVE SM-Transacciones           TO LD-TRANSACCIONES
                                              EX-TRANSACCIONES
           MOVE SM-Errores                 TO LD-ERRORES
                                              EX-ERRORES
           MOVE Pct-Error-Actual           TO LD-PCT-ERROR
                                              EX-PCT-ERROR
           MOVE SM-Minimo                  TO LD-MINIMO
                                              EX-MINIMO
           MOVE SM-Maximo                  TO LD-MAXIMO
                                              EX-MAXIMO
           MOVE Media-Actual               TO LD-MEDIA
                                              EX-MEDIA

           *> Frente al mes anterior.
           MOVE Tm-Operacion (Tm-Fila) TO CB-Operacion
           MOVE Tm-Mes (Tm-Fila) TO Mes-Trabajo-N
           PERFORM RESTA-UN-MES
           MOVE Mes-Trabajo-N TO CB-Mes
           PERFORM COMPARA-FILA
           MOVE Texto-Var-Volumen TO LD-VOL-MES EX-VOL-MES
           MOVE Texto-Var-Error   TO LD-ERR-MES EX-ERR-MES
           IF Aviso-Volumen
               MOVE "VM" TO AF-VOLUMEN-MES
           END-IF
           IF Aviso-Error
               MOVE "EM" TO AF-ERROR-MES
           END-IF

           *> Frente al mismo mes del año anterior.
           COMPUTE CB-Mes = Tm-Mes (Tm-Fila) - 100
           PERFORM COMPARA-FILA
           MOVE Texto-Var-Volumen TO LD-VOL-ANIO EX-VOL-ANIO
           MOVE Texto-Var-Error   TO LD-ERR-ANIO EX-ERR-ANIO
           IF Aviso-Volumen
               MOVE "VA" TO AF-VOLUMEN-ANIO
           END-IF
           IF Aviso-Error
               MOVE "EA" TO AF-ERROR-ANIO
           END-IF

           IF Avisos-Fila NOT = SPACES
               ADD 1 TO Contador-Filas-Aviso
           END-IF
           MOVE Avisos-Fila TO LD-AVISOS EX-AVISOS

           MOVE Linea-Detalle TO Linea-Texto
           PERFORM ESCRIBE-LINEA

           *> Sin mes de comparacion las variaciones van vacias.
           IF EX-VOL-MES = "     n/d"
               MOVE SPACES TO EX-VOL-MES EX-ERR-MES
           END-IF
           IF EX-VOL-ANIO = "     n/d"
               MOVE SPACES TO EX-VOL-ANIO EX-ERR-ANIO
           END-IF
           WRITE EXPORTA-RECORD FROM Exporta-Linea
           IF FS-Exporta NOT = "00"
               DISPLAY "ERROR: fallo al escribir la exportacion."
               MOVE 16 TO RETURN-CODE
               SET Fin-Recorrido TO TRUE
           ELSE
               ADD 1 TO Contador-Exportadas
           END-IF.

       *>----------------------------------------------------------
       *> COMPARA-FILA: variacion de la fila en curso frente a la
       *> misma operacion en el mes de Clave-Buscada, sumados sus
       *> origenes: transacciones en % sobre el mes comparado y
       *> porcentaje de error en puntos. Marca las que superan el
       *> umbral en cualquiera de los dos sentidos; una subida por
       *> encima de 9999.9 % se muestra con ese tope.
       *>----------------------------------------------------------
       COMPARA-FILA.
           SET Sin-Aviso-Volumen TO TRUE
           SET Sin-Aviso-Error TO TRUE
           PERFORM SUMA-MES
           IF SM-Entradas = ZERO
               MOVE "     n/d" TO Texto-Var-Volumen
               MOVE "    n/d"  TO Texto-Var-Error
           ELSE
               COMPUTE Variacion-Volumen ROUNDED =
                       (Fila-Transacciones - SM-Transacciones) * 100
                       / SM-Transacciones
                   ON SIZE ERROR
                       MOVE 9999.9 TO Variacion-Volumen
               END-COMPUTE
               COMPUTE Pct-Error-Comparado ROUNDED =
                       SM-Errores * 100 / SM-Transacciones
               COMPUTE Variacion-Error =
                       Pct-Error-Actual - Pct-Error-Comparado
               IF Variacion-Volumen > Umbral-Volumen
                       OR Variacion-Volumen < Umbral-Volumen-Neg
                   SET Aviso-Volumen TO TRUE
               END-IF
               IF Variacion-Error > Umbral-Error
                       OR Variacion-Error < Umbral-Error-Neg
                   SET Aviso-Error TO TRUE
               END-IF
               MOVE Variacion-Volumen TO Variacion-Volumen-Edit
               MOVE Variacion-Error   TO Variacion-Error-Edit
               MOVE SPACES TO Texto-Var-Volumen
               MOVE Variacion-Volumen-Edit TO Texto-Var-Volumen (2:7)
               MOVE Variacion-Error-Edit   TO Texto-Var-Error
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-RESUMEN: parametros aplicados, leyenda de avisos
       *> y totales, en el informe y por consola.
       *>----------------------------------------------------------
       IMPRIME-RESUMEN.
           IF Informe-Abierto
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Avisos: VM/EM volumen/error frente al mes anterior"
                   TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "        VA/EA volumen/error frente a hace 12 meses"
                   TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Umbral de volumen, % sobre el mes......:"
                   TO LT-TEXTO
               MOVE Umbral-Volumen TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Umbral de error, puntos porcentuales...:"
                   TO LT-TEXTO
               MOVE Umbral-Error TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Leidos del maestro vivo................:"
                   TO LT-TEXTO
               MOVE Contador-Leidos-Mst TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Leidos del archivo de la generacion....:"
                   TO LT-TEXTO
               MOVE Contador-Leidos-Arc TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Filas del informe......................:"
                   TO LT-TEXTO
               MOVE Contador-Filas TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Filas con avisos de variacion..........:"
                   TO LT-TEXTO
               MOVE Contador-Filas-Aviso TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
           END-IF
           DISPLAY "=========================================".
           DISPLAY "TENDENCIA MENSUAL - InformeTendencia".
           DISPLAY "Mes del informe.................: " Mes-Informe.
           DISPLAY "Desde el mes....................: " Mes-Desde.
           DISPLAY "Leidos del maestro vivo.........: "
               Contador-Leidos-Mst.
           DISPLAY "Leidos del archivo..............: "
               Contador-Leidos-Arc.
           DISPLAY "Historico leido.................: "
               Contador-Hist-Leidos.
           DISPLAY "Historico grabado...............: "
               Contador-Hist-Grabados.
           DISPLAY "Filas del informe...............: "
               Contador-Filas.
           DISPLAY "Filas con avisos................: "
               Contador-Filas-Aviso.
           DISPLAY "Lineas exportadas...............: "
               Contador-Exportadas.
           DISPLAY "=========================================".

       ESCRIBE-TOTAL.
           MOVE Linea-Total TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> ESCRIBE-LINEA: escribe Linea-Texto en el informe con
       *> control de paginacion y cabeceras de pagina.
       *>----------------------------------------------------------
       ESCRIBE-LINEA.
           IF Informe-Abierto
               IF Lineas-Pagina >= Maximo-Lineas-Pagina
                   PERFORM IMPRIME-CABECERA-PAGINA
               END-IF
               WRITE INFORME-RECORD FROM Linea-Texto
               IF FS-Informe NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el informe."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Recorrido TO TRUE
               END-IF
               ADD 1 TO Lineas-Pagina
           END-IF.

       IMPRIME-CABECERA-PAGINA.
           IF Informe-Abierto
               ADD 1 TO Numero-Pagina
               MOVE Mes-Informe   TO LC1-MES
               MOVE FH-Fecha      TO LC1-FECHA
               MOVE FH-Hora       TO LC1-HORA
               MOVE Numero-Pagina TO LC1-PAGINA
               WRITE INFORME-RECORD FROM Linea-Cabecera1
               WRITE INFORME-RECORD FROM Linea-Cabecera2
               WRITE INFORME-RECORD FROM Linea-Cabecera3
               WRITE INFORME-RECORD FROM Linea-Blanco
               MOVE 4 TO Lineas-Pagina
           END-IF.

       FINALIZAR.
           IF Maestro-Abierto
               CLOSE RESULT-MASTER
           END-IF
           IF Archivo-Abierto
               CLOSE RESULT-ARCHIVO
           END-IF
           IF Hist-Nuevo-Abierto
               CLOSE HISTORICO-NUEVO
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF
           IF Exporta-Abierto
               CLOSE EXPORTA-FILE
           END-IF.

       END PROGRAM InformeTendencia.
