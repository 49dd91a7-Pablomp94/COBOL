       *>        rechaza entero, y al final de la ejecucion se
       *>        avisa de los dias laborables posteriores al ultimo
       *>        lote completado sin lote recibido.
       *>   JMP  Centro de coste en la cabecera de cada lote,
       *>        validado contra el maestro de departamentos
       *>        (DEPTMST): el lote con centro desconocido o de baja
       *>        se rechaza entero. El centro se arrastra a la
       *>        auditoria y al maestro de resultados para la
       *>        facturacion por departamento.
       *>   JMP  Fichero de suspenso de rechazos (SUSPENSO) indexado
       *>        por fecha de lote y secuencia original: cada
       *>        rechazo abre o actualiza su partida, y el calculo
       *>        correcto de la misma clave (reproceso) la marca
       *>        como corregida.
       *>   JMP  Limites por operacion (LIMITES): minimo y maximo de
       *>        cada operando y del resultado y admision de
       *>        negativos. Cada limite rechaza (motivos L1, L2, LR,
       *>        LN) o solo avisa en el listado.
       *>   JMP  Modo de prevalidacion ("V" en el parametro de modo):
       *>        aplica al fichero recibido las mismas comprobaciones
       *>        de cabecera, trailer, calendario, historial y
       *>        CALCULADORA sin grabar auditoria, extracto,
       *>        rechazos, maestro, historial ni checkpoint, y deja
       *>        en PREVOUT el informe por lote de lo que se
       *>        rechazaria.
       *>   JMP  Control de pasos de la cadena nocturna (JOBCTL),
       *>        primer paso de la cadena: anota por fecha de
       *>        proceso su inicio, fin, codigo de retorno y
       *>        contadores (lotes, transacciones, errores) para
       *>        que los pasos siguientes comprueben que termino
       *>        bien. La prevalidacion no se anota.
       *>   JMP  Centro de coste en la clave del historial de
       *>        ejecuciones (RUNHISTIX) y en la tabla de lotes de
       *>        la prevalidacion: lotes del mismo dia y cantidad
       *>        de departamentos distintos ya no se toman por
       *>        doble carga. ConvierteHistorial convierte el
       *>        RUNHISTIX anterior.
       *>   JMP  Un nuevo rechazo de una partida de suspenso dada de
       *>        baja cuenta el reintento y anota el ultimo motivo
       *>        y fecha, pero la partida sigue de baja con sus
       *>        datos de baja.
       *>   JMP  Los contadores de rechazos y avisos por limites van
       *>        en el checkpoint y se recuperan en un reinicio.
       *>   JMP  Cada ejecucion (no la prevalidacion) deja pendientes
       *>        de repetir ("P") en el control de pasos los pasos
       *>        posteriores ya terminados en la fecha de proceso,
       *>        para que no se envie, concilie ni archive sobre un
       *>        maestro sin volver a cuadrar.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Programa1.
               RECORD KEY IS HX-CLAVE
               FILE STATUS IS FS-Historial.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS FS-Suspenso.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT DEPARTAMENTO-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Departamentos.

           SELECT LIMITES-FILE ASSIGN TO "LIMITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Limites.

           SELECT PREVIO-FILE ASSIGN TO "PREVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Previo.

           SELECT CHECKPOINT-IN ASSIGN TO "CHKPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Checkpoint-In.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Checkpoint-Out.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Fecha-Proceso.

           SELECT PASOS-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JC-CLAVE
               FILE STATUS IS FS-Pasos.

       DATA DIVISION.
       FILE SECTION.

       *> La cabecera anuncia en TH-LAYOUT-VERSION el layout de sus
       *> detalles: "01" (o espacios, ficheros antiguos) operandos
       *> 9(04) sin signo; "02" operandos S9(07)V99 con signo
       *> explicito delante y decimales. TH-CENTRO-COSTE es el
       *> departamento al que se factura el lote.
       01  TR-HEADER-RECORD REDEFINES TRAN-RECORD.
           05  TH-RECORD-TYPE          PIC X(01).
           05  TH-RUN-DATE             PIC 9(08).
           05  TH-EXPECTED-COUNT       PIC 9(06).
           05  TH-LAYOUT-VERSION       PIC X(02).
           05  TH-CENTRO-COSTE         PIC X(06).
           05  FILLER                  PIC X(25).

       01  TR-DETAIL-RECORD REDEFINES TRAN-RECORD.
           05  TD-RECORD-TYPE          PIC X(01).
           05  AU-HORA                 PIC 9(08).
           05  AU-INDICADOR-ERROR      PIC X(01).
           05  AU-FECHA-LOTE           PIC 9(08).
           05  AU-CENTRO-COSTE         PIC X(06).

       FD  EXTRACT-FILE.
       01  EXTRACTO-RECORD.
                                       SIGN LEADING SEPARATE.
           05  RM-HORA-CALCULO         PIC 9(08).
           05  RM-INDICADOR-ERROR      PIC X(01).
           05  RM-CENTRO-COSTE         PIC X(06).

       *> Historial de ejecuciones indexado: un registro por lote
       *> (fecha + cantidad esperada + centro de coste) con su
       *> estado actual, "S" al
       *> abrir el lote y "C" cuando su trailer valida. La consulta
       *> es por lectura directa, sin tabla en memoria ni limite de
       *> lotes controlados.
           05  HX-CLAVE.
               10  HX-RUN-DATE         PIC 9(08).
               10  HX-EXPECTED-COUNT   PIC 9(06).
               10  HX-CENTRO-COSTE     PIC X(06).
           05  HX-CONTROL-TOTAL        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  HX-ESTADO               PIC X(01).

       *> Suspenso de rechazos: una partida por transaccion
       *> rechazada, con la clave de su lote original (fecha de lote
       *> + secuencia, la RP-SECUENCIA-ORIG del reproceso). Estado
       *> "A" abierta, "C" corregida por un calculo posterior
       *> correcto de la misma clave, "X" dada de baja sin corregir
       *> (BajaSuspenso). Las partidas nunca se borran.
       FD  SUSPENSO-FILE.
       01  SUSPENSO-RECORD.
           05  SU-CLAVE.
               10  SU-FECHA-LOTE       PIC 9(08).
               10  SU-SECUENCIA        PIC 9(06).
           05  SU-MOTIVO               PIC X(02).
           05  SU-MOTIVO-ULTIMO        PIC X(02).
           05  SU-CENTRO-COSTE         PIC X(06).
           05  SU-DETALLE              PIC X(39).
           05  SU-FECHA-ALTA           PIC 9(08).
           05  SU-FECHA-ULTIMO         PIC 9(08).
           05  SU-REINTENTOS           PIC 9(03).
           05  SU-ESTADO               PIC X(01).
           05  SU-FECHA-CIERRE         PIC 9(08).
           05  SU-USUARIO-BAJA         PIC X(08).
           05  SU-MOTIVO-BAJA          PIC X(40).

       *> Calendario de proceso: un registro por dia con su tipo,
       *> "L" laborable o "F" festivo/fin de semana. Solo las
       *> fechas "L" son fechas de lote validas.
           05  CAL-FECHA               PIC 9(08).
           05  CAL-TIPO                PIC X(01).

       *> Maestro de departamentos: un registro por centro de coste
       *> con su nombre y estado, "A" activo o "B" de baja. Solo los
       *> centros activos pueden enviar lotes.
       FD  DEPARTAMENTO-FILE.
       01  DEPARTAMENTO-RECORD.
           05  DP-CENTRO-COSTE         PIC X(06).
           05  DP-NOMBRE               PIC X(30).
           05  DP-ESTADO               PIC X(01).

       *> Limites de negocio: un registro por operacion. Cada
       *> limite lleva su modo: blanco sin control, "R" rechaza la
       *> transaccion, "A" solo la señala en el listado. El modo de
       *> negativos se aplica a los dos operandos y al resultado.
       FD  LIMITES-FILE.
       01  LIMITES-RECORD.
           05  LI-OPERACION            PIC X(10).
           05  LI-NUM1-MINIMO          PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LI-NUM1-MAXIMO          PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LI-NUM1-MODO            PIC X(01).
           05  LI-NUM2-MINIMO          PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LI-NUM2-MAXIMO          PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LI-NUM2-MODO            PIC X(01).
           05  LI-RES-MINIMO           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  LI-RES-MAXIMO           PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  LI-RES-MODO             PIC X(01).
           05  LI-NEGATIVOS-MODO       PIC X(01).

       *> Informe de prevalidacion: por lote, lo que la ejecucion
       *> nocturna rechazaria y por que.
       FD  PREVIO-FILE.
       01  PREVIO-RECORD               PIC X(132).

       FD  CHECKPOINT-IN.
       01  CHECKPOINT-IN-RECORD.
           05  CKI-RECORD-COUNT        PIC 9(06).
           05  CKI-RAIZ-COUNT          PIC 9(06).
           05  CKI-ERRORES-COUNT       PIC 9(06).
           05  CKI-NO-RECONOCIDAS-COUNT PIC 9(06).
           05  CKI-RECHAZOS-LIMITE-COUNT PIC 9(06).
           05  CKI-AVISOS-LIMITE-COUNT PIC 9(06).
           05  CKI-CONTROL-TOTAL       PIC S9(11)V99.
           05  CKI-GRAND-TOTAL         PIC S9(11)V99.
           05  CKI-GRUPO-REGISTROS     PIC 9(06).
           05  CKO-RAIZ-COUNT          PIC 9(06).
           05  CKO-ERRORES-COUNT       PIC 9(06).
           05  CKO-NO-RECONOCIDAS-COUNT PIC 9(06).
           05  CKO-RECHAZOS-LIMITE-COUNT PIC 9(06).
           05  CKO-AVISOS-LIMITE-COUNT PIC 9(06).
           05  CKO-CONTROL-TOTAL       PIC S9(11)V99.
           05  CKO-GRAND-TOTAL         PIC S9(11)V99.
           05  CKO-GRUPO-REGISTROS     PIC 9(06).
           05  CKO-PAGINA              PIC 9(04).
           05  CKO-LINEAS-PAGINA       PIC 9(02).

       *> Fecha de proceso de la noche, la misma para todos los
       *> pasos de la cadena.
       FD  FECPROC-FILE.
       01  FECPROC-RECORD.
           05  FP-FECHA-PROCESO        PIC 9(08).

       *> Control de pasos de la cadena nocturna, mismo layout en
       *> todos los pasos: un registro por fecha de proceso y paso
       *> con su ultima ejecucion. Estado "I" iniciado (en curso o
       *> caido), "F" terminado, "R" retenido por un paso previo,
       *> "P" pendiente de repetir porque un paso previo se volvio
       *> a ejecutar despues.
       FD  PASOS-FILE.
       01  PASO-RECORD.
           05  JC-CLAVE.
               10  JC-FECHA-PROCESO    PIC 9(08).
               10  JC-PASO             PIC X(18).
           05  JC-ESTADO               PIC X(01).
           05  JC-FECHA-INICIO         PIC 9(08).
           05  JC-HORA-INICIO          PIC 9(08).
           05  JC-FECHA-FIN            PIC 9(08).
           05  JC-HORA-FIN             PIC 9(08).
           05  JC-RETORNO              PIC 9(02).
           05  JC-EJECUCIONES          PIC 9(03).
           05  JC-CONTADOR1            PIC 9(06).
           05  JC-CONTADOR2            PIC 9(06).
           05  JC-CONTADOR3            PIC 9(06).
           05  JC-AUTORIZADO           PIC X(08).

       WORKING-STORAGE SECTION.

       01  Numero1 PIC S9(07)V99 VALUE 20.
           05  Suma-Control            PIC S9(11)V99 VALUE ZERO.
           05  Gran-Total              PIC S9(11)V99 VALUE ZERO.

       *> Transacciones rechazadas y avisadas por limites de
       *> negocio.
       01  Contadores-Limites.
           05  Contador-Rechazos-Limite PIC 9(06) VALUE ZERO.
           05  Contador-Avisos-Limite  PIC 9(06) VALUE ZERO.

       01  Gran-Total-Edit             PIC Z(10)9.99-.

       *> Subtotales del lote (grupo cabecera-detalle-trailer) en

       01  Cabecera-Fecha              PIC 9(08) VALUE ZERO.
       01  Cabecera-Cant-Esperada      PIC 9(06) VALUE ZERO.
       01  Cabecera-Centro-Coste       PIC X(06) VALUE SPACES.

       *> Calendario de dias laborables cargado en memoria; vacio,
       *> la validacion de fechas de lote queda desactivada.
               10  Cal-Dia-Tipo        PIC X(01).
       01  Cal-Indice                  PIC 9(04) VALUE ZERO.

       *> Maestro de departamentos cargado en memoria; vacio, la
       *> validacion del centro de coste queda desactivada.
       01  Tabla-Departamentos.
           05  Dep-Maximo              PIC 9(04) VALUE 500.
           05  Dep-Usadas              PIC 9(04) VALUE ZERO.
           05  Dep-Entrada OCCURS 500 TIMES.
               10  Dep-Centro          PIC X(06).
               10  Dep-Estado          PIC X(01).
       01  Dep-Indice                  PIC 9(04) VALUE ZERO.

       *> Limites de negocio por operacion, cargados de LIMITES.
       01  Tabla-Limites.
           05  Lim-Maximo              PIC 9(02) VALUE 20.
           05  Lim-Usadas              PIC 9(02) VALUE ZERO.
           05  Lim-Entrada OCCURS 20 TIMES.
               10  Lim-Operacion       PIC X(10).
               10  Lim-Num1-Minimo     PIC S9(07)V99.
               10  Lim-Num1-Maximo     PIC S9(07)V99.
               10  Lim-Num1-Modo       PIC X(01).
               10  Lim-Num2-Minimo     PIC S9(07)V99.
               10  Lim-Num2-Maximo     PIC S9(07)V99.
               10  Lim-Num2-Modo       PIC X(01).
               10  Lim-Res-Minimo      PIC S9(09)V99.
               10  Lim-Res-Maximo      PIC S9(09)V99.
               10  Lim-Res-Modo        PIC X(01).
               10  Lim-Negativos-Modo  PIC X(01).
       01  Lim-Indice                  PIC 9(02) VALUE ZERO.
       01  Lim-Encontrado              PIC 9(02) VALUE ZERO.

       *> Resultados calculados en una prevalidacion, para
       *> resolver los detalles encadenados sin leer un maestro que
       *> esta ejecucion no carga. Misma clave que el maestro.
       01  Tabla-Resultados-Previos.
           05  Prv-Maximo              PIC 9(04) VALUE 9999.
           05  Prv-Usadas              PIC 9(04) VALUE ZERO.
           05  Prv-Entrada OCCURS 9999 TIMES.
               10  Prv-Fecha           PIC 9(08).
               10  Prv-Secuencia       PIC 9(06).
               10  Prv-Indicador-Error PIC X(01).
               10  Prv-Valor           PIC S9(09)V99.
       01  Prv-Indice                  PIC 9(04) VALUE ZERO.
       01  Prv-Encontrado              PIC 9(04) VALUE ZERO.

       *> Lotes que cuadraron en una prevalidacion, para detectar
       *> la doble carga dentro del mismo fichero sin grabar el
       *> historial.
       01  Tabla-Lotes-Previos.
           05  Plt-Maximo              PIC 9(02) VALUE 50.
           05  Plt-Usadas              PIC 9(02) VALUE ZERO.
           05  Plt-Entrada OCCURS 50 TIMES.
               10  Plt-Fecha           PIC 9(08).
               10  Plt-Cant-Esperada   PIC 9(06).
               10  Plt-Centro-Coste    PIC X(06).
       01  Plt-Indice                  PIC 9(02) VALUE ZERO.

       *> Veredicto de los lotes de una prevalidacion.
       01  Contadores-Prevalidacion.
           05  Contador-Lotes-Correctos PIC 9(06) VALUE ZERO.
           05  Contador-Lotes-Con-Errores PIC 9(06) VALUE ZERO.
           05  Contador-Lotes-Rechazados PIC 9(06) VALUE ZERO.

       *> Comprobacion de limites de la transaccion en curso: el
       *> resultado a comparar, el limite superado y su modo, y el
       *> primer limite de solo aviso superado (blanco si ninguno).
       01  Valor-Resultado             PIC S9(09)V99 VALUE ZERO.
       01  Limite-Superado             PIC X(02) VALUE SPACES.
       01  Modo-Limite                 PIC X(01) VALUE SPACE.
       01  Aviso-Limite                PIC X(02) VALUE SPACES.

       *> Comprobacion de dias laborables sin lote al final de la
       *> ejecucion.
       01  Ultima-Fecha-Completada     PIC 9(08) VALUE ZERO.
       *>      exponente fraccionario sobre base negativa)
       *>   RE referencia de detalle encadenado adelantada,
       *>      inexistente o a una transaccion sin resultado
       *>   L1 operando 1 fuera de limites  L2 operando 2 fuera de
       *>      limites                      LR resultado fuera de
       *>      limites                      LN negativo no admitido
       01  Motivo-Rechazo              PIC X(02) VALUE SPACES.

       01  Fecha-Hora-Actual.
       01  Inicio-Fecha                PIC 9(08) VALUE ZERO.
       01  Inicio-Hora                 PIC 9(08) VALUE ZERO.

       *> Control de pasos: fecha de proceso y nombre con el que se
       *> anota este paso.
       01  Fecha-Proceso               PIC 9(08) VALUE ZERO.
       01  Nombre-Paso                 PIC X(18) VALUE "Programa1".

       *> Pasos de la cadena que trabajan sobre lo que deja este
       *> paso. Si este paso se vuelve a ejecutar, la ultima
       *> ejecucion terminada de cada uno en la fecha de proceso
       *> deja de valer y queda pendiente de repetir ("P").
       01  Tabla-Posteriores-Valores.
           05  FILLER                  PIC X(18) VALUE
               "AjustaMaestro".
           05  FILLER                  PIC X(18) VALUE
               "Balancea".
           05  FILLER                  PIC X(18) VALUE
               "TransmiteExtracto".
           05  FILLER                  PIC X(18) VALUE
               "Concilia".
           05  FILLER                  PIC X(18) VALUE
               "ArchivaHistorico".
       01  Tabla-Posteriores REDEFINES Tabla-Posteriores-Valores.
           05  Pp-Nombre OCCURS 5 TIMES PIC X(18).
       01  Pp-Maximo                   PIC 9(02) VALUE 5.
       01  Pp-Indice                   PIC 9(02) VALUE ZERO.

       *> Control de paginacion del listado de ejecucion.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
           05  FILLER                  PIC X(10) VALUE
               "  VERSION ".
           05  LLG-VERSION             PIC X(02).
           05  FILLER                  PIC X(09) VALUE
               "  CENTRO ".
           05  LLG-CENTRO              PIC X(06).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  Linea-Lst-Subtotal.
           05  FILLER                  PIC X(05) VALUE "LOTE ".

       01  Linea-Lst-Texto             PIC X(132) VALUE SPACES.

       *> Control de paginacion y lineas del informe de
       *> prevalidacion.
       01  Prev-Numero-Pagina          PIC 9(04) VALUE ZERO.
       01  Prev-Lineas-Pagina          PIC 9(02) VALUE 99.

       01  Linea-Prev-Cabecera1.
           05  FILLER                  PIC X(42) VALUE
               "PREVALIDACION DE TRANSACCIONES - Programa1".
           05  FILLER                  PIC X(09) VALUE "  Fecha: ".
           05  LPC-FECHA               PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  Hora: ".
           05  LPC-HORA                PIC 9(08).
           05  FILLER                  PIC X(49) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LPC-PAGINA              PIC ZZZ9.

       01  Linea-Prev-Lote.
           05  FILLER                  PIC X(05) VALUE "LOTE ".
           05  LPL-NUMERO              PIC ZZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  FECHA ".
           05  LPL-FECHA               PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               "  VERSION ".
           05  LPL-VERSION             PIC X(02).
           05  FILLER                  PIC X(09) VALUE
               "  CENTRO ".
           05  LPL-CENTRO              PIC X(06).
           05  FILLER                  PIC X(24) VALUE
               "  REGISTROS ANUNCIADOS: ".
           05  LPL-ESPERADOS           PIC ZZZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  Linea-Prev-Cuenta.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LPN-TEXTO               PIC X(40).
           05  FILLER                  PIC X(11) VALUE "DECLARADO: ".
           05  LPN-DECLARADO           PIC ZZZZZ9.
           05  FILLER                  PIC X(13) VALUE
               "  CALCULADO: ".
           05  LPN-CALCULADO           PIC ZZZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  Linea-Prev-Importe.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LPI-TEXTO               PIC X(40).
           05  FILLER                  PIC X(11) VALUE "DECLARADO: ".
           05  LPI-DECLARADO           PIC Z(10)9.99-.
           05  FILLER                  PIC X(13) VALUE
               "  CALCULADO: ".
           05  LPI-CALCULADO           PIC Z(10)9.99-.
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  Linea-Prev-Resultado.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "RESULTADO: ".
           05  LPR-TEXTO               PIC X(60).
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  Linea-Prev-Texto            PIC X(132) VALUE SPACES.

       *> Umbral de abandono por errores: maximo absoluto y maximo
       *> porcentaje sobre los registros procesados. A cero, ese
       *> control queda desactivado.
       01  FS-Rechazos                 PIC X(02).
       01  FS-Listado                  PIC X(02).
       01  FS-Historial                PIC X(02).
       01  FS-Suspenso                 PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Departamentos            PIC X(02).
       01  FS-Limites                  PIC X(02).
       01  FS-Maestro                  PIC X(02).
       01  FS-Previo                   PIC X(02).
       01  FS-Checkpoint-In            PIC X(02).
       01  FS-Checkpoint-Out           PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".

       *> Modo de ejecucion tomado del fichero de parametros: "R"
       *> indica reproceso de un fichero de rechazos corregido, cuyos
       *> resultados se añaden a la auditoria y extracto existentes;
       *> "V" prevalidacion del fichero recibido, sin grabar nada
       *> mas que el informe PREVOUT.
       01  SW-Modo-Ejecucion           PIC X(01) VALUE "N".
           88  Modo-Reproceso              VALUE "R".
           88  Modo-Prevalidacion          VALUE "V".
           88  Modo-Normal                 VALUE "N".

       *> Autorizacion explicita para reprocesar un lote que ya
           88  Fecha-Laborable             VALUE "S".
           88  Fecha-No-Laborable          VALUE "N".

       *> Resultado de validar el centro de coste de la cabecera
       *> contra el maestro de departamentos.
       01  SW-Centro-Coste             PIC X(01) VALUE "S".
           88  Centro-Valido               VALUE "S".
           88  Centro-Desconocido          VALUE "D".
           88  Centro-De-Baja              VALUE "B".

       *> Fin del recorrido secuencial del historial indexado.
       01  SW-Fin-Historial            PIC X(01) VALUE "N".
           88  Fin-Historial               VALUE "S".
       01  SW-Umbral-Superado          PIC X(01) VALUE "N".
           88  Umbral-Superado             VALUE "S".

       *> En una prevalidacion el umbral no detiene el proceso:
       *> solo se anota que la ejecucion nocturna se detendria.
       01  SW-Umbral-Previsto          PIC X(01) VALUE "N".
           88  Umbral-Previsto             VALUE "S".

       *> El lote en curso se reanuda desde un checkpoint: su
       *> posible registro "C" en el historial es de esta misma
       *> carga interrumpida, no de una doble carga.
       01  SW-Hist-Abierto             PIC X(01) VALUE "N".
           88  Hist-Abierto                VALUE "S".

       01  SW-Suspenso-Abierto         PIC X(01) VALUE "N".
           88  Suspenso-Abierto            VALUE "S".

       01  SW-Maestro-Abierto          PIC X(01) VALUE "N".
           88  Maestro-Abierto             VALUE "S".

       01  SW-Checkpoint-Out-Abierto   PIC X(01) VALUE "N".
           88  Checkpoint-Out-Abierto      VALUE "S".

       01  SW-Previo-Abierto           PIC X(01) VALUE "N".
           88  Previo-Abierto              VALUE "S".

       01  SW-Pasos-Abierto            PIC X(01) VALUE "N".
           88  Pasos-Abierto               VALUE "S".

       *> Paso retenido por el control de pasos: no se abre ningun
       *> otro fichero y el paso queda anotado como retenido.
       01  SW-Paso-Retenido            PIC X(01) VALUE "N".
           88  Paso-Retenido               VALUE "S".

       01  SW-Paso-Registrado          PIC X(01) VALUE "N".
           88  Paso-Registrado             VALUE "S".
           88  Paso-No-Registrado          VALUE "N".

       01  SW-Operacion-Valida         PIC X(01) VALUE "S".
           88  Operacion-Valida            VALUE "S".
           88  Operacion-Invalida          VALUE "N".
       PROCESA-GRUPO.
           PERFORM COMPRUEBA-CALENDARIO.
           IF Fecha-Laborable
               PERFORM COMPRUEBA-CENTRO-COSTE
           END-IF
           IF Fecha-Laborable AND Centro-Valido
               PERFORM COMPRUEBA-HISTORIAL
           END-IF
           IF Modo-Prevalidacion
               PERFORM PREVIO-INICIO-LOTE
           END-IF
           EVALUATE TRUE
               WHEN Fecha-No-Laborable
                   PERFORM SALTA-GRUPO-FECHA
               WHEN NOT Centro-Valido
                   PERFORM SALTA-GRUPO-CENTRO
               WHEN Grupo-Duplicado
                   PERFORM SALTA-GRUPO-DUPLICADO
               WHEN OTHER
                   PERFORM REGISTRA-FIN-HISTORIAL
                   PERFORM CIERRA-GRUPO
           END-EVALUATE.
           IF Modo-Prevalidacion
               PERFORM PREVIO-FIN-LOTE
           END-IF
           PERFORM LEE-CABECERA-SIGUIENTE.

       *>----------------------------------------------------------
       *> COMPRUEBA-HISTORIAL: rechaza el lote en curso si su fecha,
       *> cantidad esperada y centro ya constan completados en el
       *> historial indexado (lectura directa por clave), salvo
       *> autorizacion explicita de reproceso. Un registro "S" sin
       *> completar no frena: es el rastro de una carga
       *> interrumpida. El lote reanudado desde un checkpoint no se
       *> comprueba: su registro "C" en el historial (si el trailer
       *> valido despues del ultimo checkpoint) es de esta misma
       *> carga, no de una doble. En una prevalidacion, que no
       *> graba el historial, la doble carga dentro del mismo
       *> fichero se busca entre los lotes ya validados en ella.
       *>----------------------------------------------------------
       COMPRUEBA-HISTORIAL.
           SET Grupo-No-Duplicado TO TRUE
           IF NOT Grupo-Reanudado AND Hist-Abierto
               MOVE Cabecera-Fecha         TO HX-RUN-DATE
               MOVE Cabecera-Cant-Esperada TO HX-EXPECTED-COUNT
               MOVE Cabecera-Centro-Coste  TO HX-CENTRO-COSTE
               READ HIST-FILE
                   NOT INVALID KEY
                       IF HX-ESTADO = "C"
                           SET Grupo-Duplicado TO TRUE
                       END-IF
               END-READ
           END-IF
           IF Modo-Prevalidacion AND Grupo-No-Duplicado
               PERFORM BUSCA-LOTE-PREVIO
                   VARYING Plt-Indice FROM 1 BY 1
                   UNTIL Plt-Indice > Plt-Usadas
                       OR Grupo-Duplicado
           END-IF
           IF Grupo-Duplicado AND Override-Historial
               DISPLAY "AVISO: lote " Contador-Grupos " fecha "
                   Cabecera-Fecha " ya completado, se "
                   "reprocesa por autorizacion explicita."
               SET Grupo-No-Duplicado TO TRUE
           END-IF.

       BUSCA-LOTE-PREVIO.
           IF Plt-Indice <= Plt-Usadas
               IF Plt-Fecha (Plt-Indice) = Cabecera-Fecha
                       AND Plt-Cant-Esperada (Plt-Indice)
                           = Cabecera-Cant-Esperada
                       AND Plt-Centro-Coste (Plt-Indice)
                           = Cabecera-Centro-Coste
                   SET Grupo-Duplicado TO TRUE
               END-IF
           END-IF.

               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> COMPRUEBA-CENTRO-COSTE: valida que el centro de coste de
       *> la cabecera exista en el maestro de departamentos y este
       *> activo. Sin maestro cargado la validacion queda
       *> desactivada, y el lote reanudado desde un checkpoint no
       *> se revalida, igual que su fecha.
       *>----------------------------------------------------------
       COMPRUEBA-CENTRO-COSTE.
           SET Centro-Valido TO TRUE
           IF Dep-Usadas > ZERO AND NOT Fin-Fichero
                   AND NOT Grupo-Reanudado
               SET Centro-Desconocido TO TRUE
               PERFORM BUSCA-DEPARTAMENTO
                   VARYING Dep-Indice FROM 1 BY 1
                   UNTIL Dep-Indice > Dep-Usadas
                       OR NOT Centro-Desconocido
           END-IF.

       BUSCA-DEPARTAMENTO.
           IF Dep-Indice <= Dep-Usadas
               IF Dep-Centro (Dep-Indice) = Cabecera-Centro-Coste
                   IF Dep-Estado (Dep-Indice) = "A"
                       SET Centro-Valido TO TRUE
                   ELSE
                       SET Centro-De-Baja TO TRUE
                   END-IF
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> SALTA-GRUPO-CENTRO: consume los registros del lote cuyo
       *> centro de coste es desconocido o esta de baja, sin
       *> calcular, auditar ni escribir extracto.
       *>----------------------------------------------------------
       SALTA-GRUPO-CENTRO.
           IF Centro-De-Baja
               DISPLAY "ERROR: el centro de coste "
                   Cabecera-Centro-Coste " del lote " Contador-Grupos
                   " fecha " Cabecera-Fecha " esta de baja; el lote "
                   "no se procesa."
           ELSE
               DISPLAY "ERROR: el centro de coste '"
                   Cabecera-Centro-Coste "' del lote "
                   Contador-Grupos " fecha " Cabecera-Fecha
                   " no existe en el maestro de departamentos; el "
                   "lote no se procesa."
           END-IF
           MOVE 16 TO RETURN-CODE
           PERFORM LEE-TRANSACCION
               UNTIL Fin-Grupo OR Fin-Fichero.

       *>----------------------------------------------------------
       *> SALTA-GRUPO-FECHA: consume los registros del lote cuya
       *> fecha de cabecera no es dia laborable, sin calcular,
       *>----------------------------------------------------------
       REGISTRA-INICIO-HISTORIAL.
           IF Hist-Abierto AND NOT Fin-Fichero
                   AND NOT Modo-Prevalidacion
               MOVE Cabecera-Fecha         TO HX-RUN-DATE
               MOVE Cabecera-Cant-Esperada TO HX-EXPECTED-COUNT
               MOVE Cabecera-Centro-Coste  TO HX-CENTRO-COSTE
               MOVE ZERO                   TO HX-CONTROL-TOTAL
               MOVE "S"                    TO HX-ESTADO
               PERFORM GRABA-HISTORIAL
       *>----------------------------------------------------------
       REGISTRA-FIN-HISTORIAL.
           IF Hist-Abierto AND Grupo-Valido
                   AND NOT Modo-Prevalidacion
               MOVE Cabecera-Fecha         TO HX-RUN-DATE
               MOVE Cabecera-Cant-Esperada TO HX-EXPECTED-COUNT
               MOVE Cabecera-Centro-Coste  TO HX-CENTRO-COSTE
               MOVE Grupo-Suma-Control     TO HX-CONTROL-TOTAL
               MOVE "C"                    TO HX-ESTADO
               PERFORM GRABA-HISTORIAL

       *>----------------------------------------------------------
       *> INICIALIZAR: prepara la ejecucion por lotes - lee los
       *> valores semilla, anota el inicio del paso en el control
       *> de pasos (salvo en prevalidacion), abre los ficheros del
       *> lote, recupera un checkpoint previo si existe y posiciona
       *> la lectura de transacciones en el primer registro
       *> pendiente. Sin control de pasos no se procesa nada.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT Inicio-Fecha FROM DATE YYYYMMDD.
           ACCEPT Inicio-Hora FROM TIME.
           PERFORM LEE-PARAMETROS.
           IF NOT Modo-Prevalidacion
               PERFORM INICIA-CONTROL-PASOS
           END-IF.
           IF Paso-Retenido
               SET Fin-Fichero TO TRUE
           ELSE
               PERFORM PREPARA-EJECUCION
           END-IF.

       PREPARA-EJECUCION.
           PERFORM CARGA-CALENDARIO.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-LIMITES.
           IF NOT Modo-Prevalidacion
               PERFORM RECUPERA-CHECKPOINT
           END-IF.
           PERFORM ABRE-FICHEROS.
           PERFORM LEE-CABECERA.
           PERFORM IMPRIME-PORTADA.
                           DISPLAY "Modo reproceso: la entrada es un "
                                   "fichero de rechazos corregido."
                       END-IF
                       IF PM-MODO-EJECUCION = "V"
                           MOVE PM-MODO-EJECUCION
                               TO SW-Modo-Ejecucion
                           DISPLAY "Modo prevalidacion: solo se "
                                   "comprueba el fichero, sin grabar "
                                   "resultados."
                       END-IF
                       IF PM-OVERRIDE-HISTORIAL = "S"
                           MOVE PM-OVERRIDE-HISTORIAL
                               TO SW-Override-Historial
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> CARGA-DEPARTAMENTOS: carga en memoria el maestro de
       *> departamentos. Sin fichero la validacion del centro de
       *> coste de los lotes queda desactivada con aviso.
       *>----------------------------------------------------------
       CARGA-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-FILE
           IF FS-Departamentos = "00"
               PERFORM LEE-DEPARTAMENTO
                   UNTIL FS-Departamentos NOT = "00"
               CLOSE DEPARTAMENTO-FILE
               DISPLAY "Maestro de departamentos cargado: "
                   Dep-Usadas " centros."
           ELSE
               DISPLAY "AVISO: sin maestro de departamentos, no se "
                       "validan los centros de coste."
           END-IF.

       LEE-DEPARTAMENTO.
           READ DEPARTAMENTO-FILE
               NOT AT END
                   IF Dep-Usadas < Dep-Maximo
                       ADD 1 TO Dep-Usadas
                       MOVE DP-CENTRO-COSTE
                           TO Dep-Centro (Dep-Usadas)
                       MOVE DP-ESTADO TO Dep-Estado (Dep-Usadas)
                   ELSE
                       DISPLAY "AVISO: tabla de departamentos llena, "
                           "se ignora el centro " DP-CENTRO-COSTE "."
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> CARGA-LIMITES: carga los limites de negocio por
       *> operacion. Sin fichero no se aplica ningun limite. Un
       *> modo desconocido se trata como rechazo.
       *>----------------------------------------------------------
       CARGA-LIMITES.
           OPEN INPUT LIMITES-FILE
           IF FS-Limites = "00"
               PERFORM LEE-LIMITE
                   UNTIL FS-Limites NOT = "00"
               CLOSE LIMITES-FILE
               DISPLAY "Limites de negocio cargados: "
                   Lim-Usadas " operaciones."
           ELSE
               DISPLAY "Aviso: sin fichero de limites, no se "
                       "aplican limites de negocio."
           END-IF.

       LEE-LIMITE.
           READ LIMITES-FILE
               NOT AT END
                   IF Lim-Usadas < Lim-Maximo
                       ADD 1 TO Lim-Usadas
                       MOVE LI-OPERACION
                           TO Lim-Operacion (Lim-Usadas)
                       MOVE LI-NUM1-MINIMO
                           TO Lim-Num1-Minimo (Lim-Usadas)
                       MOVE LI-NUM1-MAXIMO
                           TO Lim-Num1-Maximo (Lim-Usadas)
                       MOVE LI-NUM1-MODO TO Modo-Limite
                       PERFORM NORMALIZA-MODO-LIMITE
                       MOVE Modo-Limite TO Lim-Num1-Modo (Lim-Usadas)
                       MOVE LI-NUM2-MINIMO
                           TO Lim-Num2-Minimo (Lim-Usadas)
                       MOVE LI-NUM2-MAXIMO
                           TO Lim-Num2-Maximo (Lim-Usadas)
                       MOVE LI-NUM2-MODO TO Modo-Limite
                       PERFORM NORMALIZA-MODO-LIMITE
                       MOVE Modo-Limite TO Lim-Num2-Modo (Lim-Usadas)
                       MOVE LI-RES-MINIMO
                           TO Lim-Res-Minimo (Lim-Usadas)
                       MOVE LI-RES-MAXIMO
                           TO Lim-Res-Maximo (Lim-Usadas)
                       MOVE LI-RES-MODO TO Modo-Limite
                       PERFORM NORMALIZA-MODO-LIMITE
                       MOVE Modo-Limite TO Lim-Res-Modo (Lim-Usadas)
                       MOVE LI-NEGATIVOS-MODO TO Modo-Limite
                       PERFORM NORMALIZA-MODO-LIMITE
                       MOVE Modo-Limite
                           TO Lim-Negativos-Modo (Lim-Usadas)
                   ELSE
                       DISPLAY "AVISO: tabla de limites llena, se "
                           "ignora la operacion " LI-OPERACION "."
                   END-IF
           END-READ.

       NORMALIZA-MODO-LIMITE.
           IF Modo-Limite NOT = SPACE AND Modo-Limite NOT = "R"
                   AND Modo-Limite NOT = "A"
               DISPLAY "AVISO: modo de limite '" Modo-Limite
                   "' desconocido en " LI-OPERACION
                   ", se aplica como rechazo."
               MOVE "R" TO Modo-Limite
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: abre los ficheros del lote. AUDIT-FILE y
       *> EXTRACT-FILE se abren en modo EXTEND cuando se detecta un
       *> truncar la auditoria/extracto de los registros ya
       *> procesados antes del checkpoint; tambien en modo reproceso,
       *> para fusionar los resultados corregidos con los del lote
       *> original. La prevalidacion solo abre las transacciones,
       *> su informe y el historial en lectura.
       *>----------------------------------------------------------
       ABRE-FICHEROS.
           OPEN INPUT TRAN-FILE
           ELSE
               SET Tran-Abierto TO TRUE
           END-IF
           IF Modo-Prevalidacion
               PERFORM ABRE-FICHEROS-PREVALIDACION
           ELSE
               PERFORM ABRE-FICHEROS-LOTE
           END-IF.

       ABRE-FICHEROS-LOTE.
           IF Checkpoint-Existe OR Modo-Reproceso
               OPEN EXTEND AUDIT-FILE
           ELSE
               SET Hist-Abierto TO TRUE
           END-IF

           OPEN I-O SUSPENSO-FILE
           IF FS-Suspenso = "35"
               OPEN OUTPUT SUSPENSO-FILE
               IF FS-Suspenso = "00"
                   CLOSE SUSPENSO-FILE
                   OPEN I-O SUSPENSO-FILE
               END-IF
           END-IF
           IF FS-Suspenso NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "suspenso de rechazos."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Suspenso-Abierto TO TRUE
           END-IF

           IF Checkpoint-Existe
               OPEN EXTEND CHECKPOINT-OUT
           ELSE
               SET Checkpoint-Out-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS-PREVALIDACION: el historial se abre solo
       *> para consultar la doble carga; sin historial se avisa y
       *> solo se detecta la doble carga dentro del fichero.
       *>----------------------------------------------------------
       ABRE-FICHEROS-PREVALIDACION.
           OPEN OUTPUT PREVIO-FILE
           IF FS-Previo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el informe de "
                       "prevalidacion."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Previo-Abierto TO TRUE
           END-IF

           OPEN INPUT HIST-FILE
           EVALUATE FS-Historial
               WHEN "00"
                   SET Hist-Abierto TO TRUE
               WHEN "35"
                   DISPLAY "Aviso: sin historial de ejecuciones, no "
                           "se comprueba la doble carga contra lotes "
                           "anteriores."
               WHEN OTHER
                   DISPLAY "ERROR: no se pudo abrir el historial de "
                           "ejecuciones."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Fichero TO TRUE
           END-EVALUATE.

       RECUPERA-CHECKPOINT.
           OPEN INPUT CHECKPOINT-IN
           IF FS-Checkpoint-In = "00"
                   MOVE CKI-ERRORES-COUNT    TO Contador-Errores
                   MOVE CKI-NO-RECONOCIDAS-COUNT
                       TO Contador-No-Reconocidas
                   MOVE CKI-RECHAZOS-LIMITE-COUNT
                       TO Contador-Rechazos-Limite
                   MOVE CKI-AVISOS-LIMITE-COUNT
                       TO Contador-Avisos-Limite
                   MOVE CKI-CONTROL-TOTAL    TO Suma-Control
                   MOVE CKI-GRAND-TOTAL      TO Gran-Total
                   MOVE CKI-GRUPO-REGISTROS  TO Chk-Grupo-Registros
                   AT END
                       DISPLAY "ERROR: no se pudo leer la cabecera "
                               "del fichero de transacciones."
                       MOVE "FICHERO VACIO, SIN CABECERA"
                           TO Linea-Prev-Texto
                       PERFORM ESCRIBE-LINEA-PREV
                       MOVE 16 TO RETURN-CODE
                       SET Fin-Fichero TO TRUE
                   NOT AT END
                           DISPLAY "ERROR: el fichero no empieza "
                                   "con un registro de cabecera "
                                   "valido."
                           MOVE "EL FICHERO NO EMPIEZA CON UNA "
                               TO Linea-Prev-Texto
                           MOVE "CABECERA VALIDA"
                               TO Linea-Prev-Texto (31:15)
                           PERFORM ESCRIBE-LINEA-PREV
                           MOVE 16 TO RETURN-CODE
                           SET Fin-Fichero TO TRUE
                       END-IF
                           DISPLAY "ERROR: se esperaba la cabecera "
                                   "del siguiente lote y se leyo "
                                   "otro tipo de registro."
                           MOVE "SE ESPERABA LA CABECERA DEL SIGUIENTE "
                               TO Linea-Prev-Texto
                           MOVE "LOTE: RESTO DEL FICHERO SIN VALIDAR"
                               TO Linea-Prev-Texto (39:35)
                           PERFORM ESCRIBE-LINEA-PREV
                           MOVE 16 TO RETURN-CODE
                           SET Fin-Fichero TO TRUE
                       END-IF
       CARGA-CABECERA.
           MOVE TH-RUN-DATE TO Cabecera-Fecha
           MOVE TH-EXPECTED-COUNT TO Cabecera-Cant-Esperada
           MOVE TH-CENTRO-COSTE TO Cabecera-Centro-Coste
           IF TH-LAYOUT-VERSION = "02"
               MOVE TH-LAYOUT-VERSION TO Cabecera-Version
           ELSE
               MOVE TRAN-RECORD TO Detalle-Actual
           END-IF
           MOVE ZERO TO Opera OperaDecimal OperaResto OperaCociente
           MOVE SPACES TO Motivo-Rechazo Aviso-Limite
           SET Operacion-Valida TO TRUE
           SET Resultado-Entero TO TRUE
           ADD 1 TO Contador-Registros
               END-EVALUATE
           END-IF

           IF Operacion-Valida
               PERFORM COMPRUEBA-LIMITES
           END-IF

           *> El detalle encadenado aporta al total de control solo
           *> su operando literal (ver TR-DETAIL-RECORD-ENC).
           IF Detalle-Encadenado
               END-IF
           END-IF

           *> La prevalidacion no graba nada: guarda el resultado en
           *> memoria para los detalles encadenados y anota en su
           *> informe lo que se rechazaria o avisaria.
           IF Operacion-Invalida AND NOT Modo-Prevalidacion
               PERFORM ESCRIBE-RECHAZO
           END-IF

           PERFORM MUESTRA-OPERACION
           PERFORM ESCRIBE-LINEA-LISTADO
           IF Modo-Prevalidacion
               PERFORM GUARDA-RESULTADO-PREVIO
               PERFORM PREVIO-DETALLE
           ELSE
               PERFORM ESCRIBE-AUDITORIA
               PERFORM ESCRIBE-EXTRACTO
               PERFORM ESCRIBE-MAESTRO
           END-IF

           IF Operacion-Valida
               PERFORM CIERRA-SUSPENSO
           END-IF

           IF Operacion-Invalida
               PERFORM COMPRUEBA-UMBRAL
           END-IF

           IF Contador-Desde-Checkpoint >= Intervalo-Checkpoint
                   AND NOT Modo-Prevalidacion
               PERFORM GRABA-CHECKPOINT
               MOVE ZERO TO Contador-Desde-Checkpoint
           END-IF

           PERFORM LEE-TRANSACCION.

       *>----------------------------------------------------------
       *> COMPRUEBA-LIMITES: compara los operandos (ya resueltos en
       *> un detalle encadenado) y el resultado calculado con los
       *> limites de la operacion. El primer limite de rechazo
       *> superado rechaza la transaccion con su motivo; si no hay
       *> rechazo, el primer limite de aviso superado se señala en
       *> el listado y la transaccion sigue como correcta.
       *>----------------------------------------------------------
       COMPRUEBA-LIMITES.
           MOVE ZERO TO Lim-Encontrado
           PERFORM BUSCA-LIMITE
               VARYING Lim-Indice FROM 1 BY 1
               UNTIL Lim-Indice > Lim-Usadas
                   OR Lim-Encontrado > ZERO
           IF Lim-Encontrado > ZERO
               IF Resultado-Decimal
                   MOVE OperaDecimal TO Valor-Resultado
               ELSE
                   MOVE Opera TO Valor-Resultado
               END-IF
               IF Lim-Num1-Modo (Lim-Encontrado) NOT = SPACE
                   IF Numero1 < Lim-Num1-Minimo (Lim-Encontrado)
                           OR Numero1 > Lim-Num1-Maximo (Lim-Encontrado)
                       MOVE "L1" TO Limite-Superado
                       MOVE Lim-Num1-Modo (Lim-Encontrado)
                           TO Modo-Limite
                       PERFORM APLICA-LIMITE
                   END-IF
               END-IF
               IF Lim-Num2-Modo (Lim-Encontrado) NOT = SPACE
                   IF Numero2 < Lim-Num2-Minimo (Lim-Encontrado)
                           OR Numero2 > Lim-Num2-Maximo (Lim-Encontrado)
                       MOVE "L2" TO Limite-Superado
                       MOVE Lim-Num2-Modo (Lim-Encontrado)
                           TO Modo-Limite
                       PERFORM APLICA-LIMITE
                   END-IF
               END-IF
               IF Lim-Res-Modo (Lim-Encontrado) NOT = SPACE
                   IF Valor-Resultado < Lim-Res-Minimo (Lim-Encontrado)
                           OR Valor-Resultado >
                              Lim-Res-Maximo (Lim-Encontrado)
                       MOVE "LR" TO Limite-Superado
                       MOVE Lim-Res-Modo (Lim-Encontrado)
                           TO Modo-Limite
                       PERFORM APLICA-LIMITE
                   END-IF
               END-IF
               IF Lim-Negativos-Modo (Lim-Encontrado) NOT = SPACE
                   IF Numero1 < ZERO OR Numero2 < ZERO
                           OR Valor-Resultado < ZERO
                       MOVE "LN" TO Limite-Superado
                       MOVE Lim-Negativos-Modo (Lim-Encontrado)
                           TO Modo-Limite
                       PERFORM APLICA-LIMITE
                   END-IF
               END-IF
               IF Operacion-Invalida
                   MOVE SPACES TO Aviso-Limite
               END-IF
               IF Aviso-Limite NOT = SPACES
                   ADD 1 TO Contador-Avisos-Limite
                   DISPLAY "AVISO: limite " Aviso-Limite
                       " superado en " Operacion ", registro "
                       Contador-Registros
               END-IF
           END-IF.

       BUSCA-LIMITE.
           IF Lim-Indice <= Lim-Usadas
               IF Lim-Operacion (Lim-Indice) = Operacion
                   MOVE Lim-Indice TO Lim-Encontrado
               END-IF
           END-IF.

       APLICA-LIMITE.
           IF Modo-Limite = "R"
               IF Operacion-Valida
                   DISPLAY "ERROR: limite " Limite-Superado
                       " superado en " Operacion ", registro "
                       Contador-Registros
                   MOVE Limite-Superado TO Motivo-Rechazo
                   SET Operacion-Invalida TO TRUE
                   ADD 1 TO Contador-Rechazos-Limite
               END-IF
           ELSE
               IF Aviso-Limite = SPACES
                   MOVE Limite-Superado TO Aviso-Limite
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> RESUELVE-REFERENCIA: carga los operandos del detalle
       *> encadenado. El operando señalado por DAE-REF-OPERANDO
       *> RAIZ, el entero en el resto) y el otro toma el literal
       *> del detalle. La referencia debe apuntar a una transaccion
       *> anterior del mismo lote con resultado valido; adelantada,
       *> inexistente o sin resultado se rechaza con motivo RE. En
       *> una prevalidacion el resultado referido se busca entre los
       *> calculados en la propia ejecucion.
       *>----------------------------------------------------------
       RESUELVE-REFERENCIA.
           MOVE DAE-NUMERO    TO Numero-Fijo
                       Contador-Registros
                   MOVE "RE" TO Motivo-Rechazo
                   SET Operacion-Invalida TO TRUE
               WHEN Modo-Prevalidacion
                   PERFORM LEE-REFERENCIA-PREVIA
               WHEN NOT Maestro-Abierto
                   MOVE "RE" TO Motivo-Rechazo
                   SET Operacion-Invalida TO TRUE
               ELSE
                   MOVE RM-RESULTADO TO Referencia-Valor
               END-IF
               PERFORM ASIGNA-REFERENCIA
           END-IF.

       ASIGNA-REFERENCIA.
           IF DAE-REF-OPERANDO = "2"
               COMPUTE Numero2 = Referencia-Valor
                   ON SIZE ERROR
                       DISPLAY "ERROR: desbordamiento al "
                           "aplicar la referencia, registro "
                           Contador-Registros
                       MOVE "DE" TO Motivo-Rechazo
                       SET Operacion-Invalida TO TRUE
               END-COMPUTE
           ELSE
               COMPUTE Numero1 = Referencia-Valor
                   ON SIZE ERROR
                       DISPLAY "ERROR: desbordamiento al "
                           "aplicar la referencia, registro "
                           Contador-Registros
                       MOVE "DE" TO Motivo-Rechazo
                       SET Operacion-Invalida TO TRUE
               END-COMPUTE
           END-IF.

       *>----------------------------------------------------------
       *> LEE-REFERENCIA-PREVIA: misma comprobacion que
       *> APLICA-REFERENCIA sobre los resultados que la
       *> prevalidacion guarda en memoria.
       *>----------------------------------------------------------
       LEE-REFERENCIA-PREVIA.
           MOVE ZERO TO Prv-Encontrado
           PERFORM BUSCA-RESULTADO-PREVIO
               VARYING Prv-Indice FROM 1 BY 1
               UNTIL Prv-Indice > Prv-Usadas
                   OR Prv-Encontrado > ZERO
           EVALUATE TRUE
               WHEN Prv-Encontrado = ZERO
                   DISPLAY "ERROR: referencia inexistente ("
                       DAE-REF-SECUENCIA ") en el registro "
                       Contador-Registros
                   MOVE "RE" TO Motivo-Rechazo
                   SET Operacion-Invalida TO TRUE
               WHEN Prv-Indicador-Error (Prv-Encontrado) NOT = "N"
                   DISPLAY "ERROR: la referencia " DAE-REF-SECUENCIA
                       " no tiene resultado valido, registro "
                       Contador-Registros
                   MOVE "RE" TO Motivo-Rechazo
                   SET Operacion-Invalida TO TRUE
               WHEN OTHER
                   MOVE Prv-Valor (Prv-Encontrado) TO Referencia-Valor
                   PERFORM ASIGNA-REFERENCIA
           END-EVALUATE.

       BUSCA-RESULTADO-PREVIO.
           IF Prv-Indice <= Prv-Usadas
               IF Prv-Fecha (Prv-Indice) = Cabecera-Fecha
                       AND Prv-Secuencia (Prv-Indice)
                           = DAE-REF-SECUENCIA
                   MOVE Prv-Indice TO Prv-Encontrado
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> GUARDA-RESULTADO-PREVIO: anota el resultado de la
       *> transaccion como lo guardaria ESCRIBE-MAESTRO, con el
       *> valor que tomaria de el un detalle encadenado.
       *>----------------------------------------------------------
       GUARDA-RESULTADO-PREVIO.
           IF Prv-Usadas < Prv-Maximo
               ADD 1 TO Prv-Usadas
               MOVE Cabecera-Fecha     TO Prv-Fecha (Prv-Usadas)
               MOVE Contador-Registros TO Prv-Secuencia (Prv-Usadas)
               IF Operacion-Valida
                   MOVE "N" TO Prv-Indicador-Error (Prv-Usadas)
               ELSE
                   MOVE "S" TO Prv-Indicador-Error (Prv-Usadas)
               END-IF
               IF Operacion = "DIVIDE" OR "PORCENTAJE" OR "RAIZ"
                   MOVE OperaDecimal TO Prv-Valor (Prv-Usadas)
               ELSE
                   MOVE Opera TO Prv-Valor (Prv-Usadas)
               END-IF
           ELSE
               IF Prv-Usadas = Prv-Maximo
                   DISPLAY "AVISO: tabla de resultados de la "
                       "prevalidacion llena en el registro "
                       Contador-Registros ", las referencias "
                       "posteriores se daran por inexistentes."
                   ADD 1 TO Prv-Usadas
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

                       MOVE "ERROR OPERANDO NO VA" TO LLD-ESTADO
                   WHEN "RE"
                       MOVE "ERROR REFERENCIA" TO LLD-ESTADO
                   WHEN "L1"
                       MOVE "ERROR LIMITE OPER.1" TO LLD-ESTADO
                   WHEN "L2"
                       MOVE "ERROR LIMITE OPER.2" TO LLD-ESTADO
                   WHEN "LR"
                       MOVE "ERROR LIMITE RESULT." TO LLD-ESTADO
                   WHEN "LN"
                       MOVE "ERROR NEGATIVO" TO LLD-ESTADO
                   WHEN OTHER
                       MOVE "ERROR" TO LLD-ESTADO
               END-EVALUATE
               ELSE
                   MOVE Opera TO LLD-RESULTADO
               END-IF
               EVALUATE Aviso-Limite
                   WHEN "L1"
                       MOVE "AVISO LIMITE OPER.1" TO LLD-ESTADO
                   WHEN "L2"
                       MOVE "AVISO LIMITE OPER.2" TO LLD-ESTADO
                   WHEN "LR"
                       MOVE "AVISO LIMITE RESULT." TO LLD-ESTADO
                   WHEN "LN"
                       MOVE "AVISO NEGATIVO" TO LLD-ESTADO
                   WHEN OTHER
                       MOVE "OK" TO LLD-ESTADO
               END-EVALUATE
           END-IF
           MOVE Linea-Lst-Detalle TO Linea-Lst-Texto
           PERFORM ESCRIBE-LINEA-LST.
           MOVE FH-Fecha       TO AU-FECHA
           MOVE FH-Hora        TO AU-HORA
           MOVE Cabecera-Fecha TO AU-FECHA-LOTE
           MOVE Cabecera-Centro-Coste TO AU-CENTRO-COSTE
           IF Operacion-Valida
               MOVE "N" TO AU-INDICADOR-ERROR
           ELSE
                       "rechazos, registro " Contador-Registros
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           END-IF
           PERFORM REGISTRA-SUSPENSO.

       *>----------------------------------------------------------
       *> REGISTRA-SUSPENSO: abre la partida de suspenso del
       *> rechazo con la misma clave que el registro de rechazo
       *> (fecha de lote + secuencia original). Si la partida ya
       *> existe (nuevo rechazo en un reproceso) se actualiza con
       *> el ultimo motivo y fecha y cuenta un reintento; una
       *> partida abierta o corregida que vuelve a rechazarse queda
       *> abierta con el ultimo detalle. Una partida dada de baja
       *> sigue de baja: no cambian su estado ni sus datos de baja.
       *>----------------------------------------------------------
       REGISTRA-SUSPENSO.
           IF Suspenso-Abierto
               MOVE Cabecera-Fecha TO SU-FECHA-LOTE
               MOVE RJ-SECUENCIA   TO SU-SECUENCIA
               READ SUSPENSO-FILE
                   INVALID KEY
                       MOVE Motivo-Rechazo TO SU-MOTIVO
                       MOVE Inicio-Fecha   TO SU-FECHA-ALTA
                       MOVE ZERO           TO SU-REINTENTOS
                       MOVE SPACE          TO SU-ESTADO
                   NOT INVALID KEY
                       ADD 1 TO SU-REINTENTOS
                           ON SIZE ERROR
                               CONTINUE
                       END-ADD
               END-READ
               MOVE Motivo-Rechazo        TO SU-MOTIVO-ULTIMO
               MOVE Inicio-Fecha          TO SU-FECHA-ULTIMO
               IF SU-ESTADO NOT = "X"
                   MOVE Cabecera-Centro-Coste TO SU-CENTRO-COSTE
                   MOVE Detalle-Actual        TO SU-DETALLE
                   MOVE "A"                   TO SU-ESTADO
                   MOVE ZERO                  TO SU-FECHA-CIERRE
                   MOVE SPACES                TO SU-USUARIO-BAJA
                                                 SU-MOTIVO-BAJA
               END-IF
               WRITE SUSPENSO-RECORD
                   INVALID KEY
                       REWRITE SUSPENSO-RECORD
               END-WRITE
               IF FS-Suspenso NOT = "00"
                   DISPLAY "ERROR: fallo al grabar el suspenso de "
                           "rechazos, registro " Contador-Registros
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Fichero TO TRUE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> CIERRA-SUSPENSO: un calculo correcto sobre una clave con
       *> partida abierta (la correccion en modo reproceso, o el
       *> reproceso autorizado de un lote completo) la marca como
       *> corregida. Las dadas de baja no se tocan.
       *>----------------------------------------------------------
       CIERRA-SUSPENSO.
           IF Suspenso-Abierto
               MOVE Cabecera-Fecha TO SU-FECHA-LOTE
               IF Modo-Reproceso
                   MOVE Secuencia-Original TO SU-SECUENCIA
               ELSE
                   MOVE Contador-Registros TO SU-SECUENCIA
               END-IF
               READ SUSPENSO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SU-ESTADO = "A"
                           MOVE "C"          TO SU-ESTADO
                           MOVE Inicio-Fecha TO SU-FECHA-CIERRE
                           REWRITE SUSPENSO-RECORD
                           IF FS-Suspenso NOT = "00"
                               DISPLAY "ERROR: fallo al cerrar el "
                                   "suspenso de rechazos, registro "
                                   Contador-Registros
                               MOVE 16 TO RETURN-CODE
                               SET Fin-Fichero TO TRUE
                           ELSE
                               DISPLAY "Suspenso corregido: fecha "
                                   SU-FECHA-LOTE " secuencia "
                                   SU-SECUENCIA
                           END-IF
                       END-IF
               END-READ
           END-IF.

       *>----------------------------------------------------------
                   SET Umbral-Superado TO TRUE
               END-IF
           END-IF
           IF Umbral-Superado AND Modo-Prevalidacion
               PERFORM PREVIO-UMBRAL
           END-IF
           IF Umbral-Superado
               DISPLAY "ERROR: umbral de errores superado ("
                   Contador-Errores " errores en "
               MOVE Opera              TO RM-RESULTADO
               MOVE OperaDecimal       TO RM-RESULTADO-DECIMAL
               MOVE FH-Hora            TO RM-HORA-CALCULO
               MOVE Cabecera-Centro-Coste TO RM-CENTRO-COSTE
               IF Operacion-Valida
                   MOVE "N" TO RM-INDICADOR-ERROR
               ELSE
           MOVE Contador-Errores      TO CKO-ERRORES-COUNT
           MOVE Contador-No-Reconocidas
               TO CKO-NO-RECONOCIDAS-COUNT
           MOVE Contador-Rechazos-Limite
               TO CKO-RECHAZOS-LIMITE-COUNT
           MOVE Contador-Avisos-Limite
               TO CKO-AVISOS-LIMITE-COUNT
           MOVE Suma-Control          TO CKO-CONTROL-TOTAL
           MOVE Gran-Total            TO CKO-GRAND-TOTAL
           MOVE Grupo-Registros       TO CKO-GRUPO-REGISTROS
                       Contador-Grupos " declara "
                       TT-RECORD-COUNT " registros, se han "
                       "procesado " Grupo-Registros
                   MOVE "REGISTROS DEL TRAILER NO CUADRAN" TO LPN-TEXTO
                   MOVE TT-RECORD-COUNT TO LPN-DECLARADO
                   MOVE Grupo-Registros TO LPN-CALCULADO
                   MOVE Linea-Prev-Cuenta TO Linea-Prev-Texto
                   PERFORM ESCRIBE-LINEA-PREV
                   MOVE 16 TO RETURN-CODE
                   SET Grupo-No-Valido TO TRUE
               END-IF
                           TT2-CONTROL-TOTAL ") distinto del "
                           "calculado (" Grupo-Suma-Control ") en "
                           "el lote " Contador-Grupos
                       MOVE TT2-CONTROL-TOTAL TO LPI-DECLARADO
                       PERFORM PREVIO-TOTAL-CONTROL
                       MOVE 16 TO RETURN-CODE
                       SET Grupo-No-Valido TO TRUE
                   END-IF
                           TT-CONTROL-TOTAL ") distinto del "
                           "calculado (" Grupo-Suma-Control ") en "
                           "el lote " Contador-Grupos
                       MOVE TT-CONTROL-TOTAL TO LPI-DECLARADO
                       PERFORM PREVIO-TOTAL-CONTROL
                       MOVE 16 TO RETURN-CODE
                       SET Grupo-No-Valido TO TRUE
                   END-IF
                       Contador-Grupos " anunciaba "
                       Cabecera-Cant-Esperada " registros, se "
                       "han procesado " Grupo-Registros
                   MOVE "AVISO: REGISTROS ANUNCIADOS EN CABECERA"
                       TO LPN-TEXTO
                   MOVE Cabecera-Cant-Esperada TO LPN-DECLARADO
                   MOVE Grupo-Registros TO LPN-CALCULADO
                   MOVE Linea-Prev-Cuenta TO Linea-Prev-Texto
                   PERFORM ESCRIBE-LINEA-PREV
               END-IF
           ELSE
               DISPLAY "AVISO: no se pudo validar el registro "
                   "de cierre del lote " Contador-Grupos "."
               MOVE "    LOTE SIN REGISTRO DE CIERRE (TRAILER)"
                   TO Linea-Prev-Texto
               PERFORM ESCRIBE-LINEA-PREV
               SET Grupo-No-Valido TO TRUE
           END-IF.

       PREVIO-TOTAL-CONTROL.
           MOVE "TOTAL DE CONTROL DEL TRAILER NO CUADRA" TO LPI-TEXTO
           MOVE Grupo-Suma-Control TO LPI-CALCULADO
           MOVE Linea-Prev-Importe TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV.

       *>----------------------------------------------------------
       *> IMPRIME-INICIO-GRUPO: marca en el listado el comienzo del
       *> lote en curso.
               MOVE Contador-Grupos  TO LLG-NUMERO
               MOVE Cabecera-Fecha   TO LLG-FECHA
               MOVE Cabecera-Version TO LLG-VERSION
               MOVE Cabecera-Centro-Coste TO LLG-CENTRO
               MOVE Linea-Lst-Grupo TO Linea-Lst-Texto
               PERFORM ESCRIBE-LINEA-LST
           END-IF.
       *>----------------------------------------------------------
       COMPRUEBA-DIAS-SIN-LOTE.
           IF Hist-Abierto AND Cal-Usadas > ZERO
                   AND NOT Modo-Prevalidacion
               PERFORM BUSCA-ULTIMA-COMPLETADA
               IF Ultima-Fecha-Completada > ZERO
                   PERFORM EXAMINA-DIA-CALENDARIO
       BUSCA-ULTIMA-COMPLETADA.
           MOVE ZERO TO Ultima-Fecha-Completada
           MOVE ZERO TO HX-RUN-DATE HX-EXPECTED-COUNT
           MOVE LOW-VALUES TO HX-CENTRO-COSTE
           SET No-Fin-Historial TO TRUE
           START HIST-FILE KEY >= HX-CLAVE
               INVALID KEY
       *>----------------------------------------------------------
       *> COMPRUEBA-DIA-RECIBIDO: mira en el historial si el dia
       *> comprobado tiene algun lote, del estado que sea; la clave
       *> arranca en la fecha con cantidad cero y centro minimo y
       *> basta examinar el primer registro igual o posterior.
       *>----------------------------------------------------------
       COMPRUEBA-DIA-RECIBIDO.
           SET Dia-No-Recibido TO TRUE
           MOVE Dia-Comprobado TO HX-RUN-DATE
           MOVE ZERO           TO HX-EXPECTED-COUNT
           MOVE LOW-VALUES     TO HX-CENTRO-COSTE
           SET No-Fin-Historial TO TRUE
           START HIST-FILE KEY >= HX-CLAVE
               INVALID KEY
               Contador-No-Reconocidas.
           DISPLAY "Total de operaciones con error..: "
               Contador-Errores.
           DISPLAY "  Rechazadas por limites........: "
               Contador-Rechazos-Limite.
           DISPLAY "Avisos de limites (no rechazo)..: "
               Contador-Avisos-Limite.
           MOVE Gran-Total TO Gran-Total-Edit.
           DISPLAY "Gran total de resultados........: "
               Gran-Total-Edit.
           IF Modo-Prevalidacion
               PERFORM IMPRIME-RESUMEN-PREVIO
           END-IF.
           DISPLAY "=========================================".
           PERFORM IMPRIME-RESUMEN-LISTADO.

           MOVE "OPERACIONES CON ERROR...........: " TO LLR-TEXTO
           MOVE Contador-Errores TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-LST
           MOVE "  RECHAZADAS POR LIMITES........: " TO LLR-TEXTO
           MOVE Contador-Rechazos-Limite TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-LST
           MOVE "AVISOS DE LIMITES (NO RECHAZO)..: " TO LLR-TEXTO
           MOVE Contador-Avisos-Limite TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-LST
           MOVE "GRAN TOTAL DE RESULTADOS........: " TO LLI-TEXTO
           MOVE Gran-Total TO LLI-VALOR
           MOVE Linea-Lst-Importe TO Linea-Lst-Texto
           MOVE Linea-Lst-Resumen TO Linea-Lst-Texto
           PERFORM ESCRIBE-LINEA-LST.

       *>----------------------------------------------------------
       *> PREVIO-INICIO-LOTE: abre en el informe de prevalidacion
       *> el apartado del lote en curso.
       *>----------------------------------------------------------
       PREVIO-INICIO-LOTE.
           MOVE Linea-Lst-Blanco TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV
           MOVE Contador-Grupos        TO LPL-NUMERO
           MOVE Cabecera-Fecha         TO LPL-FECHA
           MOVE Cabecera-Version       TO LPL-VERSION
           MOVE Cabecera-Centro-Coste  TO LPL-CENTRO
           MOVE Cabecera-Cant-Esperada TO LPL-ESPERADOS
           MOVE Linea-Prev-Lote TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV.

       *>----------------------------------------------------------
       *> PREVIO-DETALLE: la transaccion que se rechazaria, o que
       *> pasaria con aviso de limites, sale en el informe con la
       *> misma linea y estado que en el listado de ejecucion.
       *>----------------------------------------------------------
       PREVIO-DETALLE.
           IF Operacion-Invalida OR Aviso-Limite NOT = SPACES
               MOVE Linea-Lst-Detalle TO Linea-Prev-Texto
               PERFORM ESCRIBE-LINEA-PREV
           END-IF.

       *>----------------------------------------------------------
       *> PREVIO-FIN-LOTE: veredicto del lote. Los rechazos de lote
       *> entero y el trailer que no cuadra hacen que la ejecucion
       *> nocturna no lo de por completado; el lote que cuadra se
       *> anota para detectar su doble carga en el mismo fichero.
       *>----------------------------------------------------------
       PREVIO-FIN-LOTE.
           EVALUATE TRUE
               WHEN Fecha-No-Laborable
                   MOVE "LOTE RECHAZADO, FECHA NO LABORABLE"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Rechazados
               WHEN Centro-De-Baja
                   MOVE "LOTE RECHAZADO, CENTRO DE COSTE DE BAJA"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Rechazados
               WHEN Centro-Desconocido
                   MOVE "LOTE RECHAZADO, CENTRO DE COSTE DESCONOCIDO"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Rechazados
               WHEN Grupo-Duplicado
                   MOVE "LOTE RECHAZADO, YA COMPLETADO (DOBLE CARGA)"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Rechazados
               WHEN Grupo-No-Valido
                   MOVE "LOTE NO CUADRA, NO SE DARIA POR COMPLETADO"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Rechazados
               WHEN Grupo-Errores > ZERO
                   MOVE "LOTE CON TRANSACCIONES QUE SE RECHAZARIAN"
                       TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Con-Errores
                   PERFORM ANOTA-LOTE-PREVIO
               WHEN OTHER
                   MOVE "LOTE CORRECTO" TO LPR-TEXTO
                   ADD 1 TO Contador-Lotes-Correctos
                   PERFORM ANOTA-LOTE-PREVIO
           END-EVALUATE
           MOVE Linea-Prev-Resultado TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV.

       ANOTA-LOTE-PREVIO.
           IF Plt-Usadas < Plt-Maximo
               ADD 1 TO Plt-Usadas
               MOVE Cabecera-Fecha TO Plt-Fecha (Plt-Usadas)
               MOVE Cabecera-Cant-Esperada
                   TO Plt-Cant-Esperada (Plt-Usadas)
               MOVE Cabecera-Centro-Coste
                   TO Plt-Centro-Coste (Plt-Usadas)
           ELSE
               DISPLAY "AVISO: tabla de lotes prevalidados llena, "
                   "no se comprobara la doble carga del lote "
                   Contador-Grupos " en este fichero."
           END-IF.

       *>----------------------------------------------------------
       *> PREVIO-UMBRAL: la prevalidacion sigue hasta el final del
       *> fichero; solo anota, la primera vez, el registro en que
       *> la ejecucion nocturna se detendria por umbral.
       *>----------------------------------------------------------
       PREVIO-UMBRAL.
           IF NOT Umbral-Previsto
               SET Umbral-Previsto TO TRUE
               DISPLAY "AVISO: la ejecucion nocturna se detendria "
                   "por umbral de errores en el registro "
                   Contador-Registros "."
               MOVE "UMBRAL DE ERRORES SUPERADO EN EL REGISTRO"
                   TO LPN-TEXTO
               MOVE ZERO TO LPN-DECLARADO
               MOVE Contador-Registros TO LPN-CALCULADO
               MOVE Linea-Prev-Cuenta TO Linea-Prev-Texto
               PERFORM ESCRIBE-LINEA-PREV
           END-IF
           MOVE "N" TO SW-Umbral-Superado.

       *>----------------------------------------------------------
       *> IMPRIME-RESUMEN-PREVIO: cierre de la prevalidacion en
       *> consola e informe. El codigo de retorno es el que daria
       *> la ejecucion nocturna: 0 fichero correcto, 8 con
       *> transacciones que se rechazarian, 12 detencion por umbral
       *> de errores, 16 lotes que no se procesarian o fichero mal
       *> formado.
       *>----------------------------------------------------------
       IMPRIME-RESUMEN-PREVIO.
           IF Umbral-Previsto AND RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF
           DISPLAY "Prevalidacion, nada grabado salvo PREVOUT".
           DISPLAY "  Lotes correctos...............: "
               Contador-Lotes-Correctos.
           DISPLAY "  Lotes con transacciones mal...: "
               Contador-Lotes-Con-Errores.
           DISPLAY "  Lotes que no se procesarian...: "
               Contador-Lotes-Rechazados.
           IF RETURN-CODE = ZERO
               DISPLAY "Resultado de la prevalidacion...: CORRECTO"
               MOVE "FICHERO CORRECTO" TO LPR-TEXTO
           ELSE
               DISPLAY "Resultado de la prevalidacion...: ERRONEO"
               MOVE "FICHERO CON ERRORES, DEVOLVER AL REMITENTE"
                   TO LPR-TEXTO
           END-IF
           MOVE 99 TO Prev-Lineas-Pagina
           MOVE "RESUMEN DE LA PREVALIDACION" TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV
           MOVE Linea-Lst-Blanco TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV
           MOVE "LOTES LEIDOS....................: " TO LLR-TEXTO
           MOVE Contador-Grupos TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "  CORRECTOS.....................: " TO LLR-TEXTO
           MOVE Contador-Lotes-Correctos TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "  CON TRANSACCIONES RECHAZADAS..: " TO LLR-TEXTO
           MOVE Contador-Lotes-Con-Errores TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "  QUE NO SE PROCESARIAN.........: " TO LLR-TEXTO
           MOVE Contador-Lotes-Rechazados TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "TRANSACCIONES VALIDADAS.........: " TO LLR-TEXTO
           MOVE Contador-Registros TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "  QUE SE RECHAZARIAN............: " TO LLR-TEXTO
           MOVE Contador-Errores TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "  CON AVISO DE LIMITES..........: " TO LLR-TEXTO
           MOVE Contador-Avisos-Limite TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE "CODIGO DE RETORNO...............: " TO LLR-TEXTO
           MOVE RETURN-CODE TO LLR-VALOR
           PERFORM ESCRIBE-RESUMEN-PREV
           MOVE Linea-Lst-Blanco TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV
           MOVE Linea-Prev-Resultado TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV.

       ESCRIBE-RESUMEN-PREV.
           MOVE Linea-Lst-Resumen TO Linea-Prev-Texto
           PERFORM ESCRIBE-LINEA-PREV.

       *>----------------------------------------------------------
       *> ESCRIBE-LINEA-PREV: escribe Linea-Prev-Texto en el informe
       *> de prevalidacion, si esta abierto, con su paginacion.
       *>----------------------------------------------------------
       ESCRIBE-LINEA-PREV.
           IF Previo-Abierto
               IF Prev-Lineas-Pagina >= Maximo-Lineas-Pagina
                   PERFORM IMPRIME-CABECERA-PREV
               END-IF
               WRITE PREVIO-RECORD FROM Linea-Prev-Texto
               IF FS-Previo NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el informe de "
                           "prevalidacion."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Fichero TO TRUE
               END-IF
               ADD 1 TO Prev-Lineas-Pagina
           END-IF.

       IMPRIME-CABECERA-PREV.
           ADD 1 TO Prev-Numero-Pagina
           MOVE Inicio-Fecha       TO LPC-FECHA
           MOVE Inicio-Hora        TO LPC-HORA
           MOVE Prev-Numero-Pagina TO LPC-PAGINA
           WRITE PREVIO-RECORD FROM Linea-Prev-Cabecera1
           WRITE PREVIO-RECORD FROM Linea-Lst-Cabecera2
           WRITE PREVIO-RECORD FROM Linea-Lst-Blanco
           MOVE 3 TO Prev-Lineas-Pagina.

       *>----------------------------------------------------------
       *> INICIA-CONTROL-PASOS: Programa1 abre la cadena nocturna y
       *> no depende de ningun paso previo; solo anota su inicio en
       *> la fecha de proceso.
       *>----------------------------------------------------------
       INICIA-CONTROL-PASOS.
           PERFORM LEE-FECHA-PROCESO
           PERFORM ABRE-CONTROL-PASOS
           IF Pasos-Abierto
               PERFORM REGISTRA-INICIO-PASO
           END-IF.

       *>----------------------------------------------------------
       *> LEE-FECHA-PROCESO: fecha de proceso de la noche (FECPROC),
       *> la misma para todos los pasos de la cadena; sin ella se
       *> toma la del sistema.
       *>----------------------------------------------------------
       LEE-FECHA-PROCESO.
           OPEN INPUT FECPROC-FILE
           IF FS-Fecha-Proceso = "00"
               READ FECPROC-FILE
                   NOT AT END
                       IF FP-FECHA-PROCESO IS NUMERIC
                               AND FP-FECHA-PROCESO > ZERO
                           MOVE FP-FECHA-PROCESO TO Fecha-Proceso
                       END-IF
               END-READ
               CLOSE FECPROC-FILE
           END-IF
           IF Fecha-Proceso = ZERO
               ACCEPT Fecha-Proceso FROM DATE YYYYMMDD
               DISPLAY "Aviso: sin fecha de proceso, se toma la "
                       "del sistema."
           END-IF
           DISPLAY "Fecha de proceso: " Fecha-Proceso.

       *>----------------------------------------------------------
       *> ABRE-CONTROL-PASOS: el primer paso de la primera noche
       *> crea el control de pasos. Sin control de pasos no se
       *> puede comprobar la cadena y el paso no se ejecuta.
       *>----------------------------------------------------------
       ABRE-CONTROL-PASOS.
           OPEN I-O PASOS-FILE
           IF FS-Pasos = "35"
               OPEN OUTPUT PASOS-FILE
               CLOSE PASOS-FILE
               OPEN I-O PASOS-FILE
           END-IF
           IF FS-Pasos NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el control de pasos "
                       "de la cadena (estado " FS-Pasos ")."
               MOVE 16 TO RETURN-CODE
               SET Paso-Retenido TO TRUE
           ELSE
               SET Pasos-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> REGISTRA-INICIO-PASO: anota el inicio de este paso para
       *> la fecha de proceso. Una repeticion del paso en la misma
       *> fecha sustituye a la anterior y suma una ejecucion, y
       *> deja pendientes de repetir los pasos posteriores que ya
       *> constaban terminados.
       *>----------------------------------------------------------
       REGISTRA-INICIO-PASO.
           MOVE Fecha-Proceso TO JC-FECHA-PROCESO
           MOVE Nombre-Paso   TO JC-PASO
           READ PASOS-FILE
               INVALID KEY
                   SET Paso-No-Registrado TO TRUE
                   MOVE ZERO TO JC-EJECUCIONES
               NOT INVALID KEY
                   SET Paso-Registrado TO TRUE
           END-READ
           MOVE Fecha-Proceso TO JC-FECHA-PROCESO
           MOVE Nombre-Paso   TO JC-PASO
           MOVE "I"           TO JC-ESTADO
           ACCEPT JC-FECHA-INICIO FROM DATE YYYYMMDD
           ACCEPT JC-HORA-INICIO FROM TIME
           MOVE ZERO TO JC-FECHA-FIN JC-HORA-FIN JC-RETORNO
           MOVE ZERO TO JC-CONTADOR1 JC-CONTADOR2 JC-CONTADOR3
           MOVE SPACES TO JC-AUTORIZADO
           ADD 1 TO JC-EJECUCIONES
               ON SIZE ERROR CONTINUE
           END-ADD
           IF Paso-Registrado
               REWRITE PASO-RECORD
           ELSE
               WRITE PASO-RECORD
           END-IF
           IF FS-Pasos NOT = "00"
               DISPLAY "ERROR: fallo al anotar el inicio del paso "
                       "en el control de pasos (estado " FS-Pasos
                       ")."
               MOVE 16 TO RETURN-CODE
               SET Paso-Retenido TO TRUE
           END-IF
           IF NOT Paso-Retenido
               PERFORM ANULA-PASO-POSTERIOR
                   VARYING Pp-Indice FROM 1 BY 1
                   UNTIL Pp-Indice > Pp-Maximo
           END-IF.

       *>----------------------------------------------------------
       *> ANULA-PASO-POSTERIOR: un paso posterior que consta
       *> terminado en la fecha de proceso se hizo sobre la
       *> ejecucion anterior de este paso; queda pendiente de
       *> repetir ("P") y los pasos que dependen de el se retienen
       *> hasta que se repita. Sin registro o sin terminar no hay
       *> nada que anular.
       *>----------------------------------------------------------
       ANULA-PASO-POSTERIOR.
           MOVE Fecha-Proceso         TO JC-FECHA-PROCESO
           MOVE Pp-Nombre (Pp-Indice) TO JC-PASO
           READ PASOS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF JC-ESTADO = "F"
                       MOVE "P" TO JC-ESTADO
                       REWRITE PASO-RECORD
                       IF FS-Pasos NOT = "00"
                           DISPLAY "ERROR: fallo al anular la "
                                   "ejecucion de " JC-PASO " en el "
                                   "control de pasos (estado "
                                   FS-Pasos ")."
                           MOVE 16 TO RETURN-CODE
                           SET Paso-Retenido TO TRUE
                       ELSE
                           DISPLAY "Aviso: " JC-PASO " queda "
                                   "pendiente de repetir para la "
                                   "fecha de proceso " Fecha-Proceso
                       END-IF
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> REGISTRA-FIN-PASO: anota el fin del paso con su codigo de
       *> retorno y sus contadores clave, o que quedo retenido.
       *>----------------------------------------------------------
       REGISTRA-FIN-PASO.
           MOVE Fecha-Proceso TO JC-FECHA-PROCESO
           MOVE Nombre-Paso   TO JC-PASO
           READ PASOS-FILE
               INVALID KEY
                   DISPLAY "ERROR: el paso no consta iniciado en el "
                           "control de pasos."
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   IF Paso-Retenido
                       MOVE "R" TO JC-ESTADO
                   ELSE
                       MOVE "F" TO JC-ESTADO
                   END-IF
                   ACCEPT JC-FECHA-FIN FROM DATE YYYYMMDD
                   ACCEPT JC-HORA-FIN FROM TIME
                   MOVE RETURN-CODE TO JC-RETORNO
                   MOVE Contador-Grupos    TO JC-CONTADOR1
                   MOVE Contador-Registros TO JC-CONTADOR2
                   MOVE Contador-Errores   TO JC-CONTADOR3
                   REWRITE PASO-RECORD
                   IF FS-Pasos NOT = "00"
                       DISPLAY "ERROR: fallo al anotar el fin del "
                               "paso en el control de pasos (estado "
                               FS-Pasos ")."
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       FINALIZAR.
           IF Tran-Abierto
               CLOSE TRAN-FILE
           IF Hist-Abierto
               CLOSE HIST-FILE
           END-IF
           IF Suspenso-Abierto
               CLOSE SUSPENSO-FILE
           END-IF
           IF Checkpoint-Out-Abierto
               CLOSE CHECKPOINT-OUT
           END-IF
           IF Previo-Abierto
               CLOSE PREVIO-FILE
           END-IF
           IF Pasos-Abierto
               PERFORM REGISTRA-FIN-PASO
               CLOSE PASOS-FILE
           END-IF.

       END PROGRAM Programa1.
