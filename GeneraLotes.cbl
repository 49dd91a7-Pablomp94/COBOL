       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Generacion de lotes de transacciones a partir de
       *>             las instrucciones permanentes de PLANTILLAS. Cada
       *>             plantilla es un detalle fijo (operacion y
       *>             operandos en el layout "02", o encadenado "E"
       *>             sobre otra plantilla del mismo centro) con su
       *>             frecuencia (diaria, semanal en un dia de la
       *>             semana o mensual en el enesimo dia laborable del
       *>             mes) y su vigencia. Para cada dia laborable del
       *>             periodo de GENPARM segun CALENDAR se graba en
       *>             TRANGEN un lote por centro de coste con cabecera,
       *>             detalles y trailer de cierre con la cantidad y el
       *>             total de control que exige VALIDA-TRAILER. El
       *>             listado GENLIST recoge los lotes generados, las
       *>             plantillas rechazadas y las ya vencidas. TRANGEN
       *>             se pone al principio del TRANIN de la noche: las
       *>             referencias de los detalles encadenados son la
       *>             secuencia de la transaccion dentro de la
       *>             ejecucion de Programa1, que procesa la noche de
       *>             un solo dia: un periodo de mas de un dia
       *>             laborable en el que toca alguna plantilla
       *>             encadenada se rechaza entero (codigo 16) y esos
       *>             dias se generan con una ejecucion por dia. Esas
       *>             secuencias suponen ademas que Programa1 procesa
       *>             todos los lotes generados y en orden: un lote
       *>             generado que Programa1 se salta (centro de coste
       *>             desconocido o de baja, lote repetido, fecha
       *>             fuera de calendario) deja mal las referencias
       *>             encadenadas de todos los lotes que lo siguen.
       *>             Por eso, si a alguna plantilla de un centro que
       *>             no esta activo en DEPTMST le toca algun dia del
       *>             periodo, tambien se rechaza el periodo entero.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: sustituye el tecleo diario de los
       *>        lotes fijos de los departamentos.
       *>   JMP  El historial de Programa1 distingue los lotes por
       *>        centro de coste: se quita el aviso de lotes del
       *>        mismo dia con la misma cantidad. Se rechaza el
       *>        periodo de varios dias laborables con plantillas
       *>        encadenadas, cuyas referencias solo valen dentro
       *>        de la ejecucion de un dia.
       *>   JMP  Maestro de departamentos (DEPTMST): se rechaza el
       *>        periodo entero si toca alguna plantilla de un
       *>        centro desconocido o de baja, cuyo lote saltaria
       *>        Programa1 descuadrando las referencias encadenadas.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GeneraLotes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "GENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT PLANTILLA-FILE ASSIGN TO "PLANTILLAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Plantillas.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT DEPARTAMENTO-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Departamentos.

           SELECT TRAN-FILE ASSIGN TO "TRANGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Transacciones.

           SELECT REPORT-FILE ASSIGN TO "GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

       DATA DIVISION.
       FILE SECTION.

       *> Periodo a generar. Sin fecha hasta se genera solo el dia
       *> desde; sin fichero de parametros, solo el dia de hoy.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  GP-FECHA-DESDE          PIC X(08).
           05  GP-FECHA-HASTA          PIC X(08).

       *> Instruccion permanente. PL-TIPO "D" detalle con los dos
       *> operandos literales; "E" encadenado: el operando que
       *> indica PL-REF-OPERANDO ("1" o "2") toma el resultado de la
       *> plantilla PL-REF-CODIGO, que debe ser del mismo centro y
       *> estar antes en el fichero, y el otro operando es el
       *> literal. PL-FRECUENCIA "D" diaria, "S" semanal (PL-DIA de
       *> 1 lunes a 7 domingo), "M" mensual (PL-DIA = numero de dia
       *> laborable del mes). Sin fecha fin la plantilla no vence.
       FD  PLANTILLA-FILE.
       01  PLANTILLA-RECORD.
           05  PL-CODIGO               PIC X(08).
           05  PL-CENTRO-COSTE         PIC X(06).
           05  PL-TIPO                 PIC X(01).
           05  PL-OPERACION            PIC X(10).
           05  PL-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PL-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PL-REF-OPERANDO         PIC X(01).
           05  PL-REF-CODIGO           PIC X(08).
           05  PL-FRECUENCIA           PIC X(01).
           05  PL-DIA                  PIC X(02).
           05  PL-DIA-NUM REDEFINES PL-DIA
                                       PIC 9(02).
           05  PL-FECHA-INICIO         PIC X(08).
           05  PL-FECHA-FIN            PIC X(08).

       *> Mismo layout que lee Programa1.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD.
           05  CAL-FECHA               PIC 9(08).
           05  CAL-TIPO                PIC X(01).

       *> Mismo layout que lee Programa1: centro de coste, nombre y
       *> estado, "A" activo o "B" de baja.
       FD  DEPARTAMENTO-FILE.
       01  DEPARTAMENTO-RECORD.
           05  DP-CENTRO-COSTE         PIC X(06).
           05  DP-NOMBRE               PIC X(30).
           05  DP-ESTADO               PIC X(01).

       *> Mismo layout que TRANIN de Programa1 (cabecera, trailer y
       *> detalles del layout "02").
       FD  TRAN-FILE.
       01  TRAN-RECORD                 PIC X(48).

       01  TR-HEADER-RECORD.
           05  TH-RECORD-TYPE          PIC X(01).
           05  TH-RUN-DATE             PIC 9(08).
           05  TH-EXPECTED-COUNT       PIC 9(06).
           05  TH-LAYOUT-VERSION       PIC X(02).
           05  TH-CENTRO-COSTE         PIC X(06).
           05  FILLER                  PIC X(25).

       01  TR-TRAILER-RECORD-V2.
           05  TT2-RECORD-TYPE         PIC X(01).
           05  TT2-RECORD-COUNT        PIC 9(06).
           05  TT2-CONTROL-TOTAL       PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(29).

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       *> Contadores de la ejecucion.
       01  Contadores-Generacion.
           05  Contador-Leidas         PIC 9(06) VALUE ZERO.
           05  Contador-Rechazadas     PIC 9(06) VALUE ZERO.
           05  Contador-Dias           PIC 9(06) VALUE ZERO.
           05  Contador-Laborables     PIC 9(06) VALUE ZERO.
           05  Contador-Sin-Calendario PIC 9(06) VALUE ZERO.
           05  Contador-Lotes          PIC 9(06) VALUE ZERO.
           05  Contador-Detalles       PIC 9(06) VALUE ZERO.
           05  Contador-Omitidos       PIC 9(06) VALUE ZERO.
           05  Contador-Vencidas       PIC 9(06) VALUE ZERO.

       *> Secuencia de la ultima transaccion grabada en TRANGEN, la
       *> misma que le dara Programa1 al procesar el fichero.
       01  Contador-Secuencia          PIC 9(06) VALUE ZERO.

       *> Periodo de generacion y dia en curso.
       01  Fecha-Desde                 PIC 9(08) VALUE ZERO.
       01  Fecha-Hasta                 PIC 9(08) VALUE ZERO.
       01  Fecha-Proceso               PIC 9(08) VALUE ZERO.
       01  Inicio-Mes                  PIC 9(08) VALUE ZERO.
       01  Ordinal-Laborable           PIC 9(02) VALUE ZERO.
       01  Tipo-Dia                    PIC X(01) VALUE SPACE.

       *> Motivo por el que se rechaza la plantilla en curso.
       01  Motivo-Rehuse               PIC X(60) VALUE SPACES.

       *> Calendario en memoria.
       01  Tabla-Calendario.
           05  Cal-Maximo              PIC 9(04) VALUE 1000.
           05  Cal-Usadas              PIC 9(04) VALUE ZERO.
           05  Cal-Entrada OCCURS 1000 TIMES.
               10  Cal-Dia             PIC 9(08).
               10  Cal-Dia-Tipo        PIC X(01).
       01  Cal-Indice                  PIC 9(04) VALUE ZERO.
       01  Cal-Encontrado              PIC 9(04) VALUE ZERO.

       *> Maestro de departamentos en memoria, cargado igual que en
       *> Programa1; vacio, no se comprueban los centros de coste.
       01  Tabla-Departamentos.
           05  Dep-Maximo              PIC 9(04) VALUE 500.
           05  Dep-Usadas              PIC 9(04) VALUE ZERO.
           05  Dep-Entrada OCCURS 500 TIMES.
               10  Dep-Centro          PIC X(06).
               10  Dep-Estado          PIC X(01).
       01  Dep-Indice                  PIC 9(04) VALUE ZERO.

       *> Plantillas validas, en el orden del fichero. Para las
       *> encadenadas, Pla-Ref-Indice es la entrada de la plantilla
       *> referida; Pla-Secuencia-Dia la secuencia que recibe la
       *> plantilla en el lote del dia en curso (cero si no se
       *> genera ese dia).
       01  Tabla-Plantillas.
           05  Pla-Maximo              PIC 9(03) VALUE 200.
           05  Pla-Usadas              PIC 9(03) VALUE ZERO.
           05  Pla-Entrada OCCURS 200 TIMES.
               10  Pla-Codigo          PIC X(08).
               10  Pla-Centro          PIC X(06).
               10  Pla-Tipo            PIC X(01).
               10  Pla-Operacion       PIC X(10).
               10  Pla-Numero1         PIC S9(07)V99.
               10  Pla-Numero2         PIC S9(07)V99.
               10  Pla-Ref-Operando    PIC X(01).
               10  Pla-Ref-Indice      PIC 9(03).
               10  Pla-Frecuencia      PIC X(01).
               10  Pla-Dia             PIC 9(02).
               10  Pla-Inicio          PIC 9(08).
               10  Pla-Fin             PIC 9(08).
               10  Pla-Secuencia-Dia   PIC 9(06).
       01  Pla-Indice                  PIC 9(03) VALUE ZERO.
       01  Pla-Encontrada              PIC 9(03) VALUE ZERO.

       *> Centros de coste con plantillas, en orden de aparicion:
       *> cada dia se genera un lote por centro.
       01  Tabla-Centros.
           05  Cen-Maximo              PIC 9(02) VALUE 50.
           05  Cen-Usados              PIC 9(02) VALUE ZERO.
           05  Cen-Centro OCCURS 50 TIMES PIC X(06).
       01  Cen-Indice                  PIC 9(02) VALUE ZERO.
       01  Cen-Encontrado              PIC 9(02) VALUE ZERO.

       *> Detalles del lote en preparacion. Det-Estado "G" se graba;
       *> "O" encadenado omitido porque su plantilla referida no se
       *> genera ese dia. Cabe una entrada por plantilla.
       01  Tabla-Detalles-Lote.
           05  Det-Usados              PIC 9(03) VALUE ZERO.
           05  Det-Generados           PIC 9(03) VALUE ZERO.
           05  Det-Entrada OCCURS 200 TIMES.
               10  Det-Estado          PIC X(01).
               10  Det-Plantilla       PIC 9(03).
               10  Det-Secuencia       PIC 9(06).
               10  Det-Registro        PIC X(48).
       01  Det-Indice                  PIC 9(03) VALUE ZERO.
       01  Lote-Suma-Control           PIC S9(09)V99 VALUE ZERO.

       *> Revision previa del periodo: dias laborables y plantillas
       *> encadenadas que tocan en ellos.
       01  Cal-Revision                PIC 9(04) VALUE ZERO.
       01  Periodo-Laborables          PIC 9(04) VALUE ZERO.
       01  Periodo-Encadenadas         PIC 9(06) VALUE ZERO.
       01  Periodo-Centros-Rehusados   PIC 9(04) VALUE ZERO.

       *> Detalle en construccion, con los layouts de TRANIN.
       01  Detalle-Generado            PIC X(48) VALUE SPACES.

       01  Detalle-Generado-V2 REDEFINES Detalle-Generado.
           05  TD2-RECORD-TYPE         PIC X(01).
           05  TD2-NUMERO1             PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  TD2-NUMERO2             PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  TD2-OPERACION           PIC X(10).
           05  FILLER                  PIC X(17).

       01  Detalle-Generado-Enc REDEFINES Detalle-Generado.
           05  TE-RECORD-TYPE          PIC X(01).
           05  TE-REF-OPERANDO         PIC X(01).
           05  TE-REF-SECUENCIA        PIC 9(06).
           05  TE-NUMERO               PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  TE-OPERACION            PIC X(10).
           05  FILLER                  PIC X(20).

       *> Codigos de operacion que reconoce CALCULADORA.
       01  Tabla-Operaciones-Valores.
           05  FILLER                  PIC X(10) VALUE "SUMA".
           05  FILLER                  PIC X(10) VALUE "RESTA".
           05  FILLER                  PIC X(10) VALUE "MULTIPLICA".
           05  FILLER                  PIC X(10) VALUE "DIVIDE".
           05  FILLER                  PIC X(10) VALUE "POTENCIA".
           05  FILLER                  PIC X(10) VALUE "MODULO".
           05  FILLER                  PIC X(10) VALUE "PORCENTAJE".
           05  FILLER                  PIC X(10) VALUE "RAIZ".
       01  Tabla-Operaciones REDEFINES Tabla-Operaciones-Valores.
           05  Op-Codigo OCCURS 8 TIMES PIC X(10).
       01  Op-Maximo                   PIC 9(02) VALUE 8.
       01  Op-Indice                   PIC 9(02) VALUE ZERO.
       01  Op-Encontrada               PIC 9(02) VALUE ZERO.

       *> Dias de cada mes en año no bisiesto.
       01  Tabla-Dias-Mes-Valores      PIC X(24) VALUE
               "312831303130313130313031".
       01  Tabla-Dias-Mes REDEFINES Tabla-Dias-Mes-Valores.
           05  Dias-Mes OCCURS 12 TIMES PIC 9(02).

       *> Fecha en validacion, por partes.
       01  Fecha-Validar.
           05  FV-ANIO                 PIC 9(04).
           05  FV-MES                  PIC 9(02).
           05  FV-DIA                  PIC 9(02).
       01  Fecha-Validar-X REDEFINES Fecha-Validar PIC X(08).
       01  Fecha-Validar-N REDEFINES Fecha-Validar PIC 9(08).
       01  Dias-Maximo                 PIC 9(02) VALUE ZERO.

       *> Calculo de año bisiesto y de dia de la semana (congruencia
       *> de Zeller, resultado 1 lunes ... 7 domingo).
       01  Calculo-Fecha.
           05  Cociente                PIC 9(06) VALUE ZERO.
           05  Resto-4                 PIC 9(04) VALUE ZERO.
           05  Resto-100               PIC 9(04) VALUE ZERO.
           05  Resto-400               PIC 9(04) VALUE ZERO.
           05  Zeller-Anio             PIC 9(04) VALUE ZERO.
           05  Zeller-Mes              PIC 9(02) VALUE ZERO.
           05  Zeller-Termino          PIC 9(04) VALUE ZERO.
           05  Zeller-Anio-4           PIC 9(04) VALUE ZERO.
           05  Zeller-Anio-100         PIC 9(04) VALUE ZERO.
           05  Zeller-Anio-400         PIC 9(04) VALUE ZERO.
           05  Zeller-Suma             PIC 9(06) VALUE ZERO.
           05  Zeller-Resto            PIC 9(01) VALUE ZERO.
       01  Dia-Semana                  PIC 9(01) VALUE ZERO.

       *> Control de paginacion del listado.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
       01  Maximo-Lineas-Pagina        PIC 9(02) VALUE 55.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Plantillas               PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Departamentos            PIC X(02).
       01  FS-Transacciones            PIC X(02).
       01  FS-Informe                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Plantillas           PIC X(01) VALUE "N".
           88  Fin-Plantillas              VALUE "S".

       01  SW-Fin-Periodo              PIC X(01) VALUE "N".
           88  Fin-Periodo                 VALUE "S".

       01  SW-Fecha                    PIC X(01) VALUE "N".
           88  Fecha-Valida                VALUE "S".
           88  Fecha-Invalida              VALUE "N".

       01  SW-Bisiesto                 PIC X(01) VALUE "N".
           88  Anio-Bisiesto               VALUE "S".
           88  Anio-Normal                 VALUE "N".

       01  SW-Debida                   PIC X(01) VALUE "N".
           88  Plantilla-Debida            VALUE "S".
           88  Plantilla-No-Debida         VALUE "N".

       01  SW-Centro-Coste             PIC X(01) VALUE "S".
           88  Centro-Valido               VALUE "S".
           88  Centro-Desconocido          VALUE "D".
           88  Centro-De-Baja              VALUE "B".

       01  SW-Desbordamiento           PIC X(01) VALUE "N".
           88  Lote-Desbordado             VALUE "S".

       01  SW-Plantillas-Abierto       PIC X(01) VALUE "N".
           88  Plantillas-Abierto          VALUE "S".

       01  SW-Tran-Abierto             PIC X(01) VALUE "N".
           88  Tran-Abierto                VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       *> Lineas del listado.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(40) VALUE
               "GENERACION DE LOTES DESDE PLANTILLAS    ".
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(51) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       *> Cabecera de columnas de la seccion en curso.
       01  Linea-Cabecera2             PIC X(132) VALUE SPACES.

       01  Cabecera-Plantillas.
           05  FILLER                  PIC X(34) VALUE
               "CODIGO   CENTRO T OPERACION  F DI ".
           05  FILLER                  PIC X(19) VALUE
               "INICIO   FIN       ".
           05  FILLER                  PIC X(79) VALUE "OBSERVACION".

       01  Cabecera-Lotes.
           05  FILLER                  PIC X(34) VALUE
               "       SEC  CODIGO    OPERACION   ".
           05  FILLER                  PIC X(30) VALUE
               "     NUMERO1        NUMERO2  ".
           05  FILLER                  PIC X(68) VALUE "OBSERVACION".

       01  Linea-Plantilla.
           05  LPL-CODIGO              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-CENTRO              PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-TIPO                PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-OPERACION           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-FRECUENCIA          PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-DIA                 PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-INICIO              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPL-FIN                 PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPL-OBSERVACION         PIC X(60).
           05  FILLER                  PIC X(19) VALUE SPACES.

       01  Linea-Lote.
           05  FILLER                  PIC X(05) VALUE "LOTE ".
           05  LLO-NUMERO              PIC ZZZZ9.
           05  FILLER                  PIC X(08) VALUE "  FECHA ".
           05  LLO-FECHA               PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  CENTRO ".
           05  LLO-CENTRO              PIC X(06).
           05  FILLER                  PIC X(12) VALUE "  DETALLES ".
           05  LLO-DETALLES            PIC ZZZZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  TOTAL DE CONTROL ".
           05  LLO-TOTAL               PIC -(9)9.99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  Linea-Detalle.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LDE-SECUENCIA           PIC ZZZZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDE-CODIGO              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDE-OPERACION           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDE-NUMERO1             PIC X(13).
           05  LDE-NUMERO1-IMP REDEFINES LDE-NUMERO1
                                       PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDE-NUMERO2             PIC X(13).
           05  LDE-NUMERO2-IMP REDEFINES LDE-NUMERO2
                                       PIC -(9)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LDE-OBSERVACION         PIC X(60).
           05  FILLER                  PIC X(08) VALUE SPACES.

       *> Operando referido, tal como se lista: "REF" y secuencia,
       *> o "REF" y codigo de la plantilla si no se ha generado.
       01  Texto-Referencia.
           05  FILLER                  PIC X(04) VALUE "REF ".
           05  TRF-SECUENCIA           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
       01  Texto-Referencia-Codigo REDEFINES Texto-Referencia.
           05  FILLER                  PIC X(04).
           05  TRF-CODIGO              PIC X(08).

       *> Frecuencia de la plantilla, tal como se lista.
       01  Texto-Frecuencia            PIC X(30) VALUE SPACES.
       01  Texto-Dia                   PIC Z9.

       01  Linea-Total.
           05  LT-TEXTO                PIC X(40).
           05  LT-VALOR                PIC ZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-DIA UNTIL Fin-Periodo.
           PERFORM LISTA-VENCIDAS.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: fija el periodo, carga el calendario y los
       *> departamentos, abre los ficheros y carga y valida las
       *> plantillas. Sin calendario no se sabe que dias son
       *> laborables y no se genera nada.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-CALENDARIO
           PERFORM CARGA-DEPARTAMENTOS
           PERFORM ABRE-FICHEROS
           MOVE Cabecera-Plantillas TO Linea-Cabecera2
           MOVE 99 TO Lineas-Pagina
           MOVE "PLANTILLAS RECHAZADAS" TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM LEE-PLANTILLA
           PERFORM CARGA-PLANTILLA UNTIL Fin-Plantillas
           DISPLAY "Plantillas validas cargadas: " Pla-Usadas
           IF Fecha-Hasta > Fecha-Desde AND NOT Fin-Periodo
               PERFORM COMPRUEBA-PERIODO-ENCADENADAS
           END-IF
           IF NOT Fin-Periodo
               PERFORM COMPRUEBA-PERIODO-CENTROS
           END-IF
           MOVE Cabecera-Lotes TO Linea-Cabecera2
           MOVE 99 TO Lineas-Pagina
           MOVE Fecha-Desde TO Fecha-Proceso.

       LEE-PARAMETROS.
           MOVE FH-Fecha TO Fecha-Desde Fecha-Hasta
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       PERFORM VALIDA-PARAMETROS
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin parametros, se generan los lotes "
                       "del dia de hoy."
           END-IF
           DISPLAY "Periodo de generacion: " Fecha-Desde " a "
               Fecha-Hasta.

       VALIDA-PARAMETROS.
           MOVE GP-FECHA-DESDE TO Fecha-Validar-X
           PERFORM VALIDA-FECHA
           IF Fecha-Invalida
               DISPLAY "ERROR: fecha desde invalida en los "
                       "parametros (" GP-FECHA-DESDE ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
           ELSE
               MOVE Fecha-Validar-N TO Fecha-Desde Fecha-Hasta
           END-IF
           IF GP-FECHA-HASTA NOT = SPACES
                   AND GP-FECHA-HASTA NOT = ZERO
                   AND NOT Fin-Periodo
               MOVE GP-FECHA-HASTA TO Fecha-Validar-X
               PERFORM VALIDA-FECHA
               IF Fecha-Invalida OR Fecha-Validar-N < Fecha-Desde
                   DISPLAY "ERROR: fecha hasta invalida o anterior "
                           "a la fecha desde (" GP-FECHA-HASTA ")."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Periodo TO TRUE
               ELSE
                   MOVE Fecha-Validar-N TO Fecha-Hasta
               END-IF
           END-IF.

       CARGA-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF FS-Calendario = "00"
               PERFORM LEE-CALENDARIO
                   UNTIL FS-Calendario NOT = "00"
               CLOSE CALENDARIO-FILE
               DISPLAY "Calendario de proceso cargado: "
                   Cal-Usadas " dias."
           ELSE
               DISPLAY "ERROR: sin calendario de proceso no se "
                       "pueden determinar los dias laborables."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
           END-IF.

       LEE-CALENDARIO.
           READ CALENDARIO-FILE
               NOT AT END
                   IF Cal-Usadas < Cal-Maximo
                       ADD 1 TO Cal-Usadas
                       MOVE CAL-FECHA TO Cal-Dia (Cal-Usadas)
                       MOVE CAL-TIPO  TO Cal-Dia-Tipo (Cal-Usadas)
                   ELSE
                       DISPLAY "AVISO: tabla del calendario llena, "
                           "se ignora el dia " CAL-FECHA "."
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> CARGA-DEPARTAMENTOS: carga en memoria el maestro de
       *> departamentos, igual que Programa1 (un centro que no cabe
       *> en la tabla tampoco lo conoce Programa1). Sin fichero no
       *> se comprueban los centros de coste, como en Programa1.
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
                       "comprueban los centros de coste."
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

       ABRE-FICHEROS.
           OPEN INPUT PLANTILLA-FILE
           IF FS-Plantillas NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "plantillas."
               MOVE 16 TO RETURN-CODE
               SET Fin-Plantillas TO TRUE
               SET Fin-Periodo TO TRUE
           ELSE
               SET Plantillas-Abierto TO TRUE
           END-IF

           OPEN OUTPUT TRAN-FILE
           IF FS-Transacciones NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "lotes generados."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
           ELSE
               SET Tran-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "listado."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF.

       LEE-PLANTILLA.
           IF NOT Fin-Plantillas
               READ PLANTILLA-FILE
                   AT END
                       SET Fin-Plantillas TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidas
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> CARGA-PLANTILLA: valida la plantilla leida y la guarda en
       *> la tabla; la rechazada sale en el listado con su motivo
       *> y no se genera.
       *>----------------------------------------------------------
       CARGA-PLANTILLA.
           MOVE SPACES TO Motivo-Rehuse
           PERFORM VALIDA-PLANTILLA
           IF Motivo-Rehuse = SPACES
               PERFORM GUARDA-PLANTILLA
           END-IF
           IF Motivo-Rehuse NOT = SPACES
               ADD 1 TO Contador-Rechazadas
               DISPLAY "AVISO: plantilla " PL-CODIGO
                   " rechazada: " Motivo-Rehuse
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE PL-CODIGO       TO LPL-CODIGO
               MOVE PL-CENTRO-COSTE TO LPL-CENTRO
               MOVE PL-TIPO         TO LPL-TIPO
               MOVE PL-OPERACION    TO LPL-OPERACION
               MOVE PL-FRECUENCIA   TO LPL-FRECUENCIA
               MOVE PL-DIA          TO LPL-DIA
               MOVE PL-FECHA-INICIO TO LPL-INICIO
               MOVE PL-FECHA-FIN    TO LPL-FIN
               MOVE Motivo-Rehuse   TO LPL-OBSERVACION
               MOVE Linea-Plantilla TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF
           PERFORM LEE-PLANTILLA.

       VALIDA-PLANTILLA.
           PERFORM BUSCA-OPERACION
           MOVE ZERO TO Pla-Encontrada
           IF PL-CODIGO NOT = SPACES
               PERFORM BUSCA-PLANTILLA
           END-IF
           EVALUATE TRUE
               WHEN PL-CODIGO = SPACES
                   MOVE "sin codigo de plantilla" TO Motivo-Rehuse
               WHEN Pla-Encontrada > ZERO
                   MOVE "codigo de plantilla duplicado"
                       TO Motivo-Rehuse
               WHEN PL-CENTRO-COSTE = SPACES
                   MOVE "sin centro de coste" TO Motivo-Rehuse
               WHEN PL-TIPO NOT = "D" AND PL-TIPO NOT = "E"
                   MOVE "tipo de detalle distinto de D o E"
                       TO Motivo-Rehuse
               WHEN Op-Encontrada = ZERO
                   MOVE "codigo de operacion desconocido"
                       TO Motivo-Rehuse
               WHEN PL-TIPO = "D"
                       AND (PL-NUMERO1 IS NOT NUMERIC
                            OR PL-NUMERO2 IS NOT NUMERIC)
                   MOVE "operando no numerico" TO Motivo-Rehuse
               WHEN PL-TIPO = "E"
                   PERFORM VALIDA-REFERENCIA
           END-EVALUATE
           IF Motivo-Rehuse = SPACES
               PERFORM VALIDA-FRECUENCIA
           END-IF
           IF Motivo-Rehuse = SPACES
               PERFORM VALIDA-VIGENCIA
           END-IF.

       *>----------------------------------------------------------
       *> VALIDA-REFERENCIA: la plantilla referida ha de estar ya
       *> cargada (antes en el fichero) y ser del mismo centro, para
       *> que su detalle vaya antes en el mismo lote; y el operando
       *> literal, el no referido, ha de ser numerico.
       *>----------------------------------------------------------
       VALIDA-REFERENCIA.
           MOVE ZERO TO Pla-Encontrada
           IF PL-REF-CODIGO NOT = SPACES
               PERFORM EXAMINA-REFERENCIA
                   VARYING Pla-Indice FROM 1 BY 1
                   UNTIL Pla-Indice > Pla-Usadas
                       OR Pla-Encontrada > ZERO
           END-IF
           EVALUATE TRUE
               WHEN PL-REF-OPERANDO NOT = "1"
                       AND PL-REF-OPERANDO NOT = "2"
                   MOVE "operando referido distinto de 1 o 2"
                       TO Motivo-Rehuse
               WHEN PL-REF-OPERANDO = "1"
                       AND PL-NUMERO2 IS NOT NUMERIC
                   MOVE "operando literal no numerico"
                       TO Motivo-Rehuse
               WHEN PL-REF-OPERANDO = "2"
                       AND PL-NUMERO1 IS NOT NUMERIC
                   MOVE "operando literal no numerico"
                       TO Motivo-Rehuse
               WHEN Pla-Encontrada = ZERO
                   MOVE "plantilla referida inexistente o posterior"
                       TO Motivo-Rehuse
               WHEN Pla-Centro (Pla-Encontrada) NOT = PL-CENTRO-COSTE
                   MOVE "plantilla referida de otro centro de coste"
                       TO Motivo-Rehuse
           END-EVALUATE.

       EXAMINA-REFERENCIA.
           IF Pla-Indice <= Pla-Usadas
               IF Pla-Codigo (Pla-Indice) = PL-REF-CODIGO
                   MOVE Pla-Indice TO Pla-Encontrada
               END-IF
           END-IF.

       VALIDA-FRECUENCIA.
           EVALUATE TRUE
               WHEN PL-FRECUENCIA = "D"
                   CONTINUE
               WHEN PL-FRECUENCIA NOT = "S"
                       AND PL-FRECUENCIA NOT = "M"
                   MOVE "frecuencia distinta de D, S o M"
                       TO Motivo-Rehuse
               WHEN PL-DIA IS NOT NUMERIC
                   MOVE "dia de la frecuencia no numerico"
                       TO Motivo-Rehuse
               WHEN PL-FRECUENCIA = "S"
                       AND (PL-DIA-NUM < 1 OR PL-DIA-NUM > 7)
                   MOVE "dia de la semana fuera de 1 a 7"
                       TO Motivo-Rehuse
               WHEN PL-FRECUENCIA = "M"
                       AND (PL-DIA-NUM < 1 OR PL-DIA-NUM > 23)
                   MOVE "dia laborable del mes fuera de 1 a 23"
                       TO Motivo-Rehuse
           END-EVALUATE.

       VALIDA-VIGENCIA.
           MOVE PL-FECHA-INICIO TO Fecha-Validar-X
           PERFORM VALIDA-FECHA
           IF Fecha-Invalida
               MOVE "fecha de inicio invalida" TO Motivo-Rehuse
           ELSE
               IF PL-FECHA-FIN NOT = SPACES
                       AND PL-FECHA-FIN NOT = ZERO
                   MOVE PL-FECHA-FIN TO Fecha-Validar-X
                   PERFORM VALIDA-FECHA
                   EVALUATE TRUE
                       WHEN Fecha-Invalida
                           MOVE "fecha de fin invalida"
                               TO Motivo-Rehuse
                       WHEN PL-FECHA-FIN < PL-FECHA-INICIO
                           MOVE "fecha de fin anterior al inicio"
                               TO Motivo-Rehuse
                   END-EVALUATE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> GUARDA-PLANTILLA: añade la plantilla valida a la tabla y
       *> su centro a la lista de centros si es nuevo.
       *>----------------------------------------------------------
       GUARDA-PLANTILLA.
           MOVE ZERO TO Cen-Encontrado
           PERFORM EXAMINA-CENTRO
               VARYING Cen-Indice FROM 1 BY 1
               UNTIL Cen-Indice > Cen-Usados
                   OR Cen-Encontrado > ZERO
           EVALUATE TRUE
               WHEN Pla-Usadas >= Pla-Maximo
                   MOVE "tabla de plantillas llena" TO Motivo-Rehuse
               WHEN Cen-Encontrado = ZERO
                       AND Cen-Usados >= Cen-Maximo
                   MOVE "tabla de centros de coste llena"
                       TO Motivo-Rehuse
               WHEN OTHER
                   IF Cen-Encontrado = ZERO
                       ADD 1 TO Cen-Usados
                       MOVE PL-CENTRO-COSTE TO Cen-Centro (Cen-Usados)
                   END-IF
                   ADD 1 TO Pla-Usadas
                   MOVE PL-CODIGO       TO Pla-Codigo (Pla-Usadas)
                   MOVE PL-CENTRO-COSTE TO Pla-Centro (Pla-Usadas)
                   MOVE PL-TIPO         TO Pla-Tipo (Pla-Usadas)
                   MOVE PL-OPERACION    TO Pla-Operacion (Pla-Usadas)
                   MOVE ZERO TO Pla-Numero1 (Pla-Usadas)
                                Pla-Numero2 (Pla-Usadas)
                                Pla-Ref-Indice (Pla-Usadas)
                                Pla-Dia (Pla-Usadas)
                                Pla-Fin (Pla-Usadas)
                                Pla-Secuencia-Dia (Pla-Usadas)
                   MOVE SPACES TO Pla-Ref-Operando (Pla-Usadas)
                   IF PL-TIPO = "E"
                       MOVE PL-REF-OPERANDO
                           TO Pla-Ref-Operando (Pla-Usadas)
                       MOVE Pla-Encontrada
                           TO Pla-Ref-Indice (Pla-Usadas)
                   END-IF
                   IF PL-TIPO = "D" OR PL-REF-OPERANDO = "1"
                       MOVE PL-NUMERO2 TO Pla-Numero2 (Pla-Usadas)
                   END-IF
                   IF PL-TIPO = "D" OR PL-REF-OPERANDO = "2"
                       MOVE PL-NUMERO1 TO Pla-Numero1 (Pla-Usadas)
                   END-IF
                   MOVE PL-FRECUENCIA TO Pla-Frecuencia (Pla-Usadas)
                   IF PL-FRECUENCIA NOT = "D"
                       MOVE PL-DIA-NUM TO Pla-Dia (Pla-Usadas)
                   END-IF
                   MOVE PL-FECHA-INICIO TO Pla-Inicio (Pla-Usadas)
                   IF PL-FECHA-FIN NOT = SPACES
                       MOVE PL-FECHA-FIN TO Pla-Fin (Pla-Usadas)
                   END-IF
           END-EVALUATE.

       EXAMINA-CENTRO.
           IF Cen-Indice <= Cen-Usados
               IF Cen-Centro (Cen-Indice) = PL-CENTRO-COSTE
                   MOVE Cen-Indice TO Cen-Encontrado
               END-IF
           END-IF.

       BUSCA-OPERACION.
           MOVE ZERO TO Op-Encontrada
           PERFORM EXAMINA-OPERACION
               VARYING Op-Indice FROM 1 BY 1
               UNTIL Op-Indice > Op-Maximo
                   OR Op-Encontrada > ZERO.

       EXAMINA-OPERACION.
           IF Op-Indice <= Op-Maximo
               IF Op-Codigo (Op-Indice) = PL-OPERACION
                   MOVE Op-Indice TO Op-Encontrada
               END-IF
           END-IF.

       BUSCA-PLANTILLA.
           MOVE ZERO TO Pla-Encontrada
           PERFORM EXAMINA-PLANTILLA
               VARYING Pla-Indice FROM 1 BY 1
               UNTIL Pla-Indice > Pla-Usadas
                   OR Pla-Encontrada > ZERO.

       EXAMINA-PLANTILLA.
           IF Pla-Indice <= Pla-Usadas
               IF Pla-Codigo (Pla-Indice) = PL-CODIGO
                   MOVE Pla-Indice TO Pla-Encontrada
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> COMPRUEBA-PERIODO-ENCADENADAS: la referencia de un detalle
       *> encadenado es una secuencia dentro de la ejecucion de
       *> Programa1 de una sola noche. Si el periodo tiene mas de un
       *> dia laborable y en alguno toca una plantilla encadenada,
       *> no se genera nada: esos dias van en ejecuciones de un dia.
       *>----------------------------------------------------------
       COMPRUEBA-PERIODO-ENCADENADAS.
           MOVE ZERO TO Periodo-Laborables Periodo-Encadenadas
           PERFORM REVISA-DIA-PERIODO
               VARYING Cal-Revision FROM 1 BY 1
               UNTIL Cal-Revision > Cal-Usadas
           IF Periodo-Laborables > 1 AND Periodo-Encadenadas > ZERO
               DISPLAY "ERROR: el periodo " Fecha-Desde " a "
                   Fecha-Hasta " tiene " Periodo-Laborables
                   " dias laborables y plantillas encadenadas; "
                   "genere un dia por ejecucion."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
               MOVE "PERIODO RECHAZADO: VARIOS DIAS LABORABLES CON "
                   TO Linea-Texto
               MOVE "PLANTILLAS ENCADENADAS, GENERAR UN DIA POR "
                   TO Linea-Texto (47:43)
               MOVE "EJECUCION" TO Linea-Texto (90:9)
               PERFORM ESCRIBE-LINEA
           END-IF.

       REVISA-DIA-PERIODO.
           IF Cal-Dia (Cal-Revision) >= Fecha-Desde
                   AND Cal-Dia (Cal-Revision) <= Fecha-Hasta
                   AND Cal-Dia-Tipo (Cal-Revision) = "L"
               ADD 1 TO Periodo-Laborables
               MOVE Cal-Dia (Cal-Revision) TO Fecha-Proceso
               PERFORM CALCULA-ORDINAL-DIA
               PERFORM REVISA-ENCADENADA
                   VARYING Pla-Indice FROM 1 BY 1
                   UNTIL Pla-Indice > Pla-Usadas
           END-IF.

       REVISA-ENCADENADA.
           IF Pla-Tipo (Pla-Indice) = "E"
               PERFORM COMPRUEBA-DEBIDA
               IF Plantilla-Debida
                   ADD 1 TO Periodo-Encadenadas
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> COMPRUEBA-PERIODO-CENTROS: Programa1 salta sin calcular
       *> el lote de un centro de coste desconocido o de baja en
       *> el maestro de departamentos, y entonces las secuencias de
       *> los lotes siguientes ya no son las que se dieron a sus
       *> detalles encadenados. Si a alguna plantilla de un centro
       *> asi le toca algun dia laborable del periodo, se lista y
       *> no se genera nada. Sin maestro no se comprueba.
       *>----------------------------------------------------------
       COMPRUEBA-PERIODO-CENTROS.
           MOVE ZERO TO Periodo-Centros-Rehusados
           IF Dep-Usadas > ZERO
               PERFORM REVISA-CENTRO-PLANTILLA
                   VARYING Pla-Indice FROM 1 BY 1
                   UNTIL Pla-Indice > Pla-Usadas
           END-IF
           IF Periodo-Centros-Rehusados > ZERO
               DISPLAY "ERROR: " Periodo-Centros-Rehusados
                   " plantillas del periodo " Fecha-Desde " a "
                   Fecha-Hasta " son de centros de coste "
                   "desconocidos o de baja; no se genera nada."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
               MOVE "PERIODO RECHAZADO: PLANTILLAS DE CENTROS DE "
                   TO Linea-Texto
               MOVE "COSTE DESCONOCIDOS O DE BAJA EN DEPTMST"
                   TO Linea-Texto (45:39)
               PERFORM ESCRIBE-LINEA
           END-IF.

       REVISA-CENTRO-PLANTILLA.
           SET Centro-Desconocido TO TRUE
           PERFORM BUSCA-DEPARTAMENTO
               VARYING Dep-Indice FROM 1 BY 1
               UNTIL Dep-Indice > Dep-Usadas
                   OR NOT Centro-Desconocido
           IF NOT Centro-Valido
               SET Plantilla-No-Debida TO TRUE
               PERFORM REVISA-DIA-CENTRO
                   VARYING Cal-Revision FROM 1 BY 1
                   UNTIL Cal-Revision > Cal-Usadas
                       OR Plantilla-Debida
               IF Plantilla-Debida
                   ADD 1 TO Periodo-Centros-Rehusados
                   PERFORM LISTA-CENTRO-REHUSADO
               END-IF
           END-IF.

       BUSCA-DEPARTAMENTO.
           IF Dep-Indice <= Dep-Usadas
               IF Dep-Centro (Dep-Indice) = Pla-Centro (Pla-Indice)
                   IF Dep-Estado (Dep-Indice) = "A"
                       SET Centro-Valido TO TRUE
                   ELSE
                       SET Centro-De-Baja TO TRUE
                   END-IF
               END-IF
           END-IF.

       REVISA-DIA-CENTRO.
           IF Cal-Dia (Cal-Revision) >= Fecha-Desde
                   AND Cal-Dia (Cal-Revision) <= Fecha-Hasta
                   AND Cal-Dia-Tipo (Cal-Revision) = "L"
               MOVE Cal-Dia (Cal-Revision) TO Fecha-Proceso
               PERFORM CALCULA-ORDINAL-DIA
               PERFORM COMPRUEBA-DEBIDA
           END-IF.

       LISTA-CENTRO-REHUSADO.
           DISPLAY "ERROR: plantilla " Pla-Codigo (Pla-Indice)
               " del centro " Pla-Centro (Pla-Indice)
               ", que no esta activo en el maestro de departamentos."
           MOVE Pla-Codigo (Pla-Indice)     TO LPL-CODIGO
           MOVE Pla-Centro (Pla-Indice)     TO LPL-CENTRO
           MOVE Pla-Tipo (Pla-Indice)       TO LPL-TIPO
           MOVE Pla-Operacion (Pla-Indice)  TO LPL-OPERACION
           MOVE Pla-Frecuencia (Pla-Indice) TO LPL-FRECUENCIA
           MOVE Pla-Dia (Pla-Indice)        TO LPL-DIA
           IF Pla-Frecuencia (Pla-Indice) = "D"
               MOVE SPACES TO LPL-DIA
           END-IF
           MOVE Pla-Inicio (Pla-Indice)     TO LPL-INICIO
           MOVE Pla-Fin (Pla-Indice)        TO LPL-FIN
           IF Pla-Fin (Pla-Indice) = ZERO
               MOVE SPACES TO LPL-FIN
           END-IF
           IF Centro-De-Baja
               MOVE "centro de coste de baja en DEPTMST"
                   TO LPL-OBSERVACION
           ELSE
               MOVE "centro de coste desconocido en DEPTMST"
                   TO LPL-OBSERVACION
           END-IF
           MOVE Linea-Plantilla TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> PROCESA-DIA: genera los lotes del dia en curso si es
       *> laborable y pasa al siguiente dia del periodo. Un dia que
       *> no esta en el calendario no se genera: queda avisado.
       *>----------------------------------------------------------
       PROCESA-DIA.
           ADD 1 TO Contador-Dias
           PERFORM BUSCA-DIA
           EVALUATE TRUE
               WHEN Cal-Encontrado = ZERO
                   ADD 1 TO Contador-Sin-Calendario
                   DISPLAY "AVISO: el dia " Fecha-Proceso
                       " no esta en el calendario, no se genera."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE SPACES TO Linea-Texto
                   MOVE "DIA        SIN CALENDARIO, NO SE GENERA"
                       TO Linea-Texto
                   MOVE Fecha-Proceso TO Linea-Texto (5:8)
                   PERFORM ESCRIBE-LINEA
                   MOVE Linea-Blanco TO Linea-Texto
                   PERFORM ESCRIBE-LINEA
               WHEN Cal-Dia-Tipo (Cal-Encontrado) = "L"
                   ADD 1 TO Contador-Laborables
                   PERFORM GENERA-DIA-LABORABLE
           END-EVALUATE
           IF Fecha-Proceso >= Fecha-Hasta
               SET Fin-Periodo TO TRUE
           ELSE
               PERFORM SIGUIENTE-FECHA
           END-IF.

       BUSCA-DIA.
           MOVE ZERO TO Cal-Encontrado
           PERFORM EXAMINA-DIA
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas
                   OR Cal-Encontrado > ZERO.

       EXAMINA-DIA.
           IF Cal-Indice <= Cal-Usadas
               IF Cal-Dia (Cal-Indice) = Fecha-Proceso
                   MOVE Cal-Indice TO Cal-Encontrado
               END-IF
           END-IF.

       SIGUIENTE-FECHA.
           MOVE Fecha-Proceso TO Fecha-Validar-N
           PERFORM CALCULA-BISIESTO
           MOVE Dias-Mes (FV-MES) TO Dias-Maximo
           IF FV-MES = 2 AND Anio-Bisiesto
               ADD 1 TO Dias-Maximo
           END-IF
           ADD 1 TO FV-DIA
           IF FV-DIA > Dias-Maximo
               MOVE 1 TO FV-DIA
               ADD 1 TO FV-MES
               IF FV-MES > 12
                   MOVE 1 TO FV-MES
                   ADD 1 TO FV-ANIO
               END-IF
           END-IF
           MOVE Fecha-Validar-N TO Fecha-Proceso.

       *>----------------------------------------------------------
       *> GENERA-DIA-LABORABLE: dia de la semana y numero de dia
       *> laborable dentro del mes, y un lote por centro con las
       *> plantillas que tocan ese dia.
       *>----------------------------------------------------------
       GENERA-DIA-LABORABLE.
           PERFORM CALCULA-ORDINAL-DIA
           PERFORM LIMPIA-SECUENCIA-DIA
               VARYING Pla-Indice FROM 1 BY 1
               UNTIL Pla-Indice > Pla-Usadas
           PERFORM GENERA-LOTE-CENTRO
               VARYING Cen-Indice FROM 1 BY 1
               UNTIL Cen-Indice > Cen-Usados
                   OR Fin-Periodo.

       CALCULA-ORDINAL-DIA.
           MOVE Fecha-Proceso TO Fecha-Validar-N
           PERFORM CALCULA-DIA-SEMANA
           MOVE 1 TO FV-DIA
           MOVE Fecha-Validar-N TO Inicio-Mes
           MOVE ZERO TO Ordinal-Laborable
           PERFORM CUENTA-LABORABLE
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas.

       CUENTA-LABORABLE.
           IF Cal-Dia (Cal-Indice) >= Inicio-Mes
                   AND Cal-Dia (Cal-Indice) <= Fecha-Proceso
                   AND Cal-Dia-Tipo (Cal-Indice) = "L"
               ADD 1 TO Ordinal-Laborable
           END-IF.

       LIMPIA-SECUENCIA-DIA.
           MOVE ZERO TO Pla-Secuencia-Dia (Pla-Indice).

       *>----------------------------------------------------------
       *> GENERA-LOTE-CENTRO: prepara en memoria los detalles del
       *> centro en curso, en el orden de las plantillas, y graba
       *> el lote si tiene alguno. Las secuencias se asignan a
       *> partir de la ultima grabada y solo se consumen si el lote
       *> se graba.
       *>----------------------------------------------------------
       GENERA-LOTE-CENTRO.
           MOVE ZERO TO Det-Usados Det-Generados Lote-Suma-Control
           MOVE "N" TO SW-Desbordamiento
           PERFORM PREPARA-DETALLE
               VARYING Pla-Indice FROM 1 BY 1
               UNTIL Pla-Indice > Pla-Usadas
           EVALUATE TRUE
               WHEN Det-Usados = ZERO
                   CONTINUE
               WHEN Lote-Desbordado
                   DISPLAY "AVISO: total de control desbordado, no "
                       "se genera el lote del " Fecha-Proceso
                       " centro " Cen-Centro (Cen-Indice) "."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "LOTE NO GENERADO: TOTAL DE CONTROL DESBORDADO"
                       TO Linea-Texto
                   PERFORM ESCRIBE-CABECERA-LOTE
               WHEN Det-Generados = ZERO
                   MOVE "LOTE NO GENERADO: TODOS SUS DETALLES OMITIDOS"
                       TO Linea-Texto
                   PERFORM ESCRIBE-CABECERA-LOTE
               WHEN OTHER
                   PERFORM GRABA-LOTE
           END-EVALUATE.

       ESCRIBE-CABECERA-LOTE.
           MOVE "FECHA" TO Linea-Texto (50:5)
           MOVE Fecha-Proceso TO Linea-Texto (56:8)
           MOVE "CENTRO" TO Linea-Texto (66:6)
           MOVE Cen-Centro (Cen-Indice) TO Linea-Texto (73:6)
           PERFORM ESCRIBE-LINEA
           PERFORM ANULA-SECUENCIA
               VARYING Det-Indice FROM 1 BY 1
               UNTIL Det-Indice > Det-Usados
           PERFORM LISTA-DETALLE
               VARYING Det-Indice FROM 1 BY 1
               UNTIL Det-Indice > Det-Usados
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       ANULA-SECUENCIA.
           MOVE ZERO TO Det-Secuencia (Det-Indice).

       *>----------------------------------------------------------
       *> PREPARA-DETALLE: si la plantilla es del centro en curso y
       *> toca ese dia, monta su detalle y acumula el total de
       *> control como lo hace VALIDA-TRAILER: los dos operandos en
       *> el detalle normal, solo el literal en el encadenado. El
       *> encadenado cuya plantilla referida no se genera ese dia
       *> se omite.
       *>----------------------------------------------------------
       PREPARA-DETALLE.
           IF Pla-Centro (Pla-Indice) = Cen-Centro (Cen-Indice)
               PERFORM COMPRUEBA-DEBIDA
               IF Plantilla-Debida
                   ADD 1 TO Det-Usados
                   MOVE Pla-Indice TO Det-Plantilla (Det-Usados)
                   MOVE ZERO TO Det-Secuencia (Det-Usados)
                   MOVE SPACES TO Detalle-Generado
                   IF Pla-Tipo (Pla-Indice) = "D"
                       PERFORM MONTA-DETALLE
                   ELSE
                       PERFORM MONTA-ENCADENADO
                   END-IF
               END-IF
           END-IF.

       MONTA-DETALLE.
           MOVE "D" TO TD2-RECORD-TYPE
           MOVE Pla-Numero1 (Pla-Indice)   TO TD2-NUMERO1
           MOVE Pla-Numero2 (Pla-Indice)   TO TD2-NUMERO2
           MOVE Pla-Operacion (Pla-Indice) TO TD2-OPERACION
           ADD Pla-Numero1 (Pla-Indice) Pla-Numero2 (Pla-Indice)
               TO Lote-Suma-Control
               ON SIZE ERROR
                   SET Lote-Desbordado TO TRUE
           END-ADD
           PERFORM ANOTA-DETALLE.

       MONTA-ENCADENADO.
           MOVE Pla-Ref-Indice (Pla-Indice) TO Pla-Encontrada
           IF Pla-Secuencia-Dia (Pla-Encontrada) = ZERO
               MOVE "O" TO Det-Estado (Det-Usados)
               ADD 1 TO Contador-Omitidos
               DISPLAY "AVISO: plantilla " Pla-Codigo (Pla-Indice)
                   " omitida el " Fecha-Proceso ": su plantilla "
                   "referida " Pla-Codigo (Pla-Encontrada)
                   " no se genera ese dia."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "E" TO TE-RECORD-TYPE
               MOVE Pla-Ref-Operando (Pla-Indice) TO TE-REF-OPERANDO
               MOVE Pla-Secuencia-Dia (Pla-Encontrada)
                   TO TE-REF-SECUENCIA
               IF Pla-Ref-Operando (Pla-Indice) = "1"
                   MOVE Pla-Numero2 (Pla-Indice) TO TE-NUMERO
               ELSE
                   MOVE Pla-Numero1 (Pla-Indice) TO TE-NUMERO
               END-IF
               MOVE Pla-Operacion (Pla-Indice) TO TE-OPERACION
               ADD TE-NUMERO TO Lote-Suma-Control
                   ON SIZE ERROR
                       SET Lote-Desbordado TO TRUE
               END-ADD
               PERFORM ANOTA-DETALLE
           END-IF.

       ANOTA-DETALLE.
           ADD 1 TO Det-Generados
           MOVE "G" TO Det-Estado (Det-Usados)
           COMPUTE Det-Secuencia (Det-Usados) =
               Contador-Secuencia + Det-Generados
           MOVE Det-Secuencia (Det-Usados)
               TO Pla-Secuencia-Dia (Pla-Indice)
           MOVE Detalle-Generado TO Det-Registro (Det-Usados).

       *>----------------------------------------------------------
       *> COMPRUEBA-DEBIDA: la plantilla esta vigente en el dia en
       *> curso y su frecuencia lo incluye.
       *>----------------------------------------------------------
       COMPRUEBA-DEBIDA.
           SET Plantilla-No-Debida TO TRUE
           IF Pla-Inicio (Pla-Indice) <= Fecha-Proceso
                   AND (Pla-Fin (Pla-Indice) = ZERO
                        OR Pla-Fin (Pla-Indice) >= Fecha-Proceso)
               EVALUATE Pla-Frecuencia (Pla-Indice)
                   WHEN "D"
                       SET Plantilla-Debida TO TRUE
                   WHEN "S"
                       IF Pla-Dia (Pla-Indice) = Dia-Semana
                           SET Plantilla-Debida TO TRUE
                       END-IF
                   WHEN "M"
                       IF Pla-Dia (Pla-Indice) = Ordinal-Laborable
                           SET Plantilla-Debida TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.

       *>----------------------------------------------------------
       *> GRABA-LOTE: cabecera "02" con la cantidad de detalles,
       *> los detalles y el trailer con cantidad y total de
       *> control.
       *>----------------------------------------------------------
       GRABA-LOTE.
           ADD 1 TO Contador-Lotes
           MOVE SPACES TO TR-HEADER-RECORD
           MOVE "H"                     TO TH-RECORD-TYPE
           MOVE Fecha-Proceso           TO TH-RUN-DATE
           MOVE Det-Generados           TO TH-EXPECTED-COUNT
           MOVE "02"                    TO TH-LAYOUT-VERSION
           MOVE Cen-Centro (Cen-Indice) TO TH-CENTRO-COSTE
           WRITE TR-HEADER-RECORD
           PERFORM COMPRUEBA-ESCRITURA
           PERFORM GRABA-DETALLE
               VARYING Det-Indice FROM 1 BY 1
               UNTIL Det-Indice > Det-Usados
           MOVE SPACES TO TR-TRAILER-RECORD-V2
           MOVE "T"               TO TT2-RECORD-TYPE
           MOVE Det-Generados     TO TT2-RECORD-COUNT
           MOVE Lote-Suma-Control TO TT2-CONTROL-TOTAL
           WRITE TR-TRAILER-RECORD-V2
           PERFORM COMPRUEBA-ESCRITURA
           ADD Det-Generados TO Contador-Secuencia Contador-Detalles

           MOVE Contador-Lotes          TO LLO-NUMERO
           MOVE Fecha-Proceso           TO LLO-FECHA
           MOVE Cen-Centro (Cen-Indice) TO LLO-CENTRO
           MOVE Det-Generados           TO LLO-DETALLES
           MOVE Lote-Suma-Control       TO LLO-TOTAL
           MOVE Linea-Lote TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM LISTA-DETALLE
               VARYING Det-Indice FROM 1 BY 1
               UNTIL Det-Indice > Det-Usados
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       GRABA-DETALLE.
           IF Det-Estado (Det-Indice) = "G"
               WRITE TRAN-RECORD FROM Det-Registro (Det-Indice)
               PERFORM COMPRUEBA-ESCRITURA
           END-IF.

       COMPRUEBA-ESCRITURA.
           IF FS-Transacciones NOT = "00"
               DISPLAY "ERROR: fallo al grabar el fichero de lotes "
                       "generados."
               MOVE 16 TO RETURN-CODE
               SET Fin-Periodo TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> LISTA-DETALLE: linea del listado para un detalle del lote,
       *> grabado u omitido, con la frecuencia de su plantilla.
       *>----------------------------------------------------------
       LISTA-DETALLE.
           MOVE Det-Plantilla (Det-Indice) TO Pla-Indice
           MOVE Det-Secuencia (Det-Indice) TO LDE-SECUENCIA
           MOVE Pla-Codigo (Pla-Indice)    TO LDE-CODIGO
           MOVE Pla-Operacion (Pla-Indice) TO LDE-OPERACION
           MOVE Pla-Numero1 (Pla-Indice)   TO LDE-NUMERO1-IMP
           MOVE Pla-Numero2 (Pla-Indice)   TO LDE-NUMERO2-IMP
           IF Pla-Tipo (Pla-Indice) = "E"
               MOVE Pla-Ref-Indice (Pla-Indice) TO Pla-Encontrada
               IF Pla-Secuencia-Dia (Pla-Encontrada) = ZERO
                   MOVE Pla-Codigo (Pla-Encontrada) TO TRF-CODIGO
               ELSE
                   MOVE Pla-Secuencia-Dia (Pla-Encontrada)
                       TO TRF-SECUENCIA
               END-IF
               IF Pla-Ref-Operando (Pla-Indice) = "1"
                   MOVE Texto-Referencia TO LDE-NUMERO1
               ELSE
                   MOVE Texto-Referencia TO LDE-NUMERO2
               END-IF
           END-IF
           IF Det-Estado (Det-Indice) = "O"
               MOVE SPACES TO LDE-OBSERVACION
               MOVE "OMITIDA: LA PLANTILLA REFERIDA" TO LDE-OBSERVACION
               MOVE Pla-Codigo (Pla-Encontrada)
                   TO LDE-OBSERVACION (32:8)
               MOVE "NO SE GENERA" TO LDE-OBSERVACION (41:12)
           ELSE
               PERFORM FORMATEA-FRECUENCIA
               MOVE Texto-Frecuencia TO LDE-OBSERVACION
           END-IF
           MOVE Linea-Detalle TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       FORMATEA-FRECUENCIA.
           MOVE SPACES TO Texto-Frecuencia
           MOVE Pla-Dia (Pla-Indice) TO Texto-Dia
           EVALUATE Pla-Frecuencia (Pla-Indice)
               WHEN "D"
                   MOVE "DIARIA" TO Texto-Frecuencia
               WHEN "S"
                   MOVE "SEMANAL, DIA" TO Texto-Frecuencia
                   MOVE Texto-Dia TO Texto-Frecuencia (14:2)
               WHEN "M"
                   MOVE "MENSUAL, LABORABLE" TO Texto-Frecuencia
                   MOVE Texto-Dia TO Texto-Frecuencia (20:2)
           END-EVALUATE.

       *>----------------------------------------------------------
       *> LISTA-VENCIDAS: plantillas con fecha de fin dentro o
       *> antes del periodo, que ya no generaran mas lotes.
       *>----------------------------------------------------------
       LISTA-VENCIDAS.
           MOVE Cabecera-Plantillas TO Linea-Cabecera2
           MOVE 99 TO Lineas-Pagina
           MOVE "PLANTILLAS VENCIDAS" TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM LISTA-VENCIDA
               VARYING Pla-Indice FROM 1 BY 1
               UNTIL Pla-Indice > Pla-Usadas.

       LISTA-VENCIDA.
           IF Pla-Fin (Pla-Indice) NOT = ZERO
                   AND Pla-Fin (Pla-Indice) <= Fecha-Hasta
               ADD 1 TO Contador-Vencidas
               MOVE Pla-Codigo (Pla-Indice)     TO LPL-CODIGO
               MOVE Pla-Centro (Pla-Indice)     TO LPL-CENTRO
               MOVE Pla-Tipo (Pla-Indice)       TO LPL-TIPO
               MOVE Pla-Operacion (Pla-Indice)  TO LPL-OPERACION
               MOVE Pla-Frecuencia (Pla-Indice) TO LPL-FRECUENCIA
               MOVE Pla-Dia (Pla-Indice)        TO LPL-DIA
               IF Pla-Frecuencia (Pla-Indice) = "D"
                   MOVE SPACES TO LPL-DIA
               END-IF
               MOVE Pla-Inicio (Pla-Indice)     TO LPL-INICIO
               MOVE Pla-Fin (Pla-Indice)        TO LPL-FIN
               IF Pla-Fin (Pla-Indice) < Fecha-Desde
                   MOVE "VENCIDA ANTES DEL PERIODO, NO GENERADA"
                       TO LPL-OBSERVACION
               ELSE
                   MOVE "VENCE EN EL PERIODO, SIN LOTES POSTERIORES"
                       TO LPL-OBSERVACION
               END-IF
               MOVE Linea-Plantilla TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF.

       *>----------------------------------------------------------
       *> VALIDA-FECHA: Fecha-Validar es una fecha AAAAMMDD real,
       *> con el 29 de febrero solo en años bisiestos.
       *>----------------------------------------------------------
       VALIDA-FECHA.
           SET Fecha-Invalida TO TRUE
           IF Fecha-Validar-X IS NUMERIC
               IF FV-ANIO >= 1900 AND FV-ANIO <= 2099
                       AND FV-MES >= 1 AND FV-MES <= 12
                       AND FV-DIA >= 1
                   PERFORM CALCULA-BISIESTO
                   MOVE Dias-Mes (FV-MES) TO Dias-Maximo
                   IF FV-MES = 2 AND Anio-Bisiesto
                       ADD 1 TO Dias-Maximo
                   END-IF
                   IF FV-DIA <= Dias-Maximo
                       SET Fecha-Valida TO TRUE
                   END-IF
               END-IF
           END-IF.

       CALCULA-BISIESTO.
           SET Anio-Normal TO TRUE
           DIVIDE FV-ANIO BY 4 GIVING Cociente REMAINDER Resto-4
           DIVIDE FV-ANIO BY 100 GIVING Cociente REMAINDER Resto-100
           DIVIDE FV-ANIO BY 400 GIVING Cociente REMAINDER Resto-400
           IF Resto-4 = ZERO
                   AND (Resto-100 NOT = ZERO OR Resto-400 = ZERO)
               SET Anio-Bisiesto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> CALCULA-DIA-SEMANA: congruencia de Zeller sobre
       *> Fecha-Validar (enero y febrero cuentan como meses 13 y
       *> 14 del año anterior), ajustada para que Dia-Semana valga
       *> 1 el lunes y 7 el domingo.
       *>----------------------------------------------------------
       CALCULA-DIA-SEMANA.
           MOVE FV-ANIO TO Zeller-Anio
           MOVE FV-MES  TO Zeller-Mes
           IF Zeller-Mes < 3
               ADD 12 TO Zeller-Mes
               SUBTRACT 1 FROM Zeller-Anio
           END-IF
           COMPUTE Zeller-Termino = (13 * (Zeller-Mes + 1)) / 5
           DIVIDE Zeller-Anio BY 4 GIVING Zeller-Anio-4
           DIVIDE Zeller-Anio BY 100 GIVING Zeller-Anio-100
           DIVIDE Zeller-Anio BY 400 GIVING Zeller-Anio-400
           COMPUTE Zeller-Suma = FV-DIA + Zeller-Termino
                               + Zeller-Anio + Zeller-Anio-4
                               - Zeller-Anio-100 + Zeller-Anio-400
                               + 5
           DIVIDE Zeller-Suma BY 7 GIVING Cociente
               REMAINDER Zeller-Resto
           COMPUTE Dia-Semana = Zeller-Resto + 1.

       IMPRIME-RESUMEN.
           MOVE SPACES TO Linea-Cabecera2
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "Plantillas leidas......................:" TO LT-TEXTO
           MOVE Contador-Leidas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Plantillas rechazadas..................:" TO LT-TEXTO
           MOVE Contador-Rechazadas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Dias del periodo.......................:" TO LT-TEXTO
           MOVE Contador-Dias TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  laborables...........................:" TO LT-TEXTO
           MOVE Contador-Laborables TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "  sin calendario.......................:" TO LT-TEXTO
           MOVE Contador-Sin-Calendario TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Lotes generados........................:" TO LT-TEXTO
           MOVE Contador-Lotes TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Detalles generados.....................:" TO LT-TEXTO
           MOVE Contador-Detalles TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Detalles encadenados omitidos..........:" TO LT-TEXTO
           MOVE Contador-Omitidos TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Plantillas vencidas....................:" TO LT-TEXTO
           MOVE Contador-Vencidas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE GENERACION - GeneraLotes".
           DISPLAY "Plantillas leidas...............: "
               Contador-Leidas.
           DISPLAY "Plantillas rechazadas...........: "
               Contador-Rechazadas.
           DISPLAY "Dias laborables del periodo.....: "
               Contador-Laborables.
           DISPLAY "Lotes generados.................: "
               Contador-Lotes.
           DISPLAY "Detalles generados..............: "
               Contador-Detalles.
           DISPLAY "Detalles encadenados omitidos...: "
               Contador-Omitidos.
           DISPLAY "Plantillas vencidas.............: "
               Contador-Vencidas.
           IF RETURN-CODE >= 16
               DISPLAY "AVISO: fichero de lotes generados incompleto, "
                       "no pasarlo a Programa1."
           END-IF.
           DISPLAY "=========================================".

       ESCRIBE-TOTAL.
           MOVE Linea-Total TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> ESCRIBE-LINEA: escribe Linea-Texto en el listado con
       *> control de paginacion y cabeceras de pagina.
       *>----------------------------------------------------------
       ESCRIBE-LINEA.
           IF Informe-Abierto
               IF Lineas-Pagina >= Maximo-Lineas-Pagina
                   PERFORM IMPRIME-CABECERA-PAGINA
               END-IF
               WRITE INFORME-RECORD FROM Linea-Texto
               IF FS-Informe NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el listado."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Periodo TO TRUE
               END-IF
               ADD 1 TO Lineas-Pagina
           END-IF.

       IMPRIME-CABECERA-PAGINA.
           IF Informe-Abierto
               ADD 1 TO Numero-Pagina
               MOVE FH-Fecha      TO LC1-FECHA
               MOVE FH-Hora       TO LC1-HORA
               MOVE Numero-Pagina TO LC1-PAGINA
               WRITE INFORME-RECORD FROM Linea-Cabecera1
               WRITE INFORME-RECORD FROM Linea-Cabecera2
               WRITE INFORME-RECORD FROM Linea-Blanco
               MOVE 3 TO Lineas-Pagina
           END-IF.

       FINALIZAR.
           IF Plantillas-Abierto
               CLOSE PLANTILLA-FILE
           END-IF
           IF Tran-Abierto
               CLOSE TRAN-FILE
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM GeneraLotes.
