       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Mantenimiento de los ficheros de referencia
       *>             CALENDAR y TARIFIN. Aplica las transacciones de
       *>             alta, modificacion y baja de REFMANT sobre ambos
       *>             ficheros, rechazando fechas invalidas, dias
       *>             duplicados, operaciones desconocidas, tarifas
       *>             solapadas y cambios de tarifa que afecten a un
       *>             periodo ya facturado (FACTCTL). Genera tambien
       *>             un año completo de calendario a partir de un
       *>             patron semanal y la lista de festivos
       *>             (FESTIVOS). Cada cambio aplicado queda en
       *>             REFLOG con los valores anterior y posterior y el
       *>             solicitante, y el listado REFLIST termina con el
       *>             contenido vigente de ambos ficheros. Los
       *>             ficheros actualizados se graban en CALNEW y
       *>             TARIFNEW; el paso siguiente del trabajo los
       *>             renombra sobre CALENDAR y TARIFIN.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: sustituye la edicion manual del
       *>        calendario y del tarifario.
       *>   JMP  La generacion de un año comprueba antes de empezar
       *>        que caben todos los dias que faltan: si no caben se
       *>        rechaza entera, sin dias ni registros aplicados. El
       *>        aviso de calendario lleno vale solo para la
       *>        transaccion en la que se produce.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantieneReferencias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANT-FILE ASSIGN TO "REFMANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Mantenimiento.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT TARIFA-FILE ASSIGN TO "TARIFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Tarifas.

           SELECT FESTIVO-FILE ASSIGN TO "FESTIVOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Festivos.

           SELECT CONTROL-FILE ASSIGN TO "FACTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Control.

           SELECT CALENDARIO-NUEVO ASSIGN TO "CALNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Cal-Nuevo.

           SELECT TARIFA-NUEVA ASSIGN TO "TARIFNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Tar-Nueva.

           SELECT LOG-FILE ASSIGN TO "REFLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Log.

           SELECT REPORT-FILE ASSIGN TO "REFLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

       DATA DIVISION.
       FILE SECTION.

       *> Transaccion de mantenimiento. RT-FICHERO: "C" calendario,
       *> "T" tarifario, "G" generacion de un año de calendario.
       *> RT-ACCION (no aplica a "G"): "A" alta, "M" modificacion,
       *> "B" baja. Los datos dependen del fichero:
       *>   C  fecha y tipo ("L" laborable, "F" festivo); la
       *>      modificacion cambia el tipo del dia
       *>   T  operacion, fecha de vigor y precio; la modificacion
       *>      cambia el precio de la entrada operacion + vigor
       *>   G  año y patron semanal de 7 posiciones "L"/"F", de
       *>      lunes a domingo
       FD  MANT-FILE.
       01  MANT-RECORD.
           05  RT-FICHERO              PIC X(01).
           05  RT-ACCION               PIC X(01).
           05  RT-SOLICITANTE          PIC X(08).
           05  RT-DATOS                PIC X(30).

       01  MANT-CALENDARIO-RECORD.
           05  FILLER                  PIC X(10).
           05  RC-FECHA                PIC X(08).
           05  RC-TIPO                 PIC X(01).
           05  FILLER                  PIC X(21).

       01  MANT-TARIFA-RECORD.
           05  FILLER                  PIC X(10).
           05  RF-OPERACION            PIC X(10).
           05  RF-FECHA-VIGOR          PIC X(08).
           05  RF-PRECIO               PIC X(07).
           05  RF-PRECIO-NUM REDEFINES RF-PRECIO
                                       PIC 9(05)V99.
           05  FILLER                  PIC X(05).

       01  MANT-GENERA-RECORD.
           05  FILLER                  PIC X(10).
           05  RG-ANIO                 PIC X(04).
           05  RG-PATRON               PIC X(07).
           05  FILLER                  PIC X(19).

       *> Mismo layout que lee Programa1.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD.
           05  CAL-FECHA               PIC 9(08).
           05  CAL-TIPO                PIC X(01).

       *> Mismo layout que lee FacturaServicios.
       FD  TARIFA-FILE.
       01  TARIFA-RECORD.
           05  TF-OPERACION            PIC X(10).
           05  TF-FECHA-VIGOR          PIC 9(08).
           05  TF-PRECIO               PIC 9(05)V99.

       *> Festivos para la generacion del calendario: fecha y
       *> descripcion.
       FD  FESTIVO-FILE.
       01  FESTIVO-RECORD.
           05  FE-FECHA                PIC 9(08).
           05  FE-DESCRIPCION          PIC X(30).

       *> Mismo layout que graba FacturaServicios.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  FC-FECHA-DESDE          PIC 9(08).
           05  FC-FECHA-HASTA          PIC 9(08).
           05  FC-FECHA-FACTURA        PIC 9(08).
           05  FC-HORA-FACTURA         PIC 9(08).
           05  FC-CONTADOR             PIC 9(06).
           05  FC-IMPORTE              PIC 9(11)V99.

       FD  CALENDARIO-NUEVO.
       01  CALENDARIO-NUEVO-RECORD.
           05  CN-FECHA                PIC 9(08).
           05  CN-TIPO                 PIC X(01).

       FD  TARIFA-NUEVA.
       01  TARIFA-NUEVA-RECORD.
           05  TN-OPERACION            PIC X(10).
           05  TN-FECHA-VIGOR          PIC 9(08).
           05  TN-PRECIO               PIC 9(05)V99.

       *> Registro de cambios: un evento por cambio aplicado, con
       *> los valores anterior y posterior (en blanco en altas y
       *> bajas respectivamente) y el solicitante.
       FD  LOG-FILE.
       01  LOG-RECORD.
           05  RL-FECHA                PIC 9(08).
           05  RL-HORA                 PIC 9(08).
           05  RL-FICHERO              PIC X(01).
           05  RL-ACCION               PIC X(01).
           05  RL-SOLICITANTE          PIC X(08).
           05  RL-ANTES                PIC X(30).
           05  RL-DESPUES              PIC X(30).

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       *> Contadores de la ejecucion.
       01  Contadores-Mantenimiento.
           05  Contador-Leidas         PIC 9(06) VALUE ZERO.
           05  Contador-Aplicadas      PIC 9(06) VALUE ZERO.
           05  Contador-Rechazadas     PIC 9(06) VALUE ZERO.
           05  Contador-Generados      PIC 9(06) VALUE ZERO.
           05  Contador-Ya-Existentes  PIC 9(06) VALUE ZERO.
           05  Contador-Cal-Grabados   PIC 9(06) VALUE ZERO.
           05  Contador-Tar-Grabadas   PIC 9(06) VALUE ZERO.

       *> Ultima fecha de lote facturada segun el control de
       *> facturacion: ninguna tarifa con vigor hasta esa fecha
       *> puede darse de alta, modificarse ni darse de baja.
       01  Ultima-Fecha-Facturada      PIC 9(08) VALUE ZERO.

       *> Motivo por el que se rechaza la transaccion en curso.
       01  Motivo-Rehuse               PIC X(40) VALUE SPACES.

       *> Calendario en memoria. Una baja marca el dia como
       *> borrado ("*"); el hueco se reutiliza si el dia vuelve a
       *> darse de alta.
       01  Tabla-Calendario.
           05  Cal-Maximo              PIC 9(04) VALUE 1000.
           05  Cal-Usadas              PIC 9(04) VALUE ZERO.
           05  Cal-Entrada OCCURS 1000 TIMES.
               10  Cal-Dia             PIC 9(08).
               10  Cal-Dia-Tipo        PIC X(01).
       01  Cal-Indice                  PIC 9(04) VALUE ZERO.
       01  Cal-Encontrado              PIC 9(04) VALUE ZERO.

       *> Tarifario en memoria, con la misma marca de borrado.
       01  Tabla-Tarifas.
           05  TT-Maximo               PIC 9(03) VALUE 100.
           05  TT-Usadas               PIC 9(03) VALUE ZERO.
           05  TT-Entrada OCCURS 100 TIMES.
               10  TT-Clave.
                   15  TT-Operacion    PIC X(10).
                   15  TT-Fecha-Vigor  PIC 9(08).
               10  TT-Precio           PIC 9(05)V99.
               10  TT-Borrada          PIC X(01).
       01  TT-Indice                   PIC 9(03) VALUE ZERO.
       01  TT-Encontrada               PIC 9(03) VALUE ZERO.

       *> Festivos cargados para la generacion.
       01  Tabla-Festivos.
           05  Fes-Maximo              PIC 9(03) VALUE 200.
           05  Fes-Usadas              PIC 9(03) VALUE ZERO.
           05  Fes-Entrada OCCURS 200 TIMES.
               10  Fes-Fecha           PIC 9(08).
       01  Fes-Indice                  PIC 9(03) VALUE ZERO.
       01  Fes-Encontrado              PIC 9(03) VALUE ZERO.

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

       *> Generacion de un año: mes y dia en curso y patron semanal.
       01  Gen-Anio                    PIC 9(04) VALUE ZERO.
       01  Gen-Mes                     PIC 9(02) VALUE ZERO.
       01  Gen-Dia                     PIC 9(02) VALUE ZERO.
       01  Gen-Patron.
           05  Gen-Tipo-Dia OCCURS 7 TIMES PIC X(01).
       01  Gen-Tipo                    PIC X(01) VALUE SPACE.
       01  Gen-Indice                  PIC 9(01) VALUE ZERO.
       01  Gen-Ausentes                PIC 9(04) VALUE ZERO.
       01  Gen-Huecos                  PIC 9(04) VALUE ZERO.

       *> Valores anterior y posterior para el registro de cambios.
       01  Valor-Calendario.
           05  VC-FECHA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VC-TIPO                 PIC X(01).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  Valor-Tarifa.
           05  VT-OPERACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VT-FECHA-VIGOR          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  VT-PRECIO               PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.

       01  Valor-Antes                 PIC X(30) VALUE SPACES.
       01  Valor-Despues               PIC X(30) VALUE SPACES.

       *> Recorrido ordenado de las tablas para grabar los nuevos
       *> ficheros y el listado de contenido.
       01  Ultimo-Dia-Grabado          PIC 9(08) VALUE ZERO.
       01  Siguiente-Dia               PIC 9(08) VALUE ZERO.
       01  Ultima-Clave-Tarifa         PIC X(18) VALUE LOW-VALUES.
       01  Siguiente-Clave-Tarifa      PIC X(18) VALUE HIGH-VALUES.

       *> Control de paginacion del listado.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
       01  Maximo-Lineas-Pagina        PIC 9(02) VALUE 55.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Mantenimiento            PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Tarifas                  PIC X(02).
       01  FS-Festivos                 PIC X(02).
       01  FS-Control                  PIC X(02).
       01  FS-Cal-Nuevo                PIC X(02).
       01  FS-Tar-Nueva                PIC X(02).
       01  FS-Log                      PIC X(02).
       01  FS-Informe                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Mantenimiento        PIC X(01) VALUE "N".
           88  Fin-Mantenimiento           VALUE "S".

       01  SW-Fecha                    PIC X(01) VALUE "N".
           88  Fecha-Valida                VALUE "S".
           88  Fecha-Invalida              VALUE "N".

       01  SW-Bisiesto                 PIC X(01) VALUE "N".
           88  Anio-Bisiesto               VALUE "S".
           88  Anio-Normal                 VALUE "N".

       01  SW-Fin-Recorrido            PIC X(01) VALUE "N".
           88  Fin-Recorrido               VALUE "S".

       01  SW-Calendario-Lleno         PIC X(01) VALUE "N".
           88  Calendario-Lleno            VALUE "S".

       01  SW-Mant-Abierto             PIC X(01) VALUE "N".
           88  Mant-Abierto                VALUE "S".

       01  SW-Log-Abierto              PIC X(01) VALUE "N".
           88  Log-Abierto                 VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       *> Lineas del listado.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(40) VALUE
               "MANTENIMIENTO DE CALENDARIO Y TARIFARIO ".
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(51) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       *> Cabecera de columnas de la seccion en curso.
       01  Linea-Cabecera2             PIC X(132) VALUE SPACES.

       01  Cabecera-Transacciones.
           05  FILLER                  PIC X(44) VALUE
               "F A SOLICIT. DATOS".
           05  FILLER                  PIC X(88) VALUE "RESULTADO".

       01  Cabecera-Calendario.
           05  FILLER                  PIC X(132) VALUE
               "CALENDARIO VIGENTE  (L LABORABLE, F FESTIVO)".

       01  Cabecera-Tarifario.
           05  FILLER                  PIC X(132) VALUE
               "OPERACION  VIGOR       PRECIO".

       01  Linea-Transaccion.
           05  LTR-FICHERO             PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LTR-ACCION              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LTR-SOLICITANTE         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LTR-DATOS               PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LTR-RESULTADO           PIC X(51).
           05  FILLER                  PIC X(37) VALUE SPACES.

       *> Ocho dias del calendario por linea.
       01  Linea-Dias.
           05  LDI-Entrada OCCURS 8 TIMES.
               10  LDI-FECHA           PIC 9(08).
               10  FILLER              PIC X(01).
               10  LDI-TIPO            PIC X(01).
               10  FILLER              PIC X(04).
           05  FILLER                  PIC X(20).
       01  LDI-Usadas                  PIC 9(01) VALUE ZERO.

       01  Linea-Tarifa.
           05  LTA-OPERACION           PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LTA-FECHA-VIGOR         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LTA-PRECIO              PIC ZZZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LTA-OBSERVACION         PIC X(30).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  Linea-Total.
           05  LT-TEXTO                PIC X(40).
           05  LT-VALOR                PIC ZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-TRANSACCION UNTIL Fin-Mantenimiento.
           PERFORM GRABA-FICHEROS-NUEVOS.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: carga el contenido vigente de los ficheros
       *> de referencia, los festivos y la ultima fecha facturada,
       *> abre los ficheros y deja leida la primera transaccion.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM CARGA-CALENDARIO
           PERFORM CARGA-TARIFAS
           PERFORM CARGA-FESTIVOS
           PERFORM CARGA-CONTROL-FACTURA
           PERFORM ABRE-FICHEROS
           MOVE Cabecera-Transacciones TO Linea-Cabecera2
           MOVE 99 TO Lineas-Pagina
           PERFORM LEE-MANTENIMIENTO.

       CARGA-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF FS-Calendario = "00"
               PERFORM LEE-CALENDARIO
                   UNTIL FS-Calendario NOT = "00"
               CLOSE CALENDARIO-FILE
               DISPLAY "Calendario vigente cargado: "
                   Cal-Usadas " dias."
           ELSE
               DISPLAY "Aviso: sin calendario vigente, se parte de "
                       "un calendario vacio."
           END-IF.

       LEE-CALENDARIO.
           READ CALENDARIO-FILE
               NOT AT END
                   IF Cal-Usadas < Cal-Maximo
                       ADD 1 TO Cal-Usadas
                       MOVE CAL-FECHA TO Cal-Dia (Cal-Usadas)
                       MOVE CAL-TIPO  TO Cal-Dia-Tipo (Cal-Usadas)
                   ELSE
                       DISPLAY "ERROR: tabla del calendario llena en "
                           "el dia " CAL-FECHA ", no se puede "
                           "mantener el calendario."
                       MOVE 16 TO RETURN-CODE
                       SET Fin-Mantenimiento TO TRUE
                   END-IF
           END-READ.

       CARGA-TARIFAS.
           OPEN INPUT TARIFA-FILE
           IF FS-Tarifas = "00"
               PERFORM LEE-TARIFA
                   UNTIL FS-Tarifas NOT = "00"
               CLOSE TARIFA-FILE
               DISPLAY "Tarifario vigente cargado: "
                   TT-Usadas " entradas."
           ELSE
               DISPLAY "Aviso: sin tarifario vigente, se parte de "
                       "un tarifario vacio."
           END-IF.

       LEE-TARIFA.
           READ TARIFA-FILE
               NOT AT END
                   IF TT-Usadas < TT-Maximo
                       ADD 1 TO TT-Usadas
                       MOVE TF-OPERACION
                           TO TT-Operacion (TT-Usadas)
                       MOVE TF-FECHA-VIGOR
                           TO TT-Fecha-Vigor (TT-Usadas)
                       MOVE TF-PRECIO TO TT-Precio (TT-Usadas)
                       MOVE "N" TO TT-Borrada (TT-Usadas)
                   ELSE
                       DISPLAY "ERROR: tabla de tarifas llena en "
                           TF-OPERACION " vigor " TF-FECHA-VIGOR
                           ", no se puede mantener el tarifario."
                       MOVE 16 TO RETURN-CODE
                       SET Fin-Mantenimiento TO TRUE
                   END-IF
           END-READ.

       CARGA-FESTIVOS.
           OPEN INPUT FESTIVO-FILE
           IF FS-Festivos = "00"
               PERFORM LEE-FESTIVO
                   UNTIL FS-Festivos NOT = "00"
               CLOSE FESTIVO-FILE
           ELSE
               DISPLAY "Aviso: sin lista de festivos, la generacion "
                       "de calendario aplica solo el patron semanal."
           END-IF.

       LEE-FESTIVO.
           READ FESTIVO-FILE
               NOT AT END
                   IF Fes-Usadas < Fes-Maximo
                       ADD 1 TO Fes-Usadas
                       MOVE FE-FECHA TO Fes-Fecha (Fes-Usadas)
                   ELSE
                       DISPLAY "AVISO: tabla de festivos llena, se "
                           "ignora el festivo " FE-FECHA "."
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> CARGA-CONTROL-FACTURA: la ultima fecha de lote facturada
       *> es la mas alta de todas las ejecuciones registradas.
       *>----------------------------------------------------------
       CARGA-CONTROL-FACTURA.
           OPEN INPUT CONTROL-FILE
           IF FS-Control = "00"
               PERFORM LEE-CONTROL-FACTURA
                   UNTIL FS-Control NOT = "00"
               CLOSE CONTROL-FILE
               DISPLAY "Ultima fecha de lote facturada: "
                   Ultima-Fecha-Facturada
           ELSE
               DISPLAY "Aviso: sin control de facturacion, no se "
                       "comprueba el periodo ya facturado."
           END-IF.

       LEE-CONTROL-FACTURA.
           READ CONTROL-FILE
               NOT AT END
                   IF FC-FECHA-HASTA > Ultima-Fecha-Facturada
                       MOVE FC-FECHA-HASTA TO Ultima-Fecha-Facturada
                   END-IF
           END-READ.

       ABRE-FICHEROS.
           OPEN INPUT MANT-FILE
           IF FS-Mantenimiento NOT = "00"
               DISPLAY "Aviso: sin transacciones de mantenimiento, "
                       "solo se lista el contenido vigente."
               SET Fin-Mantenimiento TO TRUE
           ELSE
               SET Mant-Abierto TO TRUE
           END-IF

           OPEN EXTEND LOG-FILE
           IF FS-Log = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF FS-Log NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el registro de "
                       "cambios de referencias."
               MOVE 16 TO RETURN-CODE
               SET Fin-Mantenimiento TO TRUE
           ELSE
               SET Log-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "listado."
               MOVE 16 TO RETURN-CODE
               SET Fin-Mantenimiento TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF.

       LEE-MANTENIMIENTO.
           IF NOT Fin-Mantenimiento
               READ MANT-FILE
                   AT END
                       SET Fin-Mantenimiento TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidas
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-TRANSACCION: valida y aplica la transaccion leida
       *> y deja constancia en el listado con su resultado.
       *>----------------------------------------------------------
       PROCESA-TRANSACCION.
           MOVE SPACES TO Motivo-Rehuse
           MOVE "N" TO SW-Calendario-Lleno
           MOVE SPACES TO LTR-RESULTADO
           EVALUATE TRUE
               WHEN RT-SOLICITANTE = SPACES
                   MOVE "sin solicitante" TO Motivo-Rehuse
               WHEN RT-FICHERO = "C"
                   PERFORM MANTIENE-CALENDARIO
               WHEN RT-FICHERO = "T"
                   PERFORM MANTIENE-TARIFA
               WHEN RT-FICHERO = "G"
                   PERFORM GENERA-CALENDARIO
               WHEN OTHER
                   MOVE "fichero distinto de C, T o G"
                       TO Motivo-Rehuse
           END-EVALUATE
           IF Motivo-Rehuse NOT = SPACES
               ADD 1 TO Contador-Rechazadas
               DISPLAY "AVISO: transaccion " Contador-Leidas
                   " rechazada: " Motivo-Rehuse
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "RECHAZADA: " TO LTR-RESULTADO
               MOVE Motivo-Rehuse TO LTR-RESULTADO (12:40)
           ELSE
               ADD 1 TO Contador-Aplicadas
               IF LTR-RESULTADO = SPACES
                   MOVE "APLICADA" TO LTR-RESULTADO
               END-IF
           END-IF
           MOVE RT-FICHERO     TO LTR-FICHERO
           MOVE RT-ACCION      TO LTR-ACCION
           MOVE RT-SOLICITANTE TO LTR-SOLICITANTE
           MOVE RT-DATOS       TO LTR-DATOS
           MOVE Linea-Transaccion TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM LEE-MANTENIMIENTO.

       *>----------------------------------------------------------
       *> MANTIENE-CALENDARIO: alta de un dia nuevo, cambio de tipo
       *> de un dia existente o baja de un dia.
       *>----------------------------------------------------------
       MANTIENE-CALENDARIO.
           MOVE RC-FECHA TO Fecha-Validar-X
           PERFORM VALIDA-FECHA
           IF Fecha-Valida
               PERFORM BUSCA-DIA
           END-IF
           EVALUATE TRUE
               WHEN Fecha-Invalida
                   MOVE "fecha invalida" TO Motivo-Rehuse
               WHEN RT-ACCION NOT = "A" AND RT-ACCION NOT = "M"
                       AND RT-ACCION NOT = "B"
                   MOVE "accion distinta de A, M o B"
                       TO Motivo-Rehuse
               WHEN RT-ACCION NOT = "B"
                       AND RC-TIPO NOT = "L" AND RC-TIPO NOT = "F"
                   MOVE "tipo de dia distinto de L o F"
                       TO Motivo-Rehuse
               WHEN RT-ACCION = "A" AND Cal-Encontrado > ZERO
                   MOVE "dia duplicado, ya esta en el calendario"
                       TO Motivo-Rehuse
               WHEN RT-ACCION NOT = "A" AND Cal-Encontrado = ZERO
                   MOVE "el dia no esta en el calendario"
                       TO Motivo-Rehuse
               WHEN RT-ACCION = "M"
                       AND Cal-Dia-Tipo (Cal-Encontrado) = RC-TIPO
                   MOVE "el dia ya tiene ese tipo" TO Motivo-Rehuse
               WHEN RT-ACCION = "A"
                   MOVE SPACES TO Valor-Antes
                   MOVE RC-TIPO TO Gen-Tipo
                   PERFORM AÑADE-DIA
                   IF Calendario-Lleno
                       MOVE "tabla del calendario llena"
                           TO Motivo-Rehuse
                   ELSE
                       MOVE Valor-Calendario TO Valor-Despues
                       PERFORM ESCRIBE-LOG
                   END-IF
               WHEN RT-ACCION = "M"
                   MOVE Cal-Dia (Cal-Encontrado)      TO VC-FECHA
                   MOVE Cal-Dia-Tipo (Cal-Encontrado) TO VC-TIPO
                   MOVE Valor-Calendario TO Valor-Antes
                   MOVE RC-TIPO TO Cal-Dia-Tipo (Cal-Encontrado)
                   MOVE RC-TIPO TO VC-TIPO
                   MOVE Valor-Calendario TO Valor-Despues
                   PERFORM ESCRIBE-LOG
               WHEN OTHER
                   MOVE Cal-Dia (Cal-Encontrado)      TO VC-FECHA
                   MOVE Cal-Dia-Tipo (Cal-Encontrado) TO VC-TIPO
                   MOVE Valor-Calendario TO Valor-Antes
                   MOVE SPACES TO Valor-Despues
                   MOVE "*" TO Cal-Dia-Tipo (Cal-Encontrado)
                   PERFORM ESCRIBE-LOG
           END-EVALUATE.

       *>----------------------------------------------------------
       *> BUSCA-DIA: localiza Fecha-Validar entre los dias no
       *> borrados del calendario.
       *>----------------------------------------------------------
       BUSCA-DIA.
           MOVE ZERO TO Cal-Encontrado
           PERFORM EXAMINA-DIA
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas
                   OR Cal-Encontrado > ZERO.

       EXAMINA-DIA.
           IF Cal-Indice <= Cal-Usadas
               IF Cal-Dia (Cal-Indice) = Fecha-Validar-N
                       AND Cal-Dia-Tipo (Cal-Indice) NOT = "*"
                   MOVE Cal-Indice TO Cal-Encontrado
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> AÑADE-DIA: da de alta Fecha-Validar con el tipo Gen-Tipo,
       *> reutilizando el hueco de una baja anterior si lo hay.
       *> Deja el dia en Valor-Calendario para el registro.
       *>----------------------------------------------------------
       AÑADE-DIA.
           MOVE ZERO TO Cal-Encontrado
           PERFORM EXAMINA-HUECO
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas
                   OR Cal-Encontrado > ZERO
           IF Cal-Encontrado = ZERO
               IF Cal-Usadas < Cal-Maximo
                   ADD 1 TO Cal-Usadas
                   MOVE Cal-Usadas TO Cal-Encontrado
               ELSE
                   SET Calendario-Lleno TO TRUE
               END-IF
           END-IF
           IF Cal-Encontrado > ZERO
               MOVE Fecha-Validar-N TO Cal-Dia (Cal-Encontrado)
               MOVE Gen-Tipo        TO Cal-Dia-Tipo (Cal-Encontrado)
               MOVE Fecha-Validar-N TO VC-FECHA
               MOVE Gen-Tipo        TO VC-TIPO
           END-IF.

       EXAMINA-HUECO.
           IF Cal-Indice <= Cal-Usadas
               IF Cal-Dia-Tipo (Cal-Indice) = "*"
                   MOVE Cal-Indice TO Cal-Encontrado
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> MANTIENE-TARIFA: alta, cambio de precio o baja de una
       *> entrada operacion + fecha de vigor. Ninguna de las tres
       *> se admite si la vigencia cae dentro de lo ya facturado,
       *> porque cambiaria el precio de facturas ya emitidas.
       *>----------------------------------------------------------
       MANTIENE-TARIFA.
           MOVE RF-FECHA-VIGOR TO Fecha-Validar-X
           PERFORM VALIDA-FECHA
           PERFORM BUSCA-OPERACION
           IF Fecha-Valida
               PERFORM BUSCA-TARIFA
           END-IF
           EVALUATE TRUE
               WHEN RT-ACCION NOT = "A" AND RT-ACCION NOT = "M"
                       AND RT-ACCION NOT = "B"
                   MOVE "accion distinta de A, M o B"
                       TO Motivo-Rehuse
               WHEN Op-Encontrada = ZERO
                   MOVE "codigo de operacion desconocido"
                       TO Motivo-Rehuse
               WHEN Fecha-Invalida
                   MOVE "fecha de vigor invalida" TO Motivo-Rehuse
               WHEN RT-ACCION NOT = "B"
                       AND RF-PRECIO IS NOT NUMERIC
                   MOVE "precio no numerico" TO Motivo-Rehuse
               WHEN Fecha-Validar-N NOT > Ultima-Fecha-Facturada
                   MOVE "vigor dentro de un periodo ya facturado"
                       TO Motivo-Rehuse
               WHEN RT-ACCION = "A" AND TT-Encontrada > ZERO
                   MOVE "solapa con otra tarifa de la misma vigencia"
                       TO Motivo-Rehuse
               WHEN RT-ACCION NOT = "A" AND TT-Encontrada = ZERO
                   MOVE "no hay tarifa con esa operacion y vigor"
                       TO Motivo-Rehuse
               WHEN RT-ACCION = "A"
                   PERFORM AÑADE-TARIFA
               WHEN RT-ACCION = "M"
                   PERFORM TARIFA-A-VALOR
                   MOVE Valor-Tarifa TO Valor-Antes
                   MOVE RF-PRECIO-NUM TO TT-Precio (TT-Encontrada)
                   PERFORM TARIFA-A-VALOR
                   MOVE Valor-Tarifa TO Valor-Despues
                   PERFORM ESCRIBE-LOG
               WHEN OTHER
                   PERFORM TARIFA-A-VALOR
                   MOVE Valor-Tarifa TO Valor-Antes
                   MOVE SPACES TO Valor-Despues
                   MOVE "S" TO TT-Borrada (TT-Encontrada)
                   PERFORM ESCRIBE-LOG
           END-EVALUATE.

       BUSCA-OPERACION.
           MOVE ZERO TO Op-Encontrada
           PERFORM EXAMINA-OPERACION
               VARYING Op-Indice FROM 1 BY 1
               UNTIL Op-Indice > Op-Maximo
                   OR Op-Encontrada > ZERO.

       EXAMINA-OPERACION.
           IF Op-Indice <= Op-Maximo
               IF Op-Codigo (Op-Indice) = RF-OPERACION
                   MOVE Op-Indice TO Op-Encontrada
               END-IF
           END-IF.

       BUSCA-TARIFA.
           MOVE ZERO TO TT-Encontrada
           PERFORM EXAMINA-TARIFA
               VARYING TT-Indice FROM 1 BY 1
               UNTIL TT-Indice > TT-Usadas
                   OR TT-Encontrada > ZERO.

       EXAMINA-TARIFA.
           IF TT-Indice <= TT-Usadas
               IF TT-Operacion (TT-Indice) = RF-OPERACION
                       AND TT-Fecha-Vigor (TT-Indice)
                           = Fecha-Validar-N
                       AND TT-Borrada (TT-Indice) = "N"
                   MOVE TT-Indice TO TT-Encontrada
               END-IF
           END-IF.

       AÑADE-TARIFA.
           PERFORM EXAMINA-HUECO-TARIFA
               VARYING TT-Indice FROM 1 BY 1
               UNTIL TT-Indice > TT-Usadas
                   OR TT-Encontrada > ZERO
           IF TT-Encontrada = ZERO
               IF TT-Usadas < TT-Maximo
                   ADD 1 TO TT-Usadas
                   MOVE TT-Usadas TO TT-Encontrada
               END-IF
           END-IF
           IF TT-Encontrada = ZERO
               MOVE "tabla de tarifas llena" TO Motivo-Rehuse
           ELSE
               MOVE RF-OPERACION    TO TT-Operacion (TT-Encontrada)
               MOVE Fecha-Validar-N TO TT-Fecha-Vigor (TT-Encontrada)
               MOVE RF-PRECIO-NUM   TO TT-Precio (TT-Encontrada)
               MOVE "N"             TO TT-Borrada (TT-Encontrada)
               MOVE SPACES TO Valor-Antes
               PERFORM TARIFA-A-VALOR
               MOVE Valor-Tarifa TO Valor-Despues
               PERFORM ESCRIBE-LOG
           END-IF.

       EXAMINA-HUECO-TARIFA.
           IF TT-Indice <= TT-Usadas
               IF TT-Borrada (TT-Indice) = "S"
                   MOVE TT-Indice TO TT-Encontrada
               END-IF
           END-IF.

       TARIFA-A-VALOR.
           MOVE TT-Operacion (TT-Encontrada)   TO VT-OPERACION
           MOVE TT-Fecha-Vigor (TT-Encontrada) TO VT-FECHA-VIGOR
           MOVE TT-Precio (TT-Encontrada)      TO VT-PRECIO.

       *>----------------------------------------------------------
       *> GENERA-CALENDARIO: da de alta todos los dias del año
       *> pedido que aun no esten en el calendario. El tipo sale
       *> del patron semanal (posicion 1 lunes ... 7 domingo),
       *> salvo los dias de la lista de festivos, que son "F". Los
       *> dias ya existentes se respetan, de modo que la
       *> generacion completa tambien un año a medias. Antes de
       *> dar de alta ninguno se cuentan los dias que faltan contra
       *> los huecos libres de la tabla; si no caben todos, la
       *> transaccion se rechaza sin aplicar nada.
       *>----------------------------------------------------------
       GENERA-CALENDARIO.
           MOVE RG-PATRON TO Gen-Patron
           EVALUATE TRUE
               WHEN RG-ANIO IS NOT NUMERIC
                   MOVE "año no numerico" TO Motivo-Rehuse
               WHEN RG-ANIO < "1900" OR RG-ANIO > "2099"
                   MOVE "año fuera de rango" TO Motivo-Rehuse
               WHEN OTHER
                   PERFORM VALIDA-PATRON
                       VARYING Gen-Indice FROM 1 BY 1
                       UNTIL Gen-Indice > 7
           END-EVALUATE
           IF Motivo-Rehuse = SPACES
               MOVE RG-ANIO TO Gen-Anio
               MOVE ZERO TO Contador-Generados
                            Contador-Ya-Existentes
               PERFORM CUENTA-HUECOS-AÑO
           END-IF
           IF Motivo-Rehuse = SPACES
               PERFORM GENERA-DIA
                   VARYING Gen-Mes FROM 1 BY 1 UNTIL Gen-Mes > 12
                   AFTER Gen-Dia FROM 1 BY 1 UNTIL Gen-Dia > 31
               IF Calendario-Lleno
                   MOVE "tabla del calendario llena" TO Motivo-Rehuse
               ELSE
                   MOVE "GENERADOS:" TO LTR-RESULTADO
                   MOVE Contador-Generados TO LT-VALOR
                   MOVE LT-VALOR TO LTR-RESULTADO (12:6)
                   MOVE "YA EXISTENTES:" TO LTR-RESULTADO (20:14)
                   MOVE Contador-Ya-Existentes TO LT-VALOR
                   MOVE LT-VALOR TO LTR-RESULTADO (35:6)
               END-IF
           END-IF.

       CUENTA-HUECOS-AÑO.
           MOVE ZERO TO Gen-Ausentes Gen-Huecos
           PERFORM CUENTA-DIA-AUSENTE
               VARYING Gen-Mes FROM 1 BY 1 UNTIL Gen-Mes > 12
               AFTER Gen-Dia FROM 1 BY 1 UNTIL Gen-Dia > 31
           PERFORM CUENTA-HUECO
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas
           COMPUTE Gen-Huecos = Gen-Huecos + Cal-Maximo - Cal-Usadas
           IF Gen-Ausentes > Gen-Huecos
               DISPLAY "AVISO: faltan " Gen-Ausentes " dias del año "
                   Gen-Anio " y solo hay " Gen-Huecos
                   " huecos en la tabla del calendario."
               MOVE "no caben los dias del año en la tabla"
                   TO Motivo-Rehuse
           END-IF.

       CUENTA-DIA-AUSENTE.
           MOVE Gen-Anio TO FV-ANIO
           MOVE Gen-Mes  TO FV-MES
           MOVE Gen-Dia  TO FV-DIA
           PERFORM VALIDA-FECHA
           IF Fecha-Valida
               PERFORM BUSCA-DIA
               IF Cal-Encontrado = ZERO
                   ADD 1 TO Gen-Ausentes
               END-IF
           END-IF.

       CUENTA-HUECO.
           IF Cal-Dia-Tipo (Cal-Indice) = "*"
               ADD 1 TO Gen-Huecos
           END-IF.

       VALIDA-PATRON.
           IF Gen-Tipo-Dia (Gen-Indice) NOT = "L"
                   AND Gen-Tipo-Dia (Gen-Indice) NOT = "F"
               MOVE "patron semanal con tipo distinto de L o F"
                   TO Motivo-Rehuse
           END-IF.

       GENERA-DIA.
           IF NOT Calendario-Lleno
               MOVE Gen-Anio TO FV-ANIO
               MOVE Gen-Mes  TO FV-MES
               MOVE Gen-Dia  TO FV-DIA
               PERFORM VALIDA-FECHA
               IF Fecha-Valida
                   PERFORM BUSCA-DIA
                   IF Cal-Encontrado > ZERO
                       ADD 1 TO Contador-Ya-Existentes
                   ELSE
                       PERFORM CALCULA-DIA-SEMANA
                       MOVE Gen-Tipo-Dia (Dia-Semana) TO Gen-Tipo
                       PERFORM BUSCA-FESTIVO
                       IF Fes-Encontrado > ZERO
                           MOVE "F" TO Gen-Tipo
                       END-IF
                       PERFORM AÑADE-DIA
                       IF NOT Calendario-Lleno
                           ADD 1 TO Contador-Generados
                           MOVE SPACES TO Valor-Antes
                           MOVE Valor-Calendario TO Valor-Despues
                           PERFORM ESCRIBE-LOG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUSCA-FESTIVO.
           MOVE ZERO TO Fes-Encontrado
           PERFORM EXAMINA-FESTIVO
               VARYING Fes-Indice FROM 1 BY 1
               UNTIL Fes-Indice > Fes-Usadas
                   OR Fes-Encontrado > ZERO.

       EXAMINA-FESTIVO.
           IF Fes-Indice <= Fes-Usadas
               IF Fes-Fecha (Fes-Indice) = Fecha-Validar-N
                   MOVE Fes-Indice TO Fes-Encontrado
               END-IF
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

       *>----------------------------------------------------------
       *> ESCRIBE-LOG: registra un cambio aplicado con sus valores
       *> anterior y posterior y el solicitante.
       *>----------------------------------------------------------
       ESCRIBE-LOG.
           IF Log-Abierto
               MOVE FH-Fecha       TO RL-FECHA
               MOVE FH-Hora        TO RL-HORA
               MOVE RT-FICHERO     TO RL-FICHERO
               MOVE RT-ACCION      TO RL-ACCION
               IF RT-FICHERO = "G"
                   MOVE "A" TO RL-ACCION
               END-IF
               MOVE RT-SOLICITANTE TO RL-SOLICITANTE
               MOVE Valor-Antes    TO RL-ANTES
               MOVE Valor-Despues  TO RL-DESPUES
               WRITE LOG-RECORD
               IF FS-Log NOT = "00"
                   DISPLAY "ERROR: fallo al escribir en el registro "
                           "de cambios de referencias."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Mantenimiento TO TRUE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> GRABA-FICHEROS-NUEVOS: graba CALNEW y TARIFNEW en orden
       *> de fecha y de operacion + vigor, sin los borrados, y
       *> lista a la vez su contenido. Tras un error grave no se
       *> graban, para que el paso siguiente no renombre ficheros
       *> incompletos.
       *>----------------------------------------------------------
       GRABA-FICHEROS-NUEVOS.
           IF RETURN-CODE < 16
               OPEN OUTPUT CALENDARIO-NUEVO
               IF FS-Cal-Nuevo NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir el calendario "
                           "nuevo."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE Cabecera-Calendario TO Linea-Cabecera2
                   MOVE 99 TO Lineas-Pagina
                   MOVE SPACES TO Linea-Dias
                   MOVE ZERO TO LDI-Usadas Ultimo-Dia-Grabado
                   MOVE "N" TO SW-Fin-Recorrido
                   PERFORM GRABA-SIGUIENTE-DIA UNTIL Fin-Recorrido
                   IF LDI-Usadas > ZERO
                       MOVE Linea-Dias TO Linea-Texto
                       PERFORM ESCRIBE-LINEA
                   END-IF
                   CLOSE CALENDARIO-NUEVO
               END-IF
           END-IF
           IF RETURN-CODE < 16
               OPEN OUTPUT TARIFA-NUEVA
               IF FS-Tar-Nueva NOT = "00"
                   DISPLAY "ERROR: no se pudo abrir el tarifario "
                           "nuevo."
                   MOVE 16 TO RETURN-CODE
               ELSE
                   MOVE Cabecera-Tarifario TO Linea-Cabecera2
                   MOVE 99 TO Lineas-Pagina
                   MOVE LOW-VALUES TO Ultima-Clave-Tarifa
                   MOVE "N" TO SW-Fin-Recorrido
                   PERFORM GRABA-SIGUIENTE-TARIFA UNTIL Fin-Recorrido
                   CLOSE TARIFA-NUEVA
               END-IF
           END-IF.

       GRABA-SIGUIENTE-DIA.
           MOVE 99999999 TO Siguiente-Dia
           MOVE ZERO TO Cal-Encontrado
           PERFORM EXAMINA-SIGUIENTE-DIA
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas
           IF Cal-Encontrado = ZERO
               SET Fin-Recorrido TO TRUE
           ELSE
               MOVE Cal-Dia (Cal-Encontrado)      TO CN-FECHA
               MOVE Cal-Dia-Tipo (Cal-Encontrado) TO CN-TIPO
               WRITE CALENDARIO-NUEVO-RECORD
               IF FS-Cal-Nuevo NOT = "00"
                   DISPLAY "ERROR: fallo al grabar el calendario "
                           "nuevo."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Recorrido TO TRUE
               ELSE
                   ADD 1 TO Contador-Cal-Grabados
               END-IF
               MOVE Cal-Dia (Cal-Encontrado) TO Ultimo-Dia-Grabado
               ADD 1 TO LDI-Usadas
               MOVE CN-FECHA TO LDI-FECHA (LDI-Usadas)
               MOVE CN-TIPO  TO LDI-TIPO (LDI-Usadas)
               IF LDI-Usadas = 8
                   MOVE Linea-Dias TO Linea-Texto
                   PERFORM ESCRIBE-LINEA
                   MOVE SPACES TO Linea-Dias
                   MOVE ZERO TO LDI-Usadas
               END-IF
           END-IF.

       EXAMINA-SIGUIENTE-DIA.
           IF Cal-Dia-Tipo (Cal-Indice) NOT = "*"
                   AND Cal-Dia (Cal-Indice) > Ultimo-Dia-Grabado
                   AND Cal-Dia (Cal-Indice) < Siguiente-Dia
               MOVE Cal-Dia (Cal-Indice) TO Siguiente-Dia
               MOVE Cal-Indice TO Cal-Encontrado
           END-IF.

       GRABA-SIGUIENTE-TARIFA.
           MOVE HIGH-VALUES TO Siguiente-Clave-Tarifa
           MOVE ZERO TO TT-Encontrada
           PERFORM EXAMINA-SIGUIENTE-TARIFA
               VARYING TT-Indice FROM 1 BY 1
               UNTIL TT-Indice > TT-Usadas
           IF TT-Encontrada = ZERO
               SET Fin-Recorrido TO TRUE
           ELSE
               MOVE TT-Operacion (TT-Encontrada)   TO TN-OPERACION
               MOVE TT-Fecha-Vigor (TT-Encontrada) TO TN-FECHA-VIGOR
               MOVE TT-Precio (TT-Encontrada)      TO TN-PRECIO
               WRITE TARIFA-NUEVA-RECORD
               IF FS-Tar-Nueva NOT = "00"
                   DISPLAY "ERROR: fallo al grabar el tarifario "
                           "nuevo."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Recorrido TO TRUE
               ELSE
                   ADD 1 TO Contador-Tar-Grabadas
               END-IF
               MOVE TT-Clave (TT-Encontrada) TO Ultima-Clave-Tarifa
               MOVE TN-OPERACION   TO LTA-OPERACION
               MOVE TN-FECHA-VIGOR TO LTA-FECHA-VIGOR
               MOVE TN-PRECIO      TO LTA-PRECIO
               IF TN-FECHA-VIGOR NOT > Ultima-Fecha-Facturada
                   MOVE "vigencia ya facturada" TO LTA-OBSERVACION
               ELSE
                   MOVE SPACES TO LTA-OBSERVACION
               END-IF
               MOVE Linea-Tarifa TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF.

       EXAMINA-SIGUIENTE-TARIFA.
           IF TT-Borrada (TT-Indice) = "N"
                   AND TT-Clave (TT-Indice) > Ultima-Clave-Tarifa
                   AND TT-Clave (TT-Indice) < Siguiente-Clave-Tarifa
               MOVE TT-Clave (TT-Indice) TO Siguiente-Clave-Tarifa
               MOVE TT-Indice TO TT-Encontrada
           END-IF.

       IMPRIME-RESUMEN.
           MOVE SPACES TO Linea-Cabecera2
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "Transacciones leidas...................:" TO LT-TEXTO
           MOVE Contador-Leidas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Transacciones aplicadas................:" TO LT-TEXTO
           MOVE Contador-Aplicadas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Transacciones rechazadas...............:" TO LT-TEXTO
           MOVE Contador-Rechazadas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Dias en el calendario nuevo............:" TO LT-TEXTO
           MOVE Contador-Cal-Grabados TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           MOVE "Entradas en el tarifario nuevo.........:" TO LT-TEXTO
           MOVE Contador-Tar-Grabadas TO LT-VALOR
           PERFORM ESCRIBE-TOTAL
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE MANTENIMIENTO - MantieneReferencias".
           DISPLAY "Transacciones leidas............: "
               Contador-Leidas.
           DISPLAY "Transacciones aplicadas.........: "
               Contador-Aplicadas.
           DISPLAY "Transacciones rechazadas........: "
               Contador-Rechazadas.
           DISPLAY "Dias en el calendario nuevo.....: "
               Contador-Cal-Grabados.
           DISPLAY "Entradas en el tarifario nuevo..: "
               Contador-Tar-Grabadas.
           IF RETURN-CODE >= 16
               DISPLAY "AVISO: ficheros nuevos no grabados o "
                       "incompletos, no renombrar."
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
                   SET Fin-Mantenimiento TO TRUE
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
           IF Mant-Abierto
               CLOSE MANT-FILE
           END-IF
           IF Log-Abierto
               CLOSE LOG-FILE
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM MantieneReferencias.
