       *> Date:
       *> Purpose:    Ajustes y reversas sobre resultados ya
       *>             contabilizados del maestro (RESULTMST). Cada
       *>             ajuste aprobado del fichero de pendientes
       *>             (AJUSTEPEN), con la clave del calculo original
       *>             (RM-FECHA + RM-SECUENCIA) y los operandos
       *>             corregidos, genera en AUDITOUT y
       *>             EXTRACTOUT una reversa compensatoria (indicador
       *>             "R", resultado original negado) seguida del
       *>             calculo corregido (indicador "A"), de forma que
       *>             reescribe el registro del maestro. Los valores
       *>             originales quedan preservados en la auditoria:
       *>             en el registro original del calculo y en la
       *>             propia reversa. Los pendientes sin aprobar que
       *>             superan el plazo en dias laborables (AJUSPARM
       *>             sobre CALENDAR) quedan caducados. Todo queda en
       *>             el registro de ajustes (AJUSTELOG).
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: solo se ajustan calculos que
       *>        constan sin error; los rechazados tienen su via en
       *>        el modo reproceso de Programa1.
       *>   JMP  Centro de coste del maestro arrastrado a la reversa
       *>        y al ajuste en la auditoria.
       *>   JMP  Doble control: los ajustes ya no se leen de AJUSTEIN
       *>        sino del fichero de pendientes que alimentan
       *>        SolicitaAjuste y ApruebaAjuste; solo se contabilizan
       *>        los aprobados, que quedan aplicados o fallidos, y
       *>        los pendientes fuera de plazo se caducan. Cada
       *>        contabilizacion y caducidad va al registro de
       *>        ajustes.
       *>   JMP  Control de pasos de la cadena nocturna (JOBCTL): no
       *>        se ajusta si Programa1 no consta terminado para la
       *>        fecha de proceso (sus ficheros de auditoria y
       *>        extracto se recrean cada noche), y el paso anota
       *>        su inicio, fin, codigo de retorno y contadores.
       *>   JMP  Sin fichero de ajustes pendientes (ninguna
       *>        solicitud todavia) se crea vacio, como hace
       *>        SolicitaAjuste, y el paso termina sin ajustes.
       *>   JMP  Cada ejecucion no retenida deja pendientes de
       *>        repetir ("P") en el control de pasos los pasos
       *>        posteriores ya terminados en la fecha de proceso,
       *>        para que no se envie, concilie ni archive sobre un
       *>        maestro sin volver a cuadrar.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AjustaMaestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AJUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT PENDIENTE-FILE ASSIGN TO "AJUSTEPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-Pendientes.

           SELECT LOG-FILE ASSIGN TO "AJUSTELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Log.

           SELECT RESULT-MASTER ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Extracto.

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

       *> Plazo de aprobacion de los ajustes en dias laborables. En
       *> blanco o sin fichero rige el plazo por defecto.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PJ-DIAS-CADUCIDAD       PIC X(03).

       *> Mismo layout que lee Programa1.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD.
           05  CAL-FECHA               PIC 9(08).
           05  CAL-TIPO                PIC X(01).

       *> Mismo layout que graba SolicitaAjuste. La operacion ya
       *> viene resuelta: la original si la solicitud no la cambia.
       FD  PENDIENTE-FILE.
       01  PENDIENTE-RECORD.
           05  PA-CLAVE.
               10  PA-FECHA            PIC 9(08).
               10  PA-SECUENCIA        PIC 9(06).
           05  PA-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PA-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  PA-OPERACION            PIC X(10).
           05  PA-SOLICITANTE          PIC X(08).
           05  PA-MOTIVO               PIC X(02).
           05  PA-FECHA-SOLICITUD      PIC 9(08).
           05  PA-HORA-SOLICITUD       PIC 9(08).
           05  PA-ESTADO               PIC X(01).
           05  PA-AUTORIZADOR          PIC X(08).
           05  PA-FECHA-AUTORIZACION   PIC 9(08).
           05  PA-FECHA-CIERRE         PIC 9(08).

       *> Mismo layout que graba SolicitaAjuste.
       FD  LOG-FILE.
       01  LOG-RECORD.
           05  LG-FECHA                PIC 9(08).
           05  LG-HORA                 PIC 9(08).
           05  LG-EVENTO               PIC X(02).
           05  LG-FECHA-CALCULO        PIC 9(08).
           05  LG-SECUENCIA            PIC 9(06).
           05  LG-USUARIO              PIC X(08).
           05  LG-SOLICITANTE          PIC X(08).
           05  LG-MOTIVO               PIC X(02).
           05  LG-OPERACION            PIC X(10).
           05  LG-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LG-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  LG-TEXTO                PIC X(40).

       *> Mismo layout que graba Programa1.
       FD  RESULT-MASTER.
                                       SIGN LEADING SEPARATE.
           05  RM-HORA-CALCULO         PIC 9(08).
           05  RM-INDICADOR-ERROR      PIC X(01).
           05  RM-CENTRO-COSTE         PIC X(06).

       *> Mismo layout que graba Programa1; el indicador distingue
       *> la reversa ("R") y el calculo corregido ("A") de las
           05  AU-HORA                 PIC 9(08).
           05  AU-INDICADOR-ERROR      PIC X(01).
           05  AU-FECHA-LOTE           PIC 9(08).
           05  AU-CENTRO-COSTE         PIC X(06).

       FD  EXTRACT-FILE.
       01  EXTRACTO-RECORD.
           05  EX-INDICADOR-ERROR      PIC X(01).
           05  EX-FECHA-LOTE           PIC 9(08).

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

       *> Control de pasos: fecha de proceso, nombre con el que se
       *> anota este paso y paso previo que se comprueba.
       01  Fecha-Proceso               PIC 9(08) VALUE ZERO.
       01  Nombre-Paso                 PIC X(18)
                                       VALUE "AjustaMaestro".
       01  Paso-Anterior               PIC X(18) VALUE SPACES.

       *> Pasos de la cadena que trabajan sobre lo que deja este
       *> paso. Si este paso se vuelve a ejecutar, la ultima
       *> ejecucion terminada de cada uno en la fecha de proceso
       *> deja de valer y queda pendiente de repetir ("P").
       01  Tabla-Posteriores-Valores.
           05  FILLER                  PIC X(18) VALUE
               "Balancea".
           05  FILLER                  PIC X(18) VALUE
               "TransmiteExtracto".
           05  FILLER                  PIC X(18) VALUE
               "Concilia".
           05  FILLER                  PIC X(18) VALUE
               "ArchivaHistorico".
       01  Tabla-Posteriores REDEFINES Tabla-Posteriores-Valores.
           05  Pp-Nombre OCCURS 4 TIMES PIC X(18).
       01  Pp-Maximo                   PIC 9(02) VALUE 4.
       01  Pp-Indice                   PIC 9(02) VALUE ZERO.

       *> Operandos y resultados del calculo corregido.
       01  Numero1                     PIC S9(07)V99 VALUE ZERO.
       01  Numero2                     PIC S9(07)V99 VALUE ZERO.
       01  Reversa-Resultado           PIC S9(09)V99 VALUE ZERO.
       01  Reversa-Decimal             PIC S9(09)V99 VALUE ZERO.

       *> Plazo de aprobacion en dias laborables.
       01  Dias-Caducidad              PIC 9(03) VALUE 5.

       *> Calendario de proceso cargado en memoria; vacio, los
       *> pendientes no caducan.
       01  Tabla-Calendario.
           05  Cal-Maximo              PIC 9(04) VALUE 1000.
           05  Cal-Usadas              PIC 9(04) VALUE ZERO.
           05  Cal-Entrada OCCURS 1000 TIMES.
               10  Cal-Dia             PIC 9(08).
               10  Cal-Dia-Tipo        PIC X(01).
       01  Cal-Indice                  PIC 9(04) VALUE ZERO.

       *> Dias laborables transcurridos desde la solicitud.
       01  Dias-Transcurridos          PIC 9(04) VALUE ZERO.

       *> Contadores del proceso de ajustes.
       01  Contadores-Ajuste.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Aprobados      PIC 9(06) VALUE ZERO.
           05  Contador-Ajustados      PIC 9(06) VALUE ZERO.
           05  Contador-No-Encontrados PIC 9(06) VALUE ZERO.
           05  Contador-No-Ajustables  PIC 9(06) VALUE ZERO.
           05  Contador-Calculo-Fallo  PIC 9(06) VALUE ZERO.
           05  Contador-En-Espera      PIC 9(06) VALUE ZERO.
           05  Contador-Caducados      PIC 9(06) VALUE ZERO.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Pendientes               PIC X(02).
       01  FS-Log                      PIC X(02).
       01  FS-Maestro                  PIC X(02).
       01  FS-Auditoria                PIC X(02).
       01  FS-Extracto                 PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Ajustes              PIC X(01) VALUE "N".
           88  Resultado-Decimal           VALUE "S".
           88  Resultado-Entero            VALUE "N".

       01  SW-Caducidad                PIC X(01) VALUE "N".
           88  Pendiente-Caducado          VALUE "S".
           88  Pendiente-En-Plazo          VALUE "N".

       01  SW-Pendiente-Abierto        PIC X(01) VALUE "N".
           88  Pendiente-Abierto           VALUE "S".

       01  SW-Log-Abierto              PIC X(01) VALUE "N".
           88  Log-Abierto                 VALUE "S".

       01  SW-Maestro-Abierto          PIC X(01) VALUE "N".
           88  Maestro-Abierto             VALUE "S".
       01  SW-Extract-Abierto          PIC X(01) VALUE "N".
           88  Extract-Abierto             VALUE "S".

       01  SW-Pasos-Abierto            PIC X(01) VALUE "N".
           88  Pasos-Abierto               VALUE "S".

       *> Paso retenido por el control de pasos: no se abre ningun
       *> otro fichero y el paso queda anotado como retenido.
       01  SW-Paso-Retenido            PIC X(01) VALUE "N".
           88  Paso-Retenido               VALUE "S".

       01  SW-Paso-Registrado          PIC X(01) VALUE "N".
           88  Paso-Registrado             VALUE "S".
           88  Paso-No-Registrado          VALUE "N".

       01  SW-Paso-Anterior            PIC X(01) VALUE "S".
           88  Anterior-Correcto           VALUE "S".
           88  Anterior-Incorrecto         VALUE "N".
           88  Anterior-Sin-Registro       VALUE "A".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: comprueba en el control de pasos que el
       *> calculo de la fecha de proceso termino bien y, si es asi,
       *> prepara el proceso de ajustes.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM INICIA-CONTROL-PASOS
           IF Paso-Retenido
               SET Fin-Ajustes TO TRUE
           ELSE
               PERFORM ABRE-FICHEROS
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: carga el plazo y el calendario, abre los
       *> ficheros (auditoria, extracto y registro de ajustes en
       *> EXTEND: los ajustes se añaden al rastro existente, nunca
       *> lo truncan) y deja leido el primer pendiente. Si aun no
       *> existe el fichero de pendientes se crea vacio.
       *>----------------------------------------------------------
       ABRE-FICHEROS.
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-CALENDARIO
           OPEN I-O PENDIENTE-FILE
           IF FS-Pendientes = "35"
               OPEN OUTPUT PENDIENTE-FILE
               IF FS-Pendientes = "00"
                   CLOSE PENDIENTE-FILE
                   OPEN I-O PENDIENTE-FILE
               END-IF
           END-IF
           IF FS-Pendientes NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "ajustes pendientes (estado " FS-Pendientes
                       ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               SET Pendiente-Abierto TO TRUE
           END-IF

           OPEN I-O RESULT-MASTER
               SET Extract-Abierto TO TRUE
           END-IF

           OPEN EXTEND LOG-FILE
           IF FS-Log = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF FS-Log NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el registro de "
                       "ajustes."
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               SET Log-Abierto TO TRUE
           END-IF

           PERFORM LEE-PENDIENTE.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       IF PJ-DIAS-CADUCIDAD IS NUMERIC
                               AND PJ-DIAS-CADUCIDAD NOT = "000"
                           MOVE PJ-DIAS-CADUCIDAD TO Dias-Caducidad
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, plazo de "
                       "aprobacion de " Dias-Caducidad
                       " dias laborables."
           END-IF.

       *>----------------------------------------------------------
       *> CARGA-CALENDARIO: carga el calendario de dias laborables
       *> en memoria. Sin fichero de calendario no se puede contar
       *> el plazo y ningun pendiente caduca.
       *>----------------------------------------------------------
       CARGA-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF FS-Calendario = "00"
               PERFORM LEE-CALENDARIO
                   UNTIL FS-Calendario NOT = "00"
               CLOSE CALENDARIO-FILE
           ELSE
               DISPLAY "AVISO: sin calendario de proceso, no se "
                       "caducan los ajustes pendientes."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
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
                   END-IF
           END-READ.

       LEE-PENDIENTE.
           IF NOT Fin-Ajustes
               READ PENDIENTE-FILE
                   AT END
                       SET Fin-Ajustes TO TRUE
                   NOT AT END
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-AJUSTE: los aprobados se contabilizan; los
       *> pendientes de aprobacion se caducan si han superado el
       *> plazo; el resto ya esta cerrado y no se toca.
       *>----------------------------------------------------------
       PROCESA-AJUSTE.
           EVALUATE PA-ESTADO
               WHEN "A"
                   ADD 1 TO Contador-Aprobados
                   PERFORM CONTABILIZA-AJUSTE
               WHEN "P"
                   PERFORM REVISA-CADUCIDAD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LEE-PENDIENTE.

       *>----------------------------------------------------------
       *> CONTABILIZA-AJUSTE: localiza el calculo original, valida
       *> que sea ajustable, recalcula con los operandos corregidos
       *> y, solo si todo es valido, deja la pareja reversa +
       *> ajuste y reescribe el maestro. Todo o nada: un recalculo
       *> fallido no deja reversa suelta y el pendiente queda
       *> fallido.
       *>----------------------------------------------------------
       CONTABILIZA-AJUSTE.
           MOVE PA-FECHA     TO RM-FECHA
           MOVE PA-SECUENCIA TO RM-SECUENCIA
           READ RESULT-MASTER
               INVALID KEY
                   ADD 1 TO Contador-No-Encontrados
                   DISPLAY "AVISO: ajuste sin original, fecha "
                       PA-FECHA " secuencia " PA-SECUENCIA
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "sin original en el maestro" TO LG-TEXTO
                   PERFORM MARCA-FALLIDO
               NOT INVALID KEY
                   PERFORM AJUSTA-REGISTRO
           END-READ.

       AJUSTA-REGISTRO.
           IF RM-INDICADOR-ERROR = "S"
               ADD 1 TO Contador-No-Ajustables
               DISPLAY "AVISO: el calculo " PA-FECHA " "
                   PA-SECUENCIA " consta con error; se corrige "
                   "por reproceso, no por ajuste."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "original con error, va a reproceso"
                   TO LG-TEXTO
               PERFORM MARCA-FALLIDO
           ELSE
               PERFORM RECALCULA-OPERACION
               IF Calculo-Valido
               ELSE
                   ADD 1 TO Contador-Calculo-Fallo
                   DISPLAY "AVISO: el recalculo del ajuste "
                       PA-FECHA " " PA-SECUENCIA " no es valido; "
                       "el original queda intacto."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "recalculo no valido" TO LG-TEXTO
                   PERFORM MARCA-FALLIDO
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> REVISA-CADUCIDAD: cuenta los dias laborables del
       *> calendario posteriores a la solicitud y hasta hoy; mas
       *> que el plazo, el pendiente queda caducado.
       *>----------------------------------------------------------
       REVISA-CADUCIDAD.
           SET Pendiente-En-Plazo TO TRUE
           IF Cal-Usadas > ZERO
               MOVE ZERO TO Dias-Transcurridos
               PERFORM CUENTA-DIA-LABORABLE
                   VARYING Cal-Indice FROM 1 BY 1
                   UNTIL Cal-Indice > Cal-Usadas
               IF Dias-Transcurridos > Dias-Caducidad
                   SET Pendiente-Caducado TO TRUE
               END-IF
           END-IF
           IF Pendiente-Caducado
               MOVE "C"      TO PA-ESTADO
               MOVE FH-Fecha TO PA-FECHA-CIERRE
               PERFORM REESCRIBE-PENDIENTE
               IF FS-Pendientes = "00"
                   ADD 1 TO Contador-Caducados
                   DISPLAY "Caducado: fecha " PA-FECHA " secuencia "
                       PA-SECUENCIA " solicitado el "
                       PA-FECHA-SOLICITUD
                   MOVE "CA" TO LG-EVENTO
                   MOVE SPACES TO LG-USUARIO
                   MOVE "sin aprobar dentro del plazo" TO LG-TEXTO
                   PERFORM ESCRIBE-LOG
               END-IF
           ELSE
               ADD 1 TO Contador-En-Espera
           END-IF.

       CUENTA-DIA-LABORABLE.
           IF Cal-Dia-Tipo (Cal-Indice) = "L"
                   AND Cal-Dia (Cal-Indice) > PA-FECHA-SOLICITUD
                   AND Cal-Dia (Cal-Indice) <= FH-Fecha
               ADD 1 TO Dias-Transcurridos
           END-IF.

       *>----------------------------------------------------------
       *> MARCA-FALLIDO: cierra como fallido un aprobado que no se
       *> ha podido contabilizar; el motivo llega en LG-TEXTO. Para
       *> corregirlo hace falta una solicitud nueva.
       *>----------------------------------------------------------
       MARCA-FALLIDO.
           MOVE "F"      TO PA-ESTADO
           MOVE FH-Fecha TO PA-FECHA-CIERRE
           PERFORM REESCRIBE-PENDIENTE
           IF FS-Pendientes = "00"
               MOVE "FA" TO LG-EVENTO
               MOVE SPACES TO LG-USUARIO
               PERFORM ESCRIBE-LOG
           END-IF.

       REESCRIBE-PENDIENTE.
           REWRITE PENDIENTE-RECORD
           IF FS-Pendientes NOT = "00"
               DISPLAY "ERROR: fallo al reescribir el ajuste "
                       "pendiente " PA-FECHA " " PA-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> ESCRIBE-LOG: completa el evento con los datos del
       *> pendiente en curso y lo graba en el registro de ajustes.
       *>----------------------------------------------------------
       ESCRIBE-LOG.
           IF Log-Abierto
               MOVE FH-Fecha       TO LG-FECHA
               MOVE FH-Hora        TO LG-HORA
               MOVE PA-FECHA       TO LG-FECHA-CALCULO
               MOVE PA-SECUENCIA   TO LG-SECUENCIA
               MOVE PA-SOLICITANTE TO LG-SOLICITANTE
               MOVE PA-MOTIVO      TO LG-MOTIVO
               MOVE PA-OPERACION   TO LG-OPERACION
               MOVE PA-NUMERO1     TO LG-NUMERO1
               MOVE PA-NUMERO2     TO LG-NUMERO2
               WRITE LOG-RECORD
               IF FS-Log NOT = "00"
                   DISPLAY "ERROR: fallo al escribir en el registro "
                           "de ajustes."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Ajustes TO TRUE
               END-IF
           END-IF.

       *> Programa1, sobre los operandos corregidos del ajuste.
       *>----------------------------------------------------------
       RECALCULA-OPERACION.
           MOVE PA-NUMERO1 TO Numero1
           MOVE PA-NUMERO2 TO Numero2
           IF PA-OPERACION = SPACES
               MOVE RM-OPERACION TO Operacion
           ELSE
               MOVE PA-OPERACION TO Operacion
           END-IF
           MOVE ZERO TO Opera OperaDecimal OperaResto OperaCociente
           SET Calculo-Valido TO TRUE
           MOVE FH-Hora           TO AU-HORA
           MOVE "R"               TO AU-INDICADOR-ERROR
           MOVE RM-FECHA          TO AU-FECHA-LOTE
           MOVE RM-CENTRO-COSTE   TO AU-CENTRO-COSTE
           PERFORM ESCRIBE-AUDITORIA
           MOVE RM-NUMERO1        TO EX-NUMERO1
           MOVE RM-NUMERO2        TO EX-NUMERO2
           MOVE FH-Hora       TO AU-HORA
           MOVE "A"           TO AU-INDICADOR-ERROR
           MOVE RM-FECHA      TO AU-FECHA-LOTE
           MOVE RM-CENTRO-COSTE TO AU-CENTRO-COSTE
           PERFORM ESCRIBE-AUDITORIA
           MOVE Numero1       TO EX-NUMERO1
           MOVE Numero2       TO EX-NUMERO2
           REWRITE MAESTRO-RECORD
           IF FS-Maestro NOT = "00"
               DISPLAY "ERROR: fallo al reescribir el maestro, "
                       "clave " PA-FECHA " " PA-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               ADD 1 TO Contador-Ajustados
               DISPLAY "Ajustado: fecha " PA-FECHA " secuencia "
                   PA-SECUENCIA " (" Operacion ")"
               MOVE "X"      TO PA-ESTADO
               MOVE FH-Fecha TO PA-FECHA-CIERRE
               PERFORM REESCRIBE-PENDIENTE
               IF FS-Pendientes = "00"
                   MOVE "CO" TO LG-EVENTO
                   MOVE SPACES TO LG-USUARIO
                   MOVE "reversa y ajuste contabilizados"
                       TO LG-TEXTO
                   PERFORM ESCRIBE-LOG
               END-IF
           END-IF.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE AJUSTES - AjustaMaestro".
           DISPLAY "Pendientes leidos...............: "
               Contador-Leidos.
           DISPLAY "Ajustes aprobados...............: "
               Contador-Aprobados.
           DISPLAY "Ajustes aplicados...............: "
               Contador-Ajustados.
           DISPLAY "Sin original en el maestro......: "
               Contador-No-Ajustables.
           DISPLAY "Recalculos no validos...........: "
               Contador-Calculo-Fallo.
           DISPLAY "Caducados sin aprobar...........: "
               Contador-Caducados.
           DISPLAY "En espera de aprobacion.........: "
               Contador-En-Espera.
           DISPLAY "=========================================".

       *>----------------------------------------------------------
       *> INICIA-CONTROL-PASOS: AjustaMaestro añade sus reversas y
       *> ajustes a la auditoria y al extracto de la noche, asi que
       *> necesita Programa1 terminado bien en la fecha de proceso.
       *>----------------------------------------------------------
       INICIA-CONTROL-PASOS.
           PERFORM LEE-FECHA-PROCESO
           PERFORM ABRE-CONTROL-PASOS
           IF Pasos-Abierto
               MOVE "Programa1" TO Paso-Anterior
               PERFORM COMPRUEBA-PASO-ANTERIOR
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
       *> COMPRUEBA-PASO-ANTERIOR: el paso previo (Paso-Anterior)
       *> tiene que constar terminado para la fecha de proceso con
       *> codigo menor que 12; si no, el paso queda retenido con
       *> codigo 12.
       *>----------------------------------------------------------
       COMPRUEBA-PASO-ANTERIOR.
           PERFORM LEE-PASO-ANTERIOR
           IF Anterior-Sin-Registro
               DISPLAY "Sin ejecucion del " Fecha-Proceso
                       " del paso previo " Paso-Anterior
           END-IF
           IF NOT Anterior-Correcto
               PERFORM RETIENE-PASO
           END-IF.

       RETIENE-PASO.
           DISPLAY "ERROR: paso previo sin terminar bien para la "
                   "fecha de proceso " Fecha-Proceso "; el paso se "
                   "retiene."
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF
           SET Paso-Retenido TO TRUE.

       *>----------------------------------------------------------
       *> LEE-PASO-ANTERIOR: lectura directa del paso previo en la
       *> fecha de proceso; deja su situacion en SW-Paso-Anterior.
       *>----------------------------------------------------------
       LEE-PASO-ANTERIOR.
           SET Anterior-Correcto TO TRUE
           MOVE Fecha-Proceso TO JC-FECHA-PROCESO
           MOVE Paso-Anterior TO JC-PASO
           READ PASOS-FILE
               INVALID KEY
                   SET Anterior-Sin-Registro TO TRUE
               NOT INVALID KEY
                   IF JC-ESTADO NOT = "F" OR JC-RETORNO >= 12
                       SET Anterior-Incorrecto TO TRUE
                       DISPLAY "Paso previo en estado " JC-ESTADO
                               " con codigo " JC-RETORNO ": "
                               Paso-Anterior
                   END-IF
           END-READ.

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
                   MOVE Contador-Aprobados TO JC-CONTADOR1
                   MOVE Contador-Ajustados TO JC-CONTADOR2
                   MOVE Contador-Caducados TO JC-CONTADOR3
                   REWRITE PASO-RECORD
                   IF FS-Pasos NOT = "00"
                       DISPLAY "ERROR: fallo al anotar el fin del "
                               "paso en el control de pasos (estado "
                               FS-Pasos ")."
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       FINALIZAR.
           IF Pendiente-Abierto
               CLOSE PENDIENTE-FILE
           END-IF
           IF Maestro-Abierto
               CLOSE RESULT-MASTER
           END-IF
           IF Extract-Abierto
               CLOSE EXTRACT-FILE
           END-IF
           IF Log-Abierto
               CLOSE LOG-FILE
           END-IF
           IF Pasos-Abierto
               PERFORM REGISTRA-FIN-PASO
               CLOSE PASOS-FILE
           END-IF.

       END PROGRAM AjustaMaestro.
