       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Verificacion periodica del maestro de resultados
       *>             (RESULTMST) y, a peticion, del archivo de la
       *>             generacion (RESULTARC): vuelve a calcular cada
       *>             registro con las mismas reglas que CALCULADORA
       *>             de Programa1 y lista por clave (fecha de lote +
       *>             secuencia) los registros correctos cuyo
       *>             resultado grabado no coincide con el calculado,
       *>             y los marcados con error que calcularian sin
       *>             error. Balancea solo cuadra cuentas y totales;
       *>             esta verificacion comprueba cada resultado.
       *>             Termina con codigo 12 si algun registro no
       *>             supera la verificacion.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: maestro vivo y archivo opcional
       *>        (VERIPARM), motivo del rechazo tomado del suspenso
       *>        y listado paginado en VERILIST.
       *>   JMP  Se toma el ultimo motivo de rechazo del suspenso,
       *>        el del calculo que consta en el maestro, y el
       *>        desbordamiento de totales (DE) no se lista.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaMaestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "VERIPARM"
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

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS FS-Suspenso.

           SELECT REPORT-FILE ASSIGN TO "VERILIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

       DATA DIVISION.
       FILE SECTION.

       *> Parametro de la verificacion: "S" en VP-INCLUIR-ARCHIVO
       *> verifica tambien el archivo de la generacion que el
       *> planificador asigne a RESULTARC. Sin parametro solo se
       *> verifica el maestro vivo.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  VP-INCLUIR-ARCHIVO      PIC X(01).

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

       *> Mismo layout que graba Programa1.
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

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       *> Registro en verificacion, venga del maestro vivo o del
       *> archivo (mismo layout en los dos).
       01  Registro-Verificado.
           05  VR-CLAVE.
               10  VR-FECHA            PIC 9(08).
               10  VR-SECUENCIA        PIC 9(06).
           05  VR-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  VR-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  VR-OPERACION            PIC X(10).
           05  VR-RESULTADO            PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  VR-RESULTADO-DECIMAL    PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           05  VR-HORA-CALCULO         PIC 9(08).
           05  VR-INDICADOR-ERROR      PIC X(01).
           05  VR-CENTRO-COSTE         PIC X(06).

       *> Origen del registro en verificacion: "MST" maestro vivo,
       *> "ARC" archivo de la generacion.
       01  Origen-Registro             PIC X(03) VALUE SPACES.

       *> Operandos y resultados del recalculo, con las mismas
       *> picturas que CALCULADORA para que truncamientos y
       *> desbordamientos coincidan.
       01  Numero1                     PIC S9(07)V99 VALUE ZERO.
       01  Numero2                     PIC S9(07)V99 VALUE ZERO.
       01  Operacion                   PIC X(10) VALUE SPACES.
       01  Opera                       PIC S9(09)V99 VALUE ZERO.
       01  OperaDecimal                PIC S9(09)V99 VALUE ZERO.
       01  OperaResto                  PIC S9(07)V99 VALUE ZERO.
       01  OperaCociente               PIC S9(09) VALUE ZERO.
       01  Potencia-Entera             PIC S9(07) VALUE ZERO.

       *> Parte entera de cada operando, para saber si el registro
       *> pudo llegar en el layout 01 (operandos 9(04) sin signo
       *> ni decimales).
       01  Entero-Numero1              PIC S9(07) VALUE ZERO.
       01  Entero-Numero2              PIC S9(07) VALUE ZERO.

       *> Motivo del recalculo (mismos codigos que CALCULADORA) y
       *> motivo del rechazo original segun el suspenso.
       01  Motivo-Calculo              PIC X(02) VALUE SPACES.
       01  Motivo-Suspenso             PIC X(02) VALUE SPACES.

       *> Contadores de la verificacion.
       01  Contadores-Verificacion.
           05  Contador-Leidos-Mst     PIC 9(06) VALUE ZERO.
           05  Contador-Leidos-Arc     PIC 9(06) VALUE ZERO.
           05  Contador-Verificados    PIC 9(06) VALUE ZERO.
           05  Contador-Correctos      PIC 9(06) VALUE ZERO.
           05  Contador-Diferencias    PIC 9(06) VALUE ZERO.
           05  Contador-No-Calculan    PIC 9(06) VALUE ZERO.
           05  Contador-Con-Error      PIC 9(06) VALUE ZERO.
           05  Contador-Error-Confirma PIC 9(06) VALUE ZERO.
           05  Contador-Error-Layout01 PIC 9(06) VALUE ZERO.
           05  Contador-Error-Externo  PIC 9(06) VALUE ZERO.
           05  Contador-Error-Calcula  PIC 9(06) VALUE ZERO.
           05  Contador-Fallos         PIC 9(06) VALUE ZERO.

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
       01  FS-Suspenso                 PIC X(02).
       01  FS-Informe                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".
           88  Fin-Fichero                 VALUE "S".

       01  SW-Incluir-Archivo          PIC X(01) VALUE "N".
           88  Incluir-Archivo             VALUE "S".

       *> Fichero del que se esta leyendo: primero el maestro vivo
       *> y, al terminarlo, el archivo si se pidio.
       01  SW-Fase-Lectura             PIC X(01) VALUE "M".
           88  Fase-Maestro                VALUE "M".
           88  Fase-Archivo                VALUE "A".

       01  SW-Calculo-Valido           PIC X(01) VALUE "S".
           88  Calculo-Valido              VALUE "S".
           88  Calculo-Invalido            VALUE "N".

       *> Regla de la RESTA negativa: el layout 01 no tenia signo en
       *> la salida y la rechaza (RN); el layout 02 y los ajustes de
       *> AjustaMaestro la admiten.
       01  SW-Regla-Resta              PIC X(01) VALUE "2".
           88  Resta-Layout-01             VALUE "1".
           88  Resta-Layout-02             VALUE "2".

       01  SW-Maestro-Abierto          PIC X(01) VALUE "N".
           88  Maestro-Abierto             VALUE "S".

       01  SW-Archivo-Abierto          PIC X(01) VALUE "N".
           88  Archivo-Abierto             VALUE "S".

       01  SW-Suspenso-Abierto         PIC X(01) VALUE "N".
           88  Suspenso-Abierto            VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       *> Lineas del informe.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(44) VALUE
               "VERIFICACION DEL MAESTRO - VerificaMaestro  ".
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(47) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       01  Linea-Cabecera2.
           05  FILLER                  PIC X(33) VALUE
               "ORG LOTE     SEC.   OPERACION  I ".
           05  FILLER                  PIC X(24) VALUE
               "   NUMERO1     NUMERO2 ".
           05  FILLER                  PIC X(28) VALUE
               "  RES.GRABADO  RES.CALCULADO".
           05  FILLER                  PIC X(28) VALUE
               "  DEC.GRABADO  DEC.CALCULADO".
           05  FILLER                  PIC X(19) VALUE
               " SITUACION".

       01  Linea-Detalle.
           05  LD-ORIGEN               PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-FECHA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-SECUENCIA            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-OPERACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-INDICADOR            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NUMERO1              PIC Z(6)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NUMERO2              PIC Z(6)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RES-GRABADO          PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-RES-CALCULADO        PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-DEC-GRABADO          PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-DEC-CALCULADO        PIC Z(8)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-SITUACION            PIC X(19).

       *> Texto de situacion con el motivo de rechazo.
       01  Situacion-Motivo.
           05  SM-TEXTO                PIC X(15).
           05  SM-MOTIVO               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  Linea-Total.
           05  LT-TEXTO                PIC X(40).
           05  LT-VALOR                PIC ZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-REGISTRO UNTIL Fin-Fichero.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: parametro, ficheros y primera lectura.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-PARAMETROS
           PERFORM ABRE-FICHEROS
           PERFORM LEE-REGISTRO.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       IF VP-INCLUIR-ARCHIVO = "S"
                           SET Incluir-Archivo TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, se "
                       "verifica solo el maestro vivo."
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: el maestro y el informe son obligatorios.
       *> El archivo pedido y no disponible se avisa (RC 8) y se
       *> verifica solo el maestro. Sin suspenso no se conoce el
       *> motivo del rechazo original y todo registro con error que
       *> calcule bien se lista.
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
                           "generacion; se verifica solo el maestro "
                           "vivo."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   SET Archivo-Abierto TO TRUE
               END-IF
           END-IF

           OPEN INPUT SUSPENSO-FILE
           IF FS-Suspenso NOT = "00"
               DISPLAY "Aviso: sin suspenso de rechazos, no se "
                       "distingue el motivo del rechazo original."
           ELSE
               SET Suspenso-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "informe."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> LEE-REGISTRO: siguiente registro del maestro vivo; al
       *> terminarlo se sigue con el archivo de la generacion si
       *> se pidio y esta abierto.
       *>----------------------------------------------------------
       LEE-REGISTRO.
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
                           MOVE MAESTRO-RECORD TO Registro-Verificado
                           MOVE "MST" TO Origen-Registro
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
                   MOVE ARCHIVO-RECORD TO Registro-Verificado
                   MOVE "ARC" TO Origen-Registro
           END-READ.

       *>----------------------------------------------------------
       *> PROCESA-REGISTRO: recalcula el registro y lo contrasta
       *> segun conste como correcto ("N", o "A" si lo regrabo
       *> AjustaMaestro) o con error ("S").
       *>----------------------------------------------------------
       PROCESA-REGISTRO.
           PERFORM DETERMINA-REGLA-RESTA
           PERFORM RECALCULA-OPERACION
           IF VR-INDICADOR-ERROR = "S"
               PERFORM VERIFICA-ERROR
           ELSE
               PERFORM VERIFICA-RESULTADO
           END-IF
           PERFORM LEE-REGISTRO.

       *>----------------------------------------------------------
       *> DETERMINA-REGLA-RESTA: el maestro no guarda el layout del
       *> lote. Un registro correcto con RESTA negativa solo pudo
       *> grabarse con el layout 02 o por un ajuste, y se recalcula
       *> con signo. Un registro con error cuyos operandos caben en
       *> el layout 01 (enteros de 0 a 9999) se recalcula con la
       *> regla del layout 01, que rechaza la RESTA negativa.
       *>----------------------------------------------------------
       DETERMINA-REGLA-RESTA.
           SET Resta-Layout-02 TO TRUE
           IF VR-INDICADOR-ERROR = "S"
               MOVE VR-NUMERO1 TO Entero-Numero1
               MOVE VR-NUMERO2 TO Entero-Numero2
               IF Entero-Numero1 = VR-NUMERO1
                       AND Entero-Numero2 = VR-NUMERO2
                       AND VR-NUMERO1 >= ZERO AND VR-NUMERO1 <= 9999
                       AND VR-NUMERO2 >= ZERO AND VR-NUMERO2 <= 9999
                   SET Resta-Layout-01 TO TRUE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> RECALCULA-OPERACION: mismo motor de calculo que
       *> CALCULADORA de Programa1 sobre los operandos grabados;
       *> deja el motivo de rechazo en Motivo-Calculo.
       *>----------------------------------------------------------
       RECALCULA-OPERACION.
           MOVE VR-NUMERO1   TO Numero1
           MOVE VR-NUMERO2   TO Numero2
           MOVE VR-OPERACION TO Operacion
           MOVE ZERO TO Opera OperaDecimal OperaResto OperaCociente
           MOVE SPACES TO Motivo-Calculo
           SET Calculo-Valido TO TRUE
           EVALUATE Operacion
               WHEN "SUMA"
                   COMPUTE Opera = Numero1 + Numero2
                       ON SIZE ERROR
                           MOVE "DE" TO Motivo-Calculo
                           SET Calculo-Invalido TO TRUE
                   END-COMPUTE
               WHEN "MULTIPLICA"
                   COMPUTE Opera = Numero1 * Numero2
                       ON SIZE ERROR
                           MOVE "DE" TO Motivo-Calculo
                           SET Calculo-Invalido TO TRUE
                   END-COMPUTE
               WHEN "RESTA"
                   IF Numero2 > Numero1 AND Resta-Layout-01
                       MOVE "RN" TO Motivo-Calculo
                       SET Calculo-Invalido TO TRUE
                   ELSE
                       COMPUTE Opera = Numero1 - Numero2
                           ON SIZE ERROR
                               MOVE "DE" TO Motivo-Calculo
                               SET Calculo-Invalido TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN "DIVIDE"
                   IF Numero2 NOT = ZERO
                       DIVIDE Numero1 BY Numero2
                           GIVING OperaCociente REMAINDER OperaResto
                           ON SIZE ERROR
                               MOVE "DE" TO Motivo-Calculo
                               SET Calculo-Invalido TO TRUE
                       END-DIVIDE
                       IF Calculo-Valido
                           MOVE OperaCociente TO Opera
                           COMPUTE OperaDecimal = Numero1 / Numero2
                               ON SIZE ERROR
                                   MOVE "DE" TO Motivo-Calculo
                                   SET Calculo-Invalido TO TRUE
                           END-COMPUTE
                       END-IF
                   ELSE
                       MOVE "DZ" TO Motivo-Calculo
                       SET Calculo-Invalido TO TRUE
                   END-IF
               WHEN "POTENCIA"
                   MOVE Numero2 TO Potencia-Entera
                   IF Numero1 < ZERO
                           AND Potencia-Entera NOT = Numero2
                       MOVE "NV" TO Motivo-Calculo
                       SET Calculo-Invalido TO TRUE
                   ELSE
                       COMPUTE Opera = Numero1 ** Numero2
                           ON SIZE ERROR
                               MOVE "DE" TO Motivo-Calculo
                               SET Calculo-Invalido TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN "MODULO"
                   IF Numero2 NOT = ZERO
                       DIVIDE Numero1 BY Numero2
                           GIVING OperaCociente REMAINDER OperaResto
                           ON SIZE ERROR
                               MOVE "DE" TO Motivo-Calculo
                               SET Calculo-Invalido TO TRUE
                       END-DIVIDE
                       IF Calculo-Valido
                           MOVE OperaResto TO Opera
                       END-IF
                   ELSE
                       MOVE "DZ" TO Motivo-Calculo
                       SET Calculo-Invalido TO TRUE
                   END-IF
               WHEN "PORCENTAJE"
                   COMPUTE OperaDecimal = Numero1 * Numero2 / 100
                       ON SIZE ERROR
                           MOVE "DE" TO Motivo-Calculo
                           SET Calculo-Invalido TO TRUE
                   END-COMPUTE
               WHEN "RAIZ"
                   IF Numero1 < ZERO
                       MOVE "NV" TO Motivo-Calculo
                       SET Calculo-Invalido TO TRUE
                   ELSE
                       COMPUTE OperaDecimal = Numero1 ** 0.5
                           ON SIZE ERROR
                               MOVE "DE" TO Motivo-Calculo
                               SET Calculo-Invalido TO TRUE
                       END-COMPUTE
                   END-IF
               WHEN OTHER
                   MOVE "NR" TO Motivo-Calculo
                   SET Calculo-Invalido TO TRUE
           END-EVALUATE.

       *>----------------------------------------------------------
       *> VERIFICA-RESULTADO: un registro correcto debe calcular
       *> sin error y con el mismo resultado entero y decimal que
       *> tiene grabado.
       *>----------------------------------------------------------
       VERIFICA-RESULTADO.
           ADD 1 TO Contador-Verificados
           EVALUATE TRUE
               WHEN Calculo-Invalido
                   ADD 1 TO Contador-No-Calculan
                   MOVE "NO CALCULA:    " TO SM-TEXTO
                   MOVE Motivo-Calculo    TO SM-MOTIVO
                   MOVE Situacion-Motivo  TO LD-SITUACION
                   PERFORM LISTA-FALLO
               WHEN Opera NOT = VR-RESULTADO
                       AND OperaDecimal NOT = VR-RESULTADO-DECIMAL
                   ADD 1 TO Contador-Diferencias
                   MOVE "AMBOS DISTINTOS" TO LD-SITUACION
                   PERFORM LISTA-FALLO
               WHEN Opera NOT = VR-RESULTADO
                   ADD 1 TO Contador-Diferencias
                   MOVE "RESULTADO DISTINTO" TO LD-SITUACION
                   PERFORM LISTA-FALLO
               WHEN OperaDecimal NOT = VR-RESULTADO-DECIMAL
                   ADD 1 TO Contador-Diferencias
                   MOVE "DECIMAL DISTINTO" TO LD-SITUACION
                   PERFORM LISTA-FALLO
               WHEN OTHER
                   ADD 1 TO Contador-Correctos
           END-EVALUATE.

       *>----------------------------------------------------------
       *> VERIFICA-ERROR: un registro con error que tambien falla
       *> al recalcular queda confirmado. Si calcula bien se busca
       *> el motivo del rechazo en el suspenso: los rechazos por
       *> referencia (RE), por limites de negocio (L1, L2, LR, LN)
       *> o por desbordamiento del total de control o del gran
       *> total del lote (DE, que depende de los totales
       *> acumulados y no de los operandos) no dependen solo de
       *> los operandos grabados y no se listan; el resto se lista
       *> para su revision.
       *>----------------------------------------------------------
       VERIFICA-ERROR.
           ADD 1 TO Contador-Con-Error
           IF Calculo-Invalido
               ADD 1 TO Contador-Error-Confirma
               IF Motivo-Calculo = "RN" AND Resta-Layout-01
                   ADD 1 TO Contador-Error-Layout01
               END-IF
           ELSE
               PERFORM BUSCA-MOTIVO-SUSPENSO
               EVALUATE Motivo-Suspenso
                   WHEN "RE"
                   WHEN "L1"
                   WHEN "L2"
                   WHEN "LR"
                   WHEN "LN"
                   WHEN "DE"
                       ADD 1 TO Contador-Error-Externo
                   WHEN OTHER
                       ADD 1 TO Contador-Error-Calcula
                       MOVE "CALCULA BIEN   " TO SM-TEXTO
                       MOVE Motivo-Suspenso   TO SM-MOTIVO
                       MOVE Situacion-Motivo  TO LD-SITUACION
                       PERFORM LISTA-FALLO
               END-EVALUATE
           END-IF.

       *>----------------------------------------------------------
       *> BUSCA-MOTIVO-SUSPENSO: motivo del ultimo rechazo de la
       *> clave, el del calculo que consta en el maestro (un
       *> reproceso regraba la misma clave); "??" si no hay
       *> suspenso o no consta la partida.
       *>----------------------------------------------------------
       BUSCA-MOTIVO-SUSPENSO.
           MOVE "??" TO Motivo-Suspenso
           IF Suspenso-Abierto
               MOVE VR-FECHA     TO SU-FECHA-LOTE
               MOVE VR-SECUENCIA TO SU-SECUENCIA
               READ SUSPENSO-FILE
                   INVALID KEY
                       MOVE "??" TO Motivo-Suspenso
                   NOT INVALID KEY
                       MOVE SU-MOTIVO-ULTIMO TO Motivo-Suspenso
               END-READ
           END-IF.

       LISTA-FALLO.
           ADD 1 TO Contador-Fallos
           MOVE Origen-Registro      TO LD-ORIGEN
           MOVE VR-FECHA             TO LD-FECHA
           MOVE VR-SECUENCIA         TO LD-SECUENCIA
           MOVE VR-OPERACION         TO LD-OPERACION
           MOVE VR-INDICADOR-ERROR   TO LD-INDICADOR
           MOVE VR-NUMERO1           TO LD-NUMERO1
           MOVE VR-NUMERO2           TO LD-NUMERO2
           MOVE VR-RESULTADO         TO LD-RES-GRABADO
           MOVE Opera                TO LD-RES-CALCULADO
           MOVE VR-RESULTADO-DECIMAL TO LD-DEC-GRABADO
           MOVE OperaDecimal         TO LD-DEC-CALCULADO
           MOVE Linea-Detalle TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> IMPRIME-RESUMEN: totales de la verificacion en el informe
       *> y por consola. Cualquier fallo deja codigo 12.
       *>----------------------------------------------------------
       IMPRIME-RESUMEN.
           IF Informe-Abierto
               IF Contador-Fallos = ZERO
                   MOVE "SIN REGISTROS CON FALLOS DE VERIFICACION"
                       TO Linea-Texto
                   PERFORM ESCRIBE-LINEA
               END-IF
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Leidos del maestro vivo................:"
                   TO LT-TEXTO
               MOVE Contador-Leidos-Mst TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Leidos del archivo de la generacion....:"
                   TO LT-TEXTO
               MOVE Contador-Leidos-Arc TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Correctos verificados..................:"
                   TO LT-TEXTO
               MOVE Contador-Verificados TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  con el resultado grabado.............:"
                   TO LT-TEXTO
               MOVE Contador-Correctos TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  con resultado distinto...............:"
                   TO LT-TEXTO
               MOVE Contador-Diferencias TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  que no calculan......................:"
                   TO LT-TEXTO
               MOVE Contador-No-Calculan TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "Con error..............................:"
                   TO LT-TEXTO
               MOVE Contador-Con-Error TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  error confirmado al recalcular.......:"
                   TO LT-TEXTO
               MOVE Contador-Error-Confirma TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "    de ellos RESTA negativa layout 01..:"
                   TO LT-TEXTO
               MOVE Contador-Error-Layout01 TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  rechazo referencia, limites o totales:"
                   TO LT-TEXTO
               MOVE Contador-Error-Externo TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE "  que calculan sin error...............:"
                   TO LT-TEXTO
               MOVE Contador-Error-Calcula TO LT-VALOR
               PERFORM ESCRIBE-TOTAL
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               IF Contador-Fallos > ZERO
                   MOVE "RESULTADO: VERIFICACION CON FALLOS"
                       TO Linea-Texto
               ELSE
                   MOVE "RESULTADO: VERIFICACION CORRECTA"
                       TO Linea-Texto
               END-IF
               PERFORM ESCRIBE-LINEA
           END-IF
           IF Contador-Fallos > ZERO
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "=========================================".
           DISPLAY "VERIFICACION DEL MAESTRO - VerificaMaestro".
           DISPLAY "Leidos del maestro vivo.........: "
               Contador-Leidos-Mst.
           DISPLAY "Leidos del archivo..............: "
               Contador-Leidos-Arc.
           DISPLAY "Correctos verificados...........: "
               Contador-Verificados.
           DISPLAY "  con resultado distinto........: "
               Contador-Diferencias.
           DISPLAY "  que no calculan...............: "
               Contador-No-Calculan.
           DISPLAY "Con error.......................: "
               Contador-Con-Error.
           DISPLAY "  que calculan sin error........: "
               Contador-Error-Calcula.
           DISPLAY "Registros con fallos............: "
               Contador-Fallos.
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
                   SET Fin-Fichero TO TRUE
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
           IF Maestro-Abierto
               CLOSE RESULT-MASTER
           END-IF
           IF Archivo-Abierto
               CLOSE RESULT-ARCHIVO
           END-IF
           IF Suspenso-Abierto
               CLOSE SUSPENSO-FILE
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM VerificaMaestro.
