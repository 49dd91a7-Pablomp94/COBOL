       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Alta de solicitudes de ajuste sobre resultados
       *>             ya contabilizados del maestro (RESULTMST). Cada
       *>             transaccion de AJUSTEIN, con la clave del
       *>             calculo original, los operandos corregidos, el
       *>             usuario que la pide y el codigo de motivo, queda
       *>             en el fichero de ajustes pendientes (AJUSTEPEN)
       *>             en estado "P", a la espera de que otro usuario
       *>             la apruebe o la rechace con ApruebaAjuste. Solo
       *>             los ajustes aprobados los contabiliza
       *>             AjustaMaestro. Cada solicitud queda en el
       *>             registro de ajustes (AJUSTELOG).
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: doble control de los ajustes, la
       *>        solicitud y la aprobacion las hacen usuarios
       *>        distintos en pasos separados.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SolicitaAjuste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AJUSTE-FILE ASSIGN TO "AJUSTEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Ajustes.

           SELECT RESULT-MASTER ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RM-CLAVE
               ALTERNATE RECORD KEY IS RM-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Maestro.

           SELECT PENDIENTE-FILE ASSIGN TO "AJUSTEPEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CLAVE
               FILE STATUS IS FS-Pendientes.

           SELECT LOG-FILE ASSIGN TO "AJUSTELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Log.

       DATA DIVISION.
       FILE SECTION.

       *> Solicitud de ajuste: clave del calculo original, los
       *> operandos corregidos, el usuario que la pide y el codigo
       *> de motivo. Operacion en blanco conserva la operacion
       *> original del maestro.
       FD  AJUSTE-FILE.
       01  AJUSTE-RECORD.
           05  AJ-FECHA                PIC 9(08).
           05  AJ-SECUENCIA            PIC 9(06).
           05  AJ-NUMERO1              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  AJ-NUMERO2              PIC S9(07)V99
                                       SIGN LEADING SEPARATE.
           05  AJ-OPERACION            PIC X(10).
           05  AJ-SOLICITANTE          PIC X(08).
           05  AJ-MOTIVO               PIC X(02).

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

       *> Ajustes pendientes, con la misma clave que el maestro. El
       *> estado recorre "P" pendiente, "A" aprobado o "R"
       *> rechazado, "C" caducado sin aprobar a tiempo, y tras la
       *> contabilizacion "X" aplicado o "F" fallido. Solo sobre un
       *> estado final (R, C, X, F) se admite una nueva solicitud.
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

       *> Registro de ajustes: un evento por linea. "SO" solicitud,
       *> "AU" aprobacion, "RZ" rechazo, "CA" caducidad, "CO"
       *> contabilizacion, "FA" contabilizacion fallida y "RH"
       *> peticion rehusada por no ser valida.
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

       WORKING-STORAGE SECTION.

       *> Contadores del alta de solicitudes.
       01  Contadores-Solicitud.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Aceptadas      PIC 9(06) VALUE ZERO.
           05  Contador-Rehusadas      PIC 9(06) VALUE ZERO.

       *> Motivo por el que se rehusa la solicitud en curso; en
       *> blanco, la solicitud es valida.
       01  Motivo-Rehuse               PIC X(40) VALUE SPACES.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Ajustes                  PIC X(02).
       01  FS-Maestro                  PIC X(02).
       01  FS-Pendientes               PIC X(02).
       01  FS-Log                      PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Ajustes              PIC X(01) VALUE "N".
           88  Fin-Ajustes                 VALUE "S".

       01  SW-Pendiente-Existe         PIC X(01) VALUE "N".
           88  Pendiente-Existe            VALUE "S".
           88  Pendiente-No-Existe         VALUE "N".

       01  SW-Ajuste-Abierto           PIC X(01) VALUE "N".
           88  Ajuste-Abierto              VALUE "S".

       01  SW-Maestro-Abierto          PIC X(01) VALUE "N".
           88  Maestro-Abierto             VALUE "S".

       01  SW-Pendiente-Abierto        PIC X(01) VALUE "N".
           88  Pendiente-Abierto           VALUE "S".

       01  SW-Log-Abierto              PIC X(01) VALUE "N".
           88  Log-Abierto                 VALUE "S".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-SOLICITUD UNTIL Fin-Ajustes.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: abre los ficheros (pendientes creado si no
       *> existe, registro de ajustes en EXTEND) y deja leida la
       *> primera solicitud.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           OPEN INPUT AJUSTE-FILE
           IF FS-Ajustes NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "solicitudes de ajuste."
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               SET Ajuste-Abierto TO TRUE
           END-IF

           OPEN INPUT RESULT-MASTER
           IF FS-Maestro NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro de "
                       "resultados (estado " FS-Maestro ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               SET Maestro-Abierto TO TRUE
           END-IF

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
                       "ajustes pendientes."
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               SET Pendiente-Abierto TO TRUE
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

           PERFORM LEE-AJUSTE.

       LEE-AJUSTE.
           IF NOT Fin-Ajustes
               READ AJUSTE-FILE
                   AT END
                       SET Fin-Ajustes TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidos
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-SOLICITUD: valida la solicitud y, si es valida,
       *> la deja pendiente de aprobacion. Las rehusadas quedan
       *> tambien en el registro de ajustes con su motivo.
       *>----------------------------------------------------------
       PROCESA-SOLICITUD.
           PERFORM VALIDA-SOLICITUD
           IF Motivo-Rehuse = SPACES
               PERFORM GRABA-PENDIENTE
           ELSE
               ADD 1 TO Contador-Rehusadas
               DISPLAY "AVISO: solicitud " AJ-FECHA " "
                   AJ-SECUENCIA " rehusada: " Motivo-Rehuse
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "RH" TO LG-EVENTO
               MOVE AJ-SOLICITANTE TO LG-USUARIO
               MOVE Motivo-Rehuse TO LG-TEXTO
               PERFORM ESCRIBE-LOG-SOLICITUD
           END-IF
           PERFORM LEE-AJUSTE.

       *>----------------------------------------------------------
       *> VALIDA-SOLICITUD: exige usuario y motivo, un original en
       *> el maestro que conste sin error (los rechazados se
       *> corrigen por reproceso) y que no haya ya otra solicitud
       *> viva para la misma clave.
       *>----------------------------------------------------------
       VALIDA-SOLICITUD.
           MOVE SPACES TO Motivo-Rehuse
           EVALUATE TRUE
               WHEN AJ-SOLICITANTE = SPACES
                   MOVE "sin usuario solicitante" TO Motivo-Rehuse
               WHEN AJ-MOTIVO = SPACES
                   MOVE "sin codigo de motivo" TO Motivo-Rehuse
               WHEN AJ-NUMERO1 NOT NUMERIC
                       OR AJ-NUMERO2 NOT NUMERIC
                   MOVE "operandos no numericos" TO Motivo-Rehuse
               WHEN OTHER
                   MOVE AJ-FECHA     TO RM-FECHA
                   MOVE AJ-SECUENCIA TO RM-SECUENCIA
                   READ RESULT-MASTER
                       INVALID KEY
                           MOVE "sin original en el maestro"
                               TO Motivo-Rehuse
                       NOT INVALID KEY
                           IF RM-INDICADOR-ERROR = "S"
                               MOVE "original con error, va a reproceso"
                                   TO Motivo-Rehuse
                           END-IF
                   END-READ
           END-EVALUATE
           IF Motivo-Rehuse = SPACES
               PERFORM BUSCA-PENDIENTE
               IF Pendiente-Existe
                   IF PA-ESTADO = "P" OR "A"
                       MOVE "ya hay una solicitud viva para la clave"
                           TO Motivo-Rehuse
                   END-IF
               END-IF
           END-IF.

       BUSCA-PENDIENTE.
           MOVE AJ-FECHA     TO PA-FECHA
           MOVE AJ-SECUENCIA TO PA-SECUENCIA
           READ PENDIENTE-FILE
               INVALID KEY
                   SET Pendiente-No-Existe TO TRUE
               NOT INVALID KEY
                   SET Pendiente-Existe TO TRUE
           END-READ.

       *>----------------------------------------------------------
       *> GRABA-PENDIENTE: deja la solicitud en estado "P"; una
       *> solicitud anterior ya cerrada para la misma clave queda
       *> sustituida (su historia sigue en el registro de ajustes).
       *>----------------------------------------------------------
       GRABA-PENDIENTE.
           MOVE AJ-FECHA       TO PA-FECHA
           MOVE AJ-SECUENCIA   TO PA-SECUENCIA
           MOVE AJ-NUMERO1     TO PA-NUMERO1
           MOVE AJ-NUMERO2     TO PA-NUMERO2
           IF AJ-OPERACION = SPACES
               MOVE RM-OPERACION TO PA-OPERACION
           ELSE
               MOVE AJ-OPERACION TO PA-OPERACION
           END-IF
           MOVE AJ-SOLICITANTE TO PA-SOLICITANTE
           MOVE AJ-MOTIVO      TO PA-MOTIVO
           MOVE FH-Fecha       TO PA-FECHA-SOLICITUD
           MOVE FH-Hora        TO PA-HORA-SOLICITUD
           MOVE "P"            TO PA-ESTADO
           MOVE SPACES         TO PA-AUTORIZADOR
           MOVE ZERO           TO PA-FECHA-AUTORIZACION
           MOVE ZERO           TO PA-FECHA-CIERRE
           WRITE PENDIENTE-RECORD
               INVALID KEY
                   REWRITE PENDIENTE-RECORD
           END-WRITE
           IF FS-Pendientes NOT = "00"
               DISPLAY "ERROR: fallo al grabar el ajuste pendiente "
                       AJ-FECHA " " AJ-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Ajustes TO TRUE
           ELSE
               ADD 1 TO Contador-Aceptadas
               DISPLAY "Solicitado: fecha " AJ-FECHA " secuencia "
                   AJ-SECUENCIA " por " AJ-SOLICITANTE
               MOVE "SO" TO LG-EVENTO
               MOVE AJ-SOLICITANTE TO LG-USUARIO
               MOVE "pendiente de aprobacion" TO LG-TEXTO
               PERFORM ESCRIBE-LOG-SOLICITUD
           END-IF.

       *>----------------------------------------------------------
       *> ESCRIBE-LOG-SOLICITUD: completa el evento con los datos
       *> de la solicitud en curso y lo graba.
       *>----------------------------------------------------------
       ESCRIBE-LOG-SOLICITUD.
           IF Log-Abierto
               MOVE FH-Fecha       TO LG-FECHA
               MOVE FH-Hora        TO LG-HORA
               MOVE AJ-FECHA       TO LG-FECHA-CALCULO
               MOVE AJ-SECUENCIA   TO LG-SECUENCIA
               MOVE AJ-SOLICITANTE TO LG-SOLICITANTE
               MOVE AJ-MOTIVO      TO LG-MOTIVO
               MOVE AJ-OPERACION   TO LG-OPERACION
               IF AJ-NUMERO1 IS NUMERIC
                   MOVE AJ-NUMERO1 TO LG-NUMERO1
               ELSE
                   MOVE ZERO TO LG-NUMERO1
               END-IF
               IF AJ-NUMERO2 IS NUMERIC
                   MOVE AJ-NUMERO2 TO LG-NUMERO2
               ELSE
                   MOVE ZERO TO LG-NUMERO2
               END-IF
               WRITE LOG-RECORD
               IF FS-Log NOT = "00"
                   DISPLAY "ERROR: fallo al escribir en el registro "
                           "de ajustes."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Ajustes TO TRUE
               END-IF
           END-IF.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE SOLICITUDES - SolicitaAjuste".
           DISPLAY "Solicitudes leidas..............: "
               Contador-Leidos.
           DISPLAY "Pendientes de aprobacion........: "
               Contador-Aceptadas.
           DISPLAY "Rehusadas.......................: "
               Contador-Rehusadas.
           DISPLAY "=========================================".

       FINALIZAR.
           IF Ajuste-Abierto
               CLOSE AJUSTE-FILE
           END-IF
           IF Maestro-Abierto
               CLOSE RESULT-MASTER
           END-IF
           IF Pendiente-Abierto
               CLOSE PENDIENTE-FILE
           END-IF
           IF Log-Abierto
               CLOSE LOG-FILE
           END-IF.

       END PROGRAM SolicitaAjuste.
