       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Aprobacion o rechazo de los ajustes pendientes
       *>             (AJUSTEPEN) que dejo SolicitaAjuste. Cada
       *>             decision de AUTORIZIN, con la clave del calculo,
       *>             "A" aprobar o "R" rechazar y el usuario que
       *>             decide, se aplica solo a ajustes en estado "P"
       *>             y solo si quien decide no es quien lo solicito.
       *>             Un pendiente que ha superado el plazo de
       *>             aprobacion en dias laborables (AJUSPARM sobre
       *>             CALENDAR) ya no se puede aprobar: queda
       *>             caducado. Cada decision, y cada decision
       *>             rehusada, queda en el registro de ajustes
       *>             (AJUSTELOG).
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: segundo paso del doble control de
       *>        los ajustes.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApruebaAjuste.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AJUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT AUTORIZA-FILE ASSIGN TO "AUTORIZIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Autorizaciones.

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

       *> Decision sobre un ajuste pendiente: clave del calculo,
       *> "A" aprobar o "R" rechazar, usuario que decide y
       *> comentario libre que pasa al registro de ajustes.
       FD  AUTORIZA-FILE.
       01  AUTORIZA-RECORD.
           05  AZ-FECHA                PIC 9(08).
           05  AZ-SECUENCIA            PIC 9(06).
           05  AZ-DECISION             PIC X(01).
           05  AZ-AUTORIZADOR          PIC X(08).
           05  AZ-COMENTARIO           PIC X(40).

       *> Mismo layout que graba SolicitaAjuste.
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

       WORKING-STORAGE SECTION.

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

       *> Contadores de las decisiones.
       01  Contadores-Aprobacion.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Aprobados      PIC 9(06) VALUE ZERO.
           05  Contador-Rechazados     PIC 9(06) VALUE ZERO.
           05  Contador-Caducados      PIC 9(06) VALUE ZERO.
           05  Contador-Rehusadas      PIC 9(06) VALUE ZERO.

       *> Motivo por el que se rehusa la decision en curso; en
       *> blanco, la decision es valida.
       01  Motivo-Rehuse               PIC X(40) VALUE SPACES.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Autorizaciones           PIC X(02).
       01  FS-Pendientes               PIC X(02).
       01  FS-Log                      PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Autorizaciones       PIC X(01) VALUE "N".
           88  Fin-Autorizaciones          VALUE "S".

       01  SW-Pendiente-Existe         PIC X(01) VALUE "N".
           88  Pendiente-Existe            VALUE "S".
           88  Pendiente-No-Existe         VALUE "N".

       01  SW-Caducidad                PIC X(01) VALUE "N".
           88  Pendiente-Caducado          VALUE "S".
           88  Pendiente-En-Plazo          VALUE "N".

       01  SW-Autoriza-Abierto         PIC X(01) VALUE "N".
           88  Autoriza-Abierto            VALUE "S".

       01  SW-Pendiente-Abierto        PIC X(01) VALUE "N".
           88  Pendiente-Abierto           VALUE "S".

       01  SW-Log-Abierto              PIC X(01) VALUE "N".
           88  Log-Abierto                 VALUE "S".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-DECISION UNTIL Fin-Autorizaciones.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: carga el plazo y el calendario, abre los
       *> ficheros y deja leida la primera decision.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-CALENDARIO
           PERFORM ABRE-FICHEROS
           PERFORM LEE-AUTORIZACION.

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
                       "comprueba la caducidad de los pendientes."
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

       ABRE-FICHEROS.
           OPEN INPUT AUTORIZA-FILE
           IF FS-Autorizaciones NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "decisiones de ajuste."
               MOVE 16 TO RETURN-CODE
               SET Fin-Autorizaciones TO TRUE
           ELSE
               SET Autoriza-Abierto TO TRUE
           END-IF

           OPEN I-O PENDIENTE-FILE
           IF FS-Pendientes NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "ajustes pendientes (estado " FS-Pendientes
                       ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Autorizaciones TO TRUE
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
               SET Fin-Autorizaciones TO TRUE
           ELSE
               SET Log-Abierto TO TRUE
           END-IF.

       LEE-AUTORIZACION.
           IF NOT Fin-Autorizaciones
               READ AUTORIZA-FILE
                   AT END
                       SET Fin-Autorizaciones TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidos
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-DECISION: localiza el pendiente, comprueba que
       *> la decision es admisible y la aplica. Un pendiente fuera
       *> de plazo se cierra como caducado en lugar de aprobarse.
       *>----------------------------------------------------------
       PROCESA-DECISION.
           PERFORM VALIDA-DECISION
           EVALUATE TRUE
               WHEN Motivo-Rehuse NOT = SPACES
                   ADD 1 TO Contador-Rehusadas
                   DISPLAY "AVISO: decision sobre " AZ-FECHA " "
                       AZ-SECUENCIA " rehusada: " Motivo-Rehuse
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE "RH" TO LG-EVENTO
                   MOVE Motivo-Rehuse TO LG-TEXTO
                   PERFORM ESCRIBE-LOG-DECISION
               WHEN Pendiente-Caducado
                   PERFORM CADUCA-PENDIENTE
               WHEN AZ-DECISION = "A"
                   PERFORM APRUEBA-PENDIENTE
               WHEN OTHER
                   PERFORM RECHAZA-PENDIENTE
           END-EVALUATE
           PERFORM LEE-AUTORIZACION.

       *>----------------------------------------------------------
       *> VALIDA-DECISION: la decision ha de ser "A" o "R", con
       *> usuario, sobre un ajuste en estado "P", y el usuario que
       *> decide no puede ser el que lo solicito.
       *>----------------------------------------------------------
       VALIDA-DECISION.
           MOVE SPACES TO Motivo-Rehuse
           SET Pendiente-En-Plazo TO TRUE
           PERFORM BUSCA-PENDIENTE
           EVALUATE TRUE
               WHEN AZ-DECISION NOT = "A" AND AZ-DECISION NOT = "R"
                   MOVE "decision distinta de A o R" TO Motivo-Rehuse
               WHEN AZ-AUTORIZADOR = SPACES
                   MOVE "sin usuario autorizador" TO Motivo-Rehuse
               WHEN Pendiente-No-Existe
                   MOVE "no hay solicitud para la clave"
                       TO Motivo-Rehuse
               WHEN PA-ESTADO NOT = "P"
                   MOVE "la solicitud ya no esta pendiente"
                       TO Motivo-Rehuse
               WHEN AZ-AUTORIZADOR = PA-SOLICITANTE
                   MOVE "el autorizador es el propio solicitante"
                       TO Motivo-Rehuse
               WHEN OTHER
                   PERFORM COMPRUEBA-CADUCIDAD
           END-EVALUATE.

       BUSCA-PENDIENTE.
           MOVE AZ-FECHA     TO PA-FECHA
           MOVE AZ-SECUENCIA TO PA-SECUENCIA
           READ PENDIENTE-FILE
               INVALID KEY
                   SET Pendiente-No-Existe TO TRUE
                   MOVE SPACES TO PA-SOLICITANTE PA-MOTIVO
                                  PA-OPERACION
                   MOVE ZERO TO PA-NUMERO1 PA-NUMERO2
               NOT INVALID KEY
                   SET Pendiente-Existe TO TRUE
           END-READ.

       *>----------------------------------------------------------
       *> COMPRUEBA-CADUCIDAD: cuenta los dias laborables del
       *> calendario posteriores a la solicitud y hasta hoy; mas
       *> que el plazo, el pendiente ha caducado.
       *>----------------------------------------------------------
       COMPRUEBA-CADUCIDAD.
           SET Pendiente-En-Plazo TO TRUE
           IF Cal-Usadas > ZERO
               MOVE ZERO TO Dias-Transcurridos
               PERFORM CUENTA-DIA-LABORABLE
                   VARYING Cal-Indice FROM 1 BY 1
                   UNTIL Cal-Indice > Cal-Usadas
               IF Dias-Transcurridos > Dias-Caducidad
                   SET Pendiente-Caducado TO TRUE
               END-IF
           END-IF.

       CUENTA-DIA-LABORABLE.
           IF Cal-Dia-Tipo (Cal-Indice) = "L"
                   AND Cal-Dia (Cal-Indice) > PA-FECHA-SOLICITUD
                   AND Cal-Dia (Cal-Indice) <= FH-Fecha
               ADD 1 TO Dias-Transcurridos
           END-IF.

       APRUEBA-PENDIENTE.
           MOVE "A"            TO PA-ESTADO
           MOVE AZ-AUTORIZADOR TO PA-AUTORIZADOR
           MOVE FH-Fecha       TO PA-FECHA-AUTORIZACION
           PERFORM REESCRIBE-PENDIENTE
           IF FS-Pendientes = "00"
               ADD 1 TO Contador-Aprobados
               DISPLAY "Aprobado: fecha " AZ-FECHA " secuencia "
                   AZ-SECUENCIA " por " AZ-AUTORIZADOR
               MOVE "AU" TO LG-EVENTO
               MOVE AZ-COMENTARIO TO LG-TEXTO
               PERFORM ESCRIBE-LOG-DECISION
           END-IF.

       RECHAZA-PENDIENTE.
           MOVE "R"            TO PA-ESTADO
           MOVE AZ-AUTORIZADOR TO PA-AUTORIZADOR
           MOVE FH-Fecha       TO PA-FECHA-AUTORIZACION
           MOVE FH-Fecha       TO PA-FECHA-CIERRE
           PERFORM REESCRIBE-PENDIENTE
           IF FS-Pendientes = "00"
               ADD 1 TO Contador-Rechazados
               DISPLAY "Rechazado: fecha " AZ-FECHA " secuencia "
                   AZ-SECUENCIA " por " AZ-AUTORIZADOR
               MOVE "RZ" TO LG-EVENTO
               MOVE AZ-COMENTARIO TO LG-TEXTO
               PERFORM ESCRIBE-LOG-DECISION
           END-IF.

       CADUCA-PENDIENTE.
           MOVE "C"      TO PA-ESTADO
           MOVE FH-Fecha TO PA-FECHA-CIERRE
           PERFORM REESCRIBE-PENDIENTE
           IF FS-Pendientes = "00"
               ADD 1 TO Contador-Caducados
               DISPLAY "AVISO: el ajuste " AZ-FECHA " "
                   AZ-SECUENCIA " ha caducado sin aprobar; no se "
                   "aplica la decision."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "CA" TO LG-EVENTO
               MOVE "fuera de plazo al decidir" TO LG-TEXTO
               PERFORM ESCRIBE-LOG-DECISION
           END-IF.

       REESCRIBE-PENDIENTE.
           REWRITE PENDIENTE-RECORD
           IF FS-Pendientes NOT = "00"
               DISPLAY "ERROR: fallo al reescribir el ajuste "
                       "pendiente " AZ-FECHA " " AZ-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Autorizaciones TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> ESCRIBE-LOG-DECISION: completa el evento con la decision
       *> en curso y los datos del pendiente, y lo graba.
       *>----------------------------------------------------------
       ESCRIBE-LOG-DECISION.
           IF Log-Abierto
               MOVE FH-Fecha       TO LG-FECHA
               MOVE FH-Hora        TO LG-HORA
               MOVE AZ-FECHA       TO LG-FECHA-CALCULO
               MOVE AZ-SECUENCIA   TO LG-SECUENCIA
               MOVE AZ-AUTORIZADOR TO LG-USUARIO
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
                   SET Fin-Autorizaciones TO TRUE
               END-IF
           END-IF.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE APROBACIONES - ApruebaAjuste".
           DISPLAY "Decisiones leidas...............: "
               Contador-Leidos.
           DISPLAY "Ajustes aprobados...............: "
               Contador-Aprobados.
           DISPLAY "Ajustes rechazados..............: "
               Contador-Rechazados.
           DISPLAY "Caducados al decidir............: "
               Contador-Caducados.
           DISPLAY "Decisiones rehusadas............: "
               Contador-Rehusadas.
           DISPLAY "=========================================".

       FINALIZAR.
           IF Autoriza-Abierto
               CLOSE AUTORIZA-FILE
           END-IF
           IF Pendiente-Abierto
               CLOSE PENDIENTE-FILE
           END-IF
           IF Log-Abierto
               CLOSE LOG-FILE
           END-IF.

       END PROGRAM ApruebaAjuste.
