       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Baja de partidas del suspenso de rechazos que no
       *>             se van a corregir. Cada transaccion de BAJASUSP
       *>             identifica la partida (fecha de lote y secuencia
       *>             original), el usuario que la da de baja y el
       *>             motivo. La partida pasa a estado "X": sale de la
       *>             lista de abiertas del informe de antiguedad pero
       *>             sigue en el fichero con el usuario, la fecha y el
       *>             motivo de la baja.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: baja controlada de rechazos sin
       *>        correccion posible.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BajaSuspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAJA-FILE ASSIGN TO "BAJASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Bajas.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS FS-Suspenso.

       DATA DIVISION.
       FILE SECTION.

       *> Transaccion de baja: clave de la partida, usuario que la
       *> da de baja y motivo libre.
       FD  BAJA-FILE.
       01  BAJA-RECORD.
           05  BS-FECHA-LOTE           PIC 9(08).
           05  BS-SECUENCIA            PIC 9(06).
           05  BS-USUARIO              PIC X(08).
           05  BS-MOTIVO-BAJA          PIC X(40).

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

       WORKING-STORAGE SECTION.

       *> Contadores de la ejecucion.
       01  Contadores-Baja.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Bajas          PIC 9(06) VALUE ZERO.
           05  Contador-Rehusadas      PIC 9(06) VALUE ZERO.

       *> Motivo por el que no se admite una transaccion de baja.
       01  Motivo-Rehuse               PIC X(40) VALUE SPACES.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Bajas                    PIC X(02).
       01  FS-Suspenso                 PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Bajas                PIC X(01) VALUE "N".
           88  Fin-Bajas                   VALUE "S".

       01  SW-Partida                  PIC X(01) VALUE "N".
           88  Partida-Existe              VALUE "S".
           88  Partida-No-Existe           VALUE "N".

       01  SW-Bajas-Abierto            PIC X(01) VALUE "N".
           88  Bajas-Abierto               VALUE "S".

       01  SW-Suspenso-Abierto         PIC X(01) VALUE "N".
           88  Suspenso-Abierto            VALUE "S".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-BAJA UNTIL Fin-Bajas.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM ABRE-FICHEROS
           PERFORM LEE-BAJA.

       ABRE-FICHEROS.
           OPEN INPUT BAJA-FILE
           IF FS-Bajas NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "bajas del suspenso."
               MOVE 16 TO RETURN-CODE
               SET Fin-Bajas TO TRUE
           ELSE
               SET Bajas-Abierto TO TRUE
           END-IF

           OPEN I-O SUSPENSO-FILE
           IF FS-Suspenso NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "suspenso de rechazos (estado " FS-Suspenso
                       ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Bajas TO TRUE
           ELSE
               SET Suspenso-Abierto TO TRUE
           END-IF.

       LEE-BAJA.
           IF NOT Fin-Bajas
               READ BAJA-FILE
                   AT END
                       SET Fin-Bajas TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidos
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-BAJA: la baja exige usuario y motivo, y solo se
       *> admite sobre una partida abierta. Las corregidas o ya
       *> dadas de baja no se modifican.
       *>----------------------------------------------------------
       PROCESA-BAJA.
           MOVE SPACES TO Motivo-Rehuse
           PERFORM BUSCA-PARTIDA
           EVALUATE TRUE
               WHEN BS-USUARIO = SPACES
                   MOVE "sin usuario que da la baja" TO Motivo-Rehuse
               WHEN BS-MOTIVO-BAJA = SPACES
                   MOVE "sin motivo de la baja" TO Motivo-Rehuse
               WHEN Partida-No-Existe
                   MOVE "no hay partida de suspenso para la clave"
                       TO Motivo-Rehuse
               WHEN SU-ESTADO = "C"
                   MOVE "la partida ya esta corregida"
                       TO Motivo-Rehuse
               WHEN SU-ESTADO = "X"
                   MOVE "la partida ya esta dada de baja"
                       TO Motivo-Rehuse
           END-EVALUATE
           IF Motivo-Rehuse NOT = SPACES
               ADD 1 TO Contador-Rehusadas
               DISPLAY "AVISO: baja de " BS-FECHA-LOTE " "
                   BS-SECUENCIA " rehusada: " Motivo-Rehuse
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM DA-BAJA-PARTIDA
           END-IF
           PERFORM LEE-BAJA.

       BUSCA-PARTIDA.
           SET Partida-No-Existe TO TRUE
           IF Suspenso-Abierto
               MOVE BS-FECHA-LOTE TO SU-FECHA-LOTE
               MOVE BS-SECUENCIA  TO SU-SECUENCIA
               READ SUSPENSO-FILE
                   INVALID KEY
                       SET Partida-No-Existe TO TRUE
                   NOT INVALID KEY
                       SET Partida-Existe TO TRUE
               END-READ
           END-IF.

       DA-BAJA-PARTIDA.
           MOVE "X"            TO SU-ESTADO
           MOVE FH-Fecha       TO SU-FECHA-CIERRE
           MOVE BS-USUARIO     TO SU-USUARIO-BAJA
           MOVE BS-MOTIVO-BAJA TO SU-MOTIVO-BAJA
           REWRITE SUSPENSO-RECORD
           IF FS-Suspenso NOT = "00"
               DISPLAY "ERROR: fallo al reescribir la partida "
                       BS-FECHA-LOTE " " BS-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Bajas TO TRUE
           ELSE
               ADD 1 TO Contador-Bajas
               DISPLAY "Baja: fecha " BS-FECHA-LOTE " secuencia "
                   BS-SECUENCIA " motivo " SU-MOTIVO " por "
                   BS-USUARIO
           END-IF.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE BAJAS - BajaSuspenso".
           DISPLAY "Transacciones leidas............: "
               Contador-Leidos.
           DISPLAY "Partidas dadas de baja..........: "
               Contador-Bajas.
           DISPLAY "Bajas rehusadas.................: "
               Contador-Rehusadas.
           DISPLAY "=========================================".

       FINALIZAR.
           IF Bajas-Abierto
               CLOSE BAJA-FILE
           END-IF
           IF Suspenso-Abierto
               CLOSE SUSPENSO-FILE
           END-IF.

       END PROGRAM BajaSuspenso.
