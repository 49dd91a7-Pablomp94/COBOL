       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Conversion unica del historial de ejecuciones
       *>             indexado (RUNHISTIX) al formato con centro de
       *>             coste en la clave. El historial existente tiene
       *>             la clave anterior (fecha + cantidad esperada),
       *>             asi que los programas que ya declaran el centro
       *>             de coste no pueden abrirlo. Este paso lee el
       *>             historial antiguo con su definicion original y
       *>             lo regraba completo en RUNHISTNEW con el centro
       *>             de coste en blanco (los lotes anteriores no se
       *>             distinguian por departamento); el paso siguiente
       *>             del trabajo renombra RUNHISTNEW sobre RUNHISTIX,
       *>             igual que hace ConvierteMaestro con el maestro.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: se ejecuta una sola vez, antes de
       *>        la primera ejecucion de los programas que declaran
       *>        el centro de coste en la clave del historial.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteHistorial.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> El historial antiguo se abre con su definicion original:
       *> clave de fecha y cantidad esperada, sin centro de coste.
           SELECT HIST-VIEJO ASSIGN TO "RUNHISTIX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HV-CLAVE
               FILE STATUS IS FS-Hist-Viejo.

           SELECT HIST-NUEVO ASSIGN TO "RUNHISTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HN-CLAVE
               FILE STATUS IS FS-Hist-Nuevo.

       DATA DIVISION.
       FILE SECTION.

       *> Mismo layout que grababa Programa1 antes del centro de
       *> coste en la clave.
       FD  HIST-VIEJO.
       01  HISTORIAL-VIEJO-RECORD.
           05  HV-CLAVE.
               10  HV-RUN-DATE         PIC 9(08).
               10  HV-EXPECTED-COUNT   PIC 9(06).
           05  HV-CONTROL-TOTAL        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  HV-ESTADO               PIC X(01).

       *> Mismo layout que graba Programa1, con el centro de coste
       *> en la clave.
       FD  HIST-NUEVO.
       01  HISTORIAL-NUEVO-RECORD.
           05  HN-CLAVE.
               10  HN-RUN-DATE         PIC 9(08).
               10  HN-EXPECTED-COUNT   PIC 9(06).
               10  HN-CENTRO-COSTE     PIC X(06).
           05  HN-CONTROL-TOTAL        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  HN-ESTADO               PIC X(01).

       WORKING-STORAGE SECTION.

       *> Contadores de la conversion.
       01  Contadores-Convierte.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Grabados       PIC 9(06) VALUE ZERO.

       *> Indicadores de fichero (file status).
       01  FS-Hist-Viejo               PIC X(02).
       01  FS-Hist-Nuevo               PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Historial            PIC X(01) VALUE "N".
           88  Fin-Historial               VALUE "S".

       01  SW-Viejo-Abierto            PIC X(01) VALUE "N".
           88  Viejo-Abierto               VALUE "S".

       01  SW-Nuevo-Abierto            PIC X(01) VALUE "N".
           88  Nuevo-Abierto               VALUE "S".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM CONVIERTE-REGISTRO UNTIL Fin-Historial.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       INICIALIZAR.
           OPEN INPUT HIST-VIEJO
           IF FS-Hist-Viejo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial "
                       "antiguo (estado " FS-Hist-Viejo ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Historial TO TRUE
           ELSE
               SET Viejo-Abierto TO TRUE
           END-IF

           OPEN OUTPUT HIST-NUEVO
           IF FS-Hist-Nuevo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el historial "
                       "convertido."
               MOVE 16 TO RETURN-CODE
               SET Fin-Historial TO TRUE
           ELSE
               SET Nuevo-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> CONVIERTE-REGISTRO: copia el siguiente lote del historial
       *> antiguo, ya en orden de clave, al historial con centro de
       *> coste. El centro en blanco va al final de la clave, asi
       *> que el orden de grabacion se mantiene.
       *>----------------------------------------------------------
       CONVIERTE-REGISTRO.
           READ HIST-VIEJO
               AT END
                   SET Fin-Historial TO TRUE
               NOT AT END
                   ADD 1 TO Contador-Leidos
                   MOVE HV-RUN-DATE       TO HN-RUN-DATE
                   MOVE HV-EXPECTED-COUNT TO HN-EXPECTED-COUNT
                   MOVE SPACES            TO HN-CENTRO-COSTE
                   MOVE HV-CONTROL-TOTAL  TO HN-CONTROL-TOTAL
                   MOVE HV-ESTADO         TO HN-ESTADO
                   WRITE HISTORIAL-NUEVO-RECORD
                   IF FS-Hist-Nuevo NOT = "00"
                       DISPLAY "ERROR: fallo al grabar el historial "
                               "convertido, lote " HV-RUN-DATE " "
                               HV-EXPECTED-COUNT
                       MOVE 16 TO RETURN-CODE
                       SET Fin-Historial TO TRUE
                   ELSE
                       ADD 1 TO Contador-Grabados
                   END-IF
           END-READ.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE CONVERSION - ConvierteHistorial".
           DISPLAY "Lotes leidos....................: "
               Contador-Leidos.
           DISPLAY "Lotes convertidos...............: "
               Contador-Grabados.
           IF Contador-Leidos NOT = Contador-Grabados
               DISPLAY "AVISO: conversion incompleta, no renombrar "
                       "el historial convertido."
           END-IF.
           DISPLAY "=========================================".

       FINALIZAR.
           IF Viejo-Abierto
               CLOSE HIST-VIEJO
           END-IF
           IF Nuevo-Abierto
               CLOSE HIST-NUEVO
           END-IF.

       END PROGRAM ConvierteHistorial.
