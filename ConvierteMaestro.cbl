       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Conversion unica del maestro de resultados al
       *>             formato con centro de coste al final de cada
       *>             registro. El maestro existente tiene la
       *>             longitud anterior, asi que los programas que ya
       *>             declaran el centro de coste no pueden abrirlo.
       *>             Este paso lee el maestro antiguo con su
       *>             definicion original y lo regraba completo en
       *>             RESULTNEW con el centro de coste en blanco (los
       *>             calculos anteriores no tienen departamento); el
       *>             paso siguiente del trabajo renombra RESULTNEW
       *>             sobre RESULTMST, igual que hace el archivado de
       *>             fin de mes.
       *>             Las generaciones de archivo (RESULTARC) grabadas
       *>             antes del centro de coste tienen la misma
       *>             longitud anterior y tampoco se pueden abrir.
       *>             Con "A" en CONVPARM el paso convierte la
       *>             generacion que el planificador asigne a
       *>             RESULTARC y la graba en RESULTARCN, que el paso
       *>             siguiente cataloga en lugar de la original.
       *>             Cada generacion catalogada se convierte una
       *>             sola vez, con una ejecucion por generacion.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: se ejecuta una sola vez, antes de
       *>        la primera ejecucion de los programas que declaran
       *>        el indice alternativo sobre el maestro.
       *>   JMP  Reutilizado para la conversion al layout con centro
       *>        de coste: el maestro antiguo ya tiene el indice
       *>        alternativo y se abre con el; el nuevo se graba con
       *>        el centro de coste en blanco.
       *>   JMP  Conversion de las generaciones de archivo
       *>        (RESULTARC a RESULTARCN) segun CONVPARM.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConvierteMaestro.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "CONVPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

       *> El maestro antiguo se abre con su definicion original:
       *> claves primaria y alternativa, sin centro de coste.
           SELECT MASTER-VIEJO ASSIGN TO "RESULTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MV-CLAVE
               ALTERNATE RECORD KEY IS MV-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Mst-Viejo.

           SELECT MASTER-NUEVO ASSIGN TO "RESULTNEW"
                   WITH DUPLICATES
               FILE STATUS IS FS-Mst-Nuevo.

       *> Generacion de archivo antigua y convertida, con las mismas
       *> claves que el maestro.
           SELECT ARCHIVO-VIEJO ASSIGN TO "RESULTARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AV-CLAVE
               ALTERNATE RECORD KEY IS AV-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Arc-Viejo.

           SELECT ARCHIVO-NUEVO ASSIGN TO "RESULTARCN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AN-CLAVE
               ALTERNATE RECORD KEY IS AN-OPERACION
                   WITH DUPLICATES
               FILE STATUS IS FS-Arc-Nuevo.

       DATA DIVISION.
       FILE SECTION.

       *> Fichero a convertir: "A" en CP-FICHERO convierte la
       *> generacion de archivo asignada a RESULTARC; en blanco o
       *> sin parametro, el maestro vivo.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  CP-FICHERO              PIC X(01).

       *> Mismo layout que grababa Programa1 antes del centro de
       *> coste.
       FD  MASTER-VIEJO.
       01  MAESTRO-VIEJO-RECORD.
           05  MV-CLAVE.
           05  MV-OPERACION            PIC X(10).
           05  MV-RESTO                PIC X(33).

       *> Mismo layout que graba Programa1, con el centro de coste
       *> al final.
       FD  MASTER-NUEVO.
       01  MAESTRO-NUEVO-RECORD.
           05  MN-CLAVE.
           05  MN-NUMEROS              PIC X(20).
           05  MN-OPERACION            PIC X(10).
           05  MN-RESTO                PIC X(33).
           05  MN-CENTRO-COSTE         PIC X(06).

       *> Mismo layout que grababa ArchivaHistorico antes del
       *> centro de coste.
       FD  ARCHIVO-VIEJO.
       01  ARCHIVO-VIEJO-RECORD.
           05  AV-CLAVE.
               10  AV-FECHA            PIC 9(08).
               10  AV-SECUENCIA        PIC 9(06).
           05  AV-NUMEROS              PIC X(20).
           05  AV-OPERACION            PIC X(10).
           05  AV-RESTO                PIC X(33).

       *> Mismo layout que graba ArchivaHistorico, con el centro de
       *> coste al final.
       FD  ARCHIVO-NUEVO.
       01  ARCHIVO-NUEVO-RECORD.
           05  AN-CLAVE.
               10  AN-FECHA            PIC 9(08).
               10  AN-SECUENCIA        PIC 9(06).
           05  AN-NUMEROS              PIC X(20).
           05  AN-OPERACION            PIC X(10).
           05  AN-RESTO                PIC X(39).

       WORKING-STORAGE SECTION.

       *> Registro en conversion: el layout anterior seguido del
       *> centro de coste en blanco.
       01  Registro-Convertido.
           05  CV-ANTERIOR.
               10  CV-FECHA            PIC 9(08).
               10  CV-SECUENCIA        PIC 9(06).
               10  FILLER              PIC X(63).
           05  CV-CENTRO-COSTE         PIC X(06).

       *> Nombre del fichero en conversion para los mensajes.
       01  Nombre-Fichero              PIC X(07) VALUE "maestro".

       *> Contadores de la conversion.
       01  Contadores-Convierte.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
       *> Indicadores de fichero (file status).
       01  FS-Mst-Viejo                PIC X(02).
       01  FS-Mst-Nuevo                PIC X(02).
       01  FS-Arc-Viejo                PIC X(02).
       01  FS-Arc-Nuevo                PIC X(02).
       01  FS-Parametros               PIC X(02).
       01  FS-Grabacion                PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Maestro              PIC X(01) VALUE "N".
       01  SW-Nuevo-Abierto            PIC X(01) VALUE "N".
           88  Nuevo-Abierto               VALUE "S".

       01  SW-Convierte-Archivo        PIC X(01) VALUE "N".
           88  Convierte-Archivo           VALUE "S".

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           STOP RUN.

       INICIALIZAR.
           PERFORM LEE-PARAMETROS
           IF Convierte-Archivo
               PERFORM ABRE-ARCHIVO
           ELSE
               PERFORM ABRE-MAESTRO
           END-IF.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       IF CP-FICHERO = "A"
                           SET Convierte-Archivo TO TRUE
                           MOVE "archivo" TO Nombre-Fichero
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, se "
                       "convierte el maestro vivo."
           END-IF.

       ABRE-MAESTRO.
           OPEN INPUT MASTER-VIEJO
           IF FS-Mst-Viejo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el maestro "
               SET Nuevo-Abierto TO TRUE
           END-IF.

       ABRE-ARCHIVO.
           OPEN INPUT ARCHIVO-VIEJO
           IF FS-Arc-Viejo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la generacion de "
                       "archivo antigua (estado " FS-Arc-Viejo ")."
               MOVE 16 TO RETURN-CODE
               SET Fin-Maestro TO TRUE
           ELSE
               SET Viejo-Abierto TO TRUE
           END-IF

           OPEN OUTPUT ARCHIVO-NUEVO
           IF FS-Arc-Nuevo NOT = "00"
               DISPLAY "ERROR: no se pudo abrir la generacion de "
                       "archivo convertida."
               MOVE 16 TO RETURN-CODE
               SET Fin-Maestro TO TRUE
           ELSE
               SET Nuevo-Abierto TO TRUE
           END-IF.

       *>----------------------------------------------------------
       *> CONVIERTE-REGISTRO: copia el siguiente registro del
       *> fichero antiguo, ya en orden de clave primaria, al
       *> fichero con centro de coste.
       *>----------------------------------------------------------
       CONVIERTE-REGISTRO.
           IF Convierte-Archivo
               READ ARCHIVO-VIEJO INTO CV-ANTERIOR
                   AT END
                       SET Fin-Maestro TO TRUE
               END-READ
           ELSE
               READ MASTER-VIEJO INTO CV-ANTERIOR
                   AT END
                       SET Fin-Maestro TO TRUE
               END-READ
           END-IF
           IF NOT Fin-Maestro
               ADD 1 TO Contador-Leidos
               MOVE SPACES TO CV-CENTRO-COSTE
               PERFORM GRABA-CONVERTIDO
           END-IF.

       GRABA-CONVERTIDO.
           IF Convierte-Archivo
               WRITE ARCHIVO-NUEVO-RECORD FROM Registro-Convertido
               MOVE FS-Arc-Nuevo TO FS-Grabacion
           ELSE
               WRITE MAESTRO-NUEVO-RECORD FROM Registro-Convertido
               MOVE FS-Mst-Nuevo TO FS-Grabacion
           END-IF
           IF FS-Grabacion NOT = "00"
               DISPLAY "ERROR: fallo al grabar el " Nombre-Fichero
                       " convertido, clave " CV-FECHA " "
                       CV-SECUENCIA
               MOVE 16 TO RETURN-CODE
               SET Fin-Maestro TO TRUE
           ELSE
               ADD 1 TO Contador-Grabados
           END-IF.

       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE CONVERSION - ConvierteMaestro".
           DISPLAY "Fichero convertido..............: "
               Nombre-Fichero.
           DISPLAY "Registros leidos................: "
               Contador-Leidos.
           DISPLAY "Registros convertidos...........: "
               Contador-Grabados.
           IF Contador-Leidos NOT = Contador-Grabados
               DISPLAY "AVISO: conversion incompleta, no renombrar "
                       "el " Nombre-Fichero " convertido."
           END-IF.
           DISPLAY "=========================================".

       FINALIZAR.
           IF Viejo-Abierto
               IF Convierte-Archivo
                   CLOSE ARCHIVO-VIEJO
               ELSE
                   CLOSE MASTER-VIEJO
               END-IF
           END-IF
           IF Nuevo-Abierto
               IF Convierte-Archivo
                   CLOSE ARCHIVO-NUEVO
               ELSE
                   CLOSE MASTER-NUEVO
               END-IF
           END-IF.

       END PROGRAM ConvierteMaestro.
