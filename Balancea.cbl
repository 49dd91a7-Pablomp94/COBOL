       *>        importe que InformeAuditoria (resultado decimal en
       *>        DIVIDE, PORCENTAJE y RAIZ; los registros con error
       *>        "S" no suman).
       *>   JMP  Layouts de auditoria y maestro con el centro de
       *>        coste al final del registro.
       *>   JMP  Control de pasos de la cadena nocturna (JOBCTL): no
       *>        cuadra si Programa1 no consta terminado para la
       *>        fecha de proceso o si AjustaMaestro quedo a medias,
       *>        y anota su inicio, fin, codigo de retorno (12 fuera
       *>        de cuadre) y contadores.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Balancea.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Balance.

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

       FD  BALANCE-FILE.
       01  BALANCE-RECORD              PIC X(132).

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
       01  Nombre-Paso                 PIC X(18) VALUE "Balancea".
       01  Paso-Anterior               PIC X(18) VALUE SPACES.

       *> Acumulados por fecha de lote de las tres fuentes.
       01  Tabla-Fechas.
           05  TF-Maximo               PIC 9(03) VALUE 100.
       01  FS-Extracto                 PIC X(02).
       01  FS-Maestro                  PIC X(02).
       01  FS-Balance                  PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Parejas              PIC X(01) VALUE "N".
       01  SW-Balance-Abierto          PIC X(01) VALUE "N".
           88  Balance-Abierto             VALUE "S".

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

       *> Lineas del informe de cuadre.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(36) VALUE
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: comprueba en el control de pasos que el
       *> calculo de la fecha de proceso termino bien y, si es asi,
       *> abre las fuentes y el informe.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM INICIA-CONTROL-PASOS
           IF Paso-Retenido
               SET Proceso-Abortado TO TRUE
           ELSE
               PERFORM ABRE-FICHEROS
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: abre las tres fuentes y el informe.
       *>----------------------------------------------------------
       ABRE-FICHEROS.
           OPEN INPUT AUDIT-FILE
           IF FS-Auditoria NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> INICIA-CONTROL-PASOS: Balancea necesita Programa1
       *> terminado bien en la fecha de proceso. AjustaMaestro es
       *> opcional, pero si se ejecuto esa noche tambien tiene que
       *> haber terminado: sus reversas y ajustes van en la misma
       *> auditoria y el mismo extracto que se cuadran.
       *>----------------------------------------------------------
       INICIA-CONTROL-PASOS.
           PERFORM LEE-FECHA-PROCESO
           PERFORM ABRE-CONTROL-PASOS
           IF Pasos-Abierto
               MOVE "Programa1" TO Paso-Anterior
               PERFORM COMPRUEBA-PASO-ANTERIOR
               MOVE "AjustaMaestro" TO Paso-Anterior
               PERFORM LEE-PASO-ANTERIOR
               IF Anterior-Incorrecto
                   PERFORM RETIENE-PASO
               END-IF
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
       *> fecha sustituye a la anterior y suma una ejecucion.
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
           END-IF.

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
                   MOVE Contador-Audit      TO JC-CONTADOR1
                   MOVE Contador-Extracto   TO JC-CONTADOR2
                   MOVE Contador-Descuadres TO JC-CONTADOR3
                   REWRITE PASO-RECORD
                   IF FS-Pasos NOT = "00"
                       DISPLAY "ERROR: fallo al anotar el fin del "
                               "paso en el control de pasos (estado "
                               FS-Pasos ")."
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       FINALIZAR.
           IF Audit-Abierto
               CLOSE AUDIT-FILE
           END-IF
           IF Balance-Abierto
               CLOSE BALANCE-FILE
           END-IF
           IF Pasos-Abierto
               PERFORM REGISTRA-FIN-PASO
               CLOSE PASOS-FILE
           END-IF.

       END PROGRAM Balancea.
