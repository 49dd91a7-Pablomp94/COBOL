       *>   JMP  Indice alternativo por codigo de operacion en el
       *>        maestro, su compactado y su archivo, a juego con
       *>        el que consulta ConsultaMaestro.
       *>   JMP  Layouts de auditoria y maestro con el centro de
       *>        coste al final del registro.
       *>   JMP  Control de pasos de la cadena nocturna (JOBCTL): no
       *>        se purga si Balancea no consta en cuadre para la
       *>        fecha de proceso, salvo autorizacion explicita en
       *>        el parametro de archivado, que queda anotada; el
       *>        paso anota su inicio, fin, codigo de retorno y
       *>        contadores.
       *>   JMP  La autorizacion del parametro de archivado lleva
       *>        la fecha de proceso para la que se concede y solo
       *>        vale esa noche; con otra fecha se ignora con aviso.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArchivaHistorico.
                   WITH DUPLICATES
               FILE STATUS IS FS-Mst-Nuevo.

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

       *> Parametro de retencion: los lotes con fecha anterior a la
       *> fecha de corte se archivan; a partir de ella se conservan
       *> en los ficheros vivos. El usuario autorizado, si viene,
       *> permite purgar aunque Balancea no diera la fecha de
       *> proceso por cuadrada, pero solo en la fecha de proceso
       *> que acompaña a la autorizacion.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  AP-FECHA-CORTE          PIC 9(08).
           05  AP-AUTORIZADO           PIC X(08).
           05  AP-FECHA-PROCESO        PIC 9(08).

       *> Mismo layout que graba Programa1.
       FD  AUDIT-FILE.
           05  AU-HORA                 PIC 9(08).
           05  AU-INDICADOR-ERROR      PIC X(01).
           05  AU-FECHA-LOTE           PIC 9(08).
           05  AU-CENTRO-COSTE         PIC X(06).

       FD  AUDIT-ARCHIVO.
       01  AUDIT-ARCHIVO-RECORD        PIC X(85).

       FD  AUDIT-NUEVO.
       01  AUDIT-NUEVO-RECORD          PIC X(85).

       *> Mismo layout que graba Programa1.
       FD  RESULT-MASTER.
                                       SIGN LEADING SEPARATE.
           05  RM-HORA-CALCULO         PIC 9(08).
           05  RM-INDICADOR-ERROR      PIC X(01).
           05  RM-CENTRO-COSTE         PIC X(06).

       FD  MASTER-ARCHIVO.
       01  MAESTRO-ARC-RECORD.
               10  MA-SECUENCIA        PIC 9(06).
           05  MA-NUMEROS              PIC X(20).
           05  MA-OPERACION            PIC X(10).
           05  MA-RESTO                PIC X(39).

       FD  MASTER-NUEVO.
       01  MAESTRO-NUEVO-RECORD.
               10  MN-SECUENCIA        PIC 9(06).
           05  MN-NUMEROS              PIC X(20).
           05  MN-OPERACION            PIC X(10).
           05  MN-RESTO                PIC X(39).

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

       *> Fecha limite del archivado: todo lo anterior se archiva.
       01  Fecha-Corte                 PIC 9(08) VALUE ZERO.

       *> Control de pasos: fecha de proceso, nombre con el que se
       *> anota este paso y paso previo que se comprueba.
       01  Fecha-Proceso               PIC 9(08) VALUE ZERO.
       01  Nombre-Paso                 PIC X(18)
                                       VALUE "ArchivaHistorico".
       01  Paso-Anterior               PIC X(18) VALUE SPACES.

       *> Usuario que autoriza la purga sin cuadre, si lo hay.
       01  Autorizado-Por              PIC X(08) VALUE SPACES.
       01  Autorizado-Fecha            PIC 9(08) VALUE ZERO.

       *> Contadores del archivado.
       01  Contadores-Archivo.
           05  Contador-Audit-Leidos   PIC 9(06) VALUE ZERO.
       01  FS-Maestro                  PIC X(02).
       01  FS-Mst-Archivo              PIC X(02).
       01  FS-Mst-Nuevo                PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Auditoria            PIC X(01) VALUE "N".
       01  SW-Mst-Nvo-Abierto          PIC X(01) VALUE "N".
           88  Mst-Nvo-Abierto             VALUE "S".

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
       *> INICIALIZAR: carga la fecha de corte, comprueba en el
       *> control de pasos que se puede purgar y abre los ficheros.
       *> Sin parametro de retencion no se archiva nada: purgar con
       *> una fecha equivocada seria irreversible.
       *>----------------------------------------------------------
       INICIALIZAR.
           PERFORM LEE-PARAMETROS.
           PERFORM INICIA-CONTROL-PASOS.
           IF Paso-Retenido
               SET Proceso-Abortado TO TRUE
           END-IF.
           IF NOT Proceso-Abortado
               PERFORM ABRE-FICHEROS
           END-IF.
                       IF AP-FECHA-CORTE IS NUMERIC
                               AND AP-FECHA-CORTE > ZERO
                           MOVE AP-FECHA-CORTE TO Fecha-Corte
                           MOVE AP-AUTORIZADO  TO Autorizado-Por
                           IF AP-FECHA-PROCESO IS NUMERIC
                               MOVE AP-FECHA-PROCESO
                                   TO Autorizado-Fecha
                           END-IF
                           DISPLAY "Archivado de lotes anteriores a "
                               Fecha-Corte
                       ELSE
       IMPRIME-RESUMEN.
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DE ARCHIVADO - ArchivaHistorico".
           IF Paso-Retenido
               DISPLAY "PURGA RETENIDA por el control de pasos de la "
                       "cadena."
           END-IF.
           DISPLAY "Fecha de corte..................: "
               Fecha-Corte.
           DISPLAY "Auditoria leida.................: "
               Contador-Mst-Conserv.
           DISPLAY "=========================================".

       *>----------------------------------------------------------
       *> INICIA-CONTROL-PASOS: solo se purga si Balancea dio por
       *> cuadrada la fecha de proceso (terminado con codigo menor
       *> que 12). Sin cuadre la purga se retiene con codigo 12,
       *> salvo autorizacion explicita en el parametro de
       *> archivado para esa misma fecha de proceso: entonces se
       *> purga con aviso y el usuario que autoriza queda en el
       *> control de pasos.
       *>----------------------------------------------------------
       INICIA-CONTROL-PASOS.
           PERFORM LEE-FECHA-PROCESO
           PERFORM ABRE-CONTROL-PASOS
           IF Pasos-Abierto
               MOVE "Balancea" TO Paso-Anterior
               PERFORM LEE-PASO-ANTERIOR
               IF Anterior-Correcto
                   MOVE SPACES TO Autorizado-Por
               ELSE
                   PERFORM COMPRUEBA-AUTORIZACION
               END-IF
               PERFORM REGISTRA-INICIO-PASO
           END-IF.

       COMPRUEBA-AUTORIZACION.
           IF Autorizado-Por NOT = SPACES
                   AND Autorizado-Fecha NOT = Fecha-Proceso
               DISPLAY "AVISO: la autorizacion de " Autorizado-Por
                       " es para la fecha " Autorizado-Fecha
                       " y no para la fecha de proceso "
                       Fecha-Proceso "; se ignora."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE SPACES TO Autorizado-Por
           END-IF
           IF Autorizado-Por = SPACES
               DISPLAY "ERROR: Balancea no consta en cuadre para la "
                       "fecha de proceso " Fecha-Proceso "; no se "
                       "purga el historico."
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET Paso-Retenido TO TRUE
           ELSE
               DISPLAY "AVISO: Balancea no consta en cuadre para la "
                       "fecha de proceso " Fecha-Proceso "; purga "
                       "autorizada por " Autorizado-Por "."
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
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
           MOVE Autorizado-Por TO JC-AUTORIZADO
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
                   MOVE Contador-Mst-Leidos   TO JC-CONTADOR1
                   MOVE Contador-Mst-Archiv   TO JC-CONTADOR2
                   MOVE Contador-Audit-Archiv TO JC-CONTADOR3
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
           IF Mst-Nvo-Abierto
               CLOSE MASTER-NUEVO
           END-IF
           IF Pasos-Abierto
               PERFORM REGISTRA-FIN-PASO
               CLOSE PASOS-FILE
           END-IF.

       END PROGRAM ArchivaHistorico.
