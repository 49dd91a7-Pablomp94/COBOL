       *>   JMP  Version inicial: doble pasada sobre el extracto,
       *>        numero de generacion persistido en TRANSCTL y
       *>        diario de envios en TRANSLOG.
       *>   JMP  Control de pasos de la cadena nocturna (JOBCTL): no
       *>        se envia si Balancea no consta en cuadre para la
       *>        fecha de proceso, salvo autorizacion explicita en
       *>        TRANPARM, que queda anotada; el paso anota su
       *>        inicio, fin, codigo de retorno y contadores.
       *>   JMP  La autorizacion de TRANPARM lleva la fecha de
       *>        proceso para la que se concede y solo vale esa
       *>        noche; con otra fecha se ignora con aviso.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransmiteExtracto.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Diario.

           SELECT PARM-FILE ASSIGN TO "TRANPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

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

                                       SIGN LEADING SEPARATE.
           05  DL-ESTADO               PIC X(02).

       *> Autorizacion explicita para enviar un extracto que
       *> Balancea no dio por cuadrado: usuario que la concede y
       *> fecha de proceso para la que vale. En blanco o sin
       *> fichero no hay autorizacion; con otra fecha se ignora.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  TP-AUTORIZADO           PIC X(08).
           05  TP-FECHA-PROCESO        PIC 9(08).

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
                                       VALUE "TransmiteExtracto".
       01  Paso-Anterior               PIC X(18) VALUE SPACES.

       *> Usuario que autoriza el envio sin cuadre, si lo hay.
       01  Autorizado-Por              PIC X(08) VALUE SPACES.
       01  Autorizado-Fecha            PIC 9(08) VALUE ZERO.

       *> Generacion del envio en curso.
       01  Generacion-Envio            PIC 9(06) VALUE 1.

       01  FS-Extracto                 PIC X(02).
       01  FS-Envio                    PIC X(02).
       01  FS-Diario                   PIC X(02).
       01  FS-Parametros               PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Extracto             PIC X(01) VALUE "N".
       01  SW-Diario-Abierto           PIC X(01) VALUE "N".
           88  Diario-Abierto              VALUE "S".

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
       *> extracto de la fecha de proceso esta en cuadre (o que hay
       *> autorizacion para enviarlo) y, si es asi, prepara el
       *> envio.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-AUTORIZACION
           PERFORM INICIA-CONTROL-PASOS
           IF Paso-Retenido
               SET Proceso-Abortado TO TRUE
           ELSE
               PERFORM ABRE-FICHEROS
           END-IF.

       LEE-AUTORIZACION.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       MOVE TP-AUTORIZADO TO Autorizado-Por
                       IF TP-FECHA-PROCESO IS NUMERIC
                           MOVE TP-FECHA-PROCESO TO Autorizado-Fecha
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       *>----------------------------------------------------------
       *> ABRE-FICHEROS: determina la generacion del envio y abre
       *> el envoltorio y el diario.
       *>----------------------------------------------------------
       ABRE-FICHEROS.
           PERFORM LEE-GENERACION
           OPEN OUTPUT ENVIO-FILE
           IF FS-Envio NOT = "00"
               Recuento-Pasada1.
           DISPLAY "Registros enviados..............: "
               Recuento-Pasada2.
           EVALUATE TRUE
               WHEN Paso-Retenido
                   DISPLAY "ENVIO RETENIDO por el control de pasos "
                           "de la cadena."
               WHEN Envio-Valido AND NOT Proceso-Abortado
                   DISPLAY "Envio cerrado y anotado en el diario."
               WHEN OTHER
                   DISPLAY "ENVIO REHUSADO: ver diario de "
                           "transmisiones."
           END-EVALUATE.
           DISPLAY "=========================================".

       *>----------------------------------------------------------
       *> INICIA-CONTROL-PASOS: solo se envia un extracto que
       *> Balancea dio por cuadrado en la fecha de proceso
       *> (terminado con codigo menor que 12). Sin cuadre el envio
       *> se retiene con codigo 12, salvo autorizacion explicita en
       *> el parametro de transmision para esa misma fecha de
       *> proceso: entonces se envia con aviso y el usuario que
       *> autoriza queda en el control de pasos.
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
                       "fecha de proceso " Fecha-Proceso "; el "
                       "extracto no se envia."
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
               SET Paso-Retenido TO TRUE
           ELSE
               DISPLAY "AVISO: Balancea no consta en cuadre para la "
                       "fecha de proceso " Fecha-Proceso "; envio "
                       "autorizado por " Autorizado-Por "."
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
                   MOVE Recuento-Pasada1 TO JC-CONTADOR1
                   MOVE Recuento-Pasada2 TO JC-CONTADOR2
                   MOVE Generacion-Envio TO JC-CONTADOR3
                   REWRITE PASO-RECORD
                   IF FS-Pasos NOT = "00"
                       DISPLAY "ERROR: fallo al anotar el fin del "
                               "paso en el control de pasos (estado "
                               FS-Pasos ")."
                       MOVE 16 TO RETURN-CODE
                   END-IF
           END-READ.

       FINALIZAR.
           IF Envio-Abierto
           END-IF
           IF Diario-Abierto
               CLOSE LOG-FILE
           END-IF
           IF Pasos-Abierto
               PERFORM REGISTRA-FIN-PASO
               CLOSE PASOS-FILE
           END-IF.

       END PROGRAM TransmiteExtracto.
