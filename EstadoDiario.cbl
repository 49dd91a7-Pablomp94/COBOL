       *>   JMP  Lectura del historial indexado (un registro de
       *>        estado actual por lote), sin tabla en memoria ni
       *>        limite de lotes listados.
       *>   JMP  Rechazos por limites de negocio (L1, L2, LR, LN).
       *>   JMP  Estado paso a paso de la cadena nocturna desde el
       *>        control de pasos (JOBCTL): inicio, fin, codigo de
       *>        retorno, ejecuciones, contadores clave y
       *>        autorizaciones de cada paso en la fecha de proceso.
       *>   JMP  Centro de coste en la clave del historial de
       *>        ejecuciones y en la linea de cada lote.
       *>   JMP  Registro de checkpoint ampliado con los contadores
       *>        de rechazos y avisos por limites.
       *>   JMP  Estado "P" del control de pasos: paso pendiente de
       *>        repetir porque un paso previo se volvio a ejecutar.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EstadoDiario.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Estado.

           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Fecha-Proceso.

           SELECT PASOS-FILE ASSIGN TO "JOBCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JC-CLAVE
               FILE STATUS IS FS-Pasos.

       DATA DIVISION.
       FILE SECTION.

           05  HX-CLAVE.
               10  HX-RUN-DATE         PIC 9(08).
               10  HX-EXPECTED-COUNT   PIC 9(06).
               10  HX-CENTRO-COSTE     PIC X(06).
           05  HX-CONTROL-TOTAL        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  HX-ESTADO               PIC X(01).
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05  CK-RECORD-COUNT         PIC 9(06).
           05  FILLER                  PIC X(148).

       *> Mismo layout que graba Programa1.
       FD  REJECT-FILE.
       FD  ESTADO-FILE.
       01  ESTADO-RECORD               PIC X(132).

       *> Fecha de proceso de la noche, la misma para todos los
       *> pasos de la cadena.
       FD  FECPROC-FILE.
       01  FECPROC-RECORD.
           05  FP-FECHA-PROCESO        PIC 9(08).

       *> Control de pasos de la cadena nocturna, mismo layout que
       *> graba cada paso: un registro por fecha de proceso y paso
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

       *> Pasos de la cadena nocturna en orden de ejecucion: nombre
       *> con el que se anotan, si son obligatorios cada noche ("S")
       *> y que cuenta cada uno de sus tres contadores clave.
       01  Tabla-Pasos-Valores.
           05  FILLER                  PIC X(19) VALUE
               "Programa1         S".
           05  FILLER                  PIC X(30) VALUE
               "LOTES.....REGISTROS.ERRORES...".
           05  FILLER                  PIC X(19) VALUE
               "AjustaMaestro     N".
           05  FILLER                  PIC X(30) VALUE
               "APROBADOS.AJUSTADOS.CADUCADOS.".
           05  FILLER                  PIC X(19) VALUE
               "Balancea          S".
           05  FILLER                  PIC X(30) VALUE
               "AUDITORIA.EXTRACTO..DESCUADRES".
           05  FILLER                  PIC X(19) VALUE
               "TransmiteExtracto S".
           05  FILLER                  PIC X(30) VALUE
               "INVENTARIOENVIADOS..GENERACION".
           05  FILLER                  PIC X(19) VALUE
               "Concilia          S".
           05  FILLER                  PIC X(30) VALUE
               "EXTRACTOS.CONCILIADOEXCEPCION.".
           05  FILLER                  PIC X(19) VALUE
               "ArchivaHistorico  N".
           05  FILLER                  PIC X(30) VALUE
               "MST LEIDO.MST ARCHIVAUD ARCHIV".
       01  Tabla-Pasos REDEFINES Tabla-Pasos-Valores.
           05  Ps-Entrada OCCURS 6 TIMES.
               10  Ps-Nombre           PIC X(18).
               10  Ps-Obligatorio      PIC X(01).
               10  Ps-Etiqueta OCCURS 3 TIMES PIC X(10).
       01  Ps-Maximo                   PIC 9(02) VALUE 6.
       01  Ps-Indice                   PIC 9(02) VALUE ZERO.

       *> Fecha de proceso del parte de pasos: la de FECPROC o, sin
       *> ella, la mas reciente del control de pasos.
       01  Fecha-Proceso               PIC 9(08) VALUE ZERO.

       *> Codigo de retorno del paso en edicion para el parte.
       01  Retorno-Edit                PIC Z9.

       *> Contadores de rechazos por motivo (ver codigos de motivo
       *> en Programa1: NR, DZ, RN, DE, NV, RE, L1, L2, LR, LN).
       01  Contadores-Rechazos.
           05  Contador-Rech-NR        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-DZ        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-DE        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-NV        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-RE        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-L1        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-L2        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-LR        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-LN        PIC 9(06) VALUE ZERO.
           05  Contador-Rech-Otros     PIC 9(06) VALUE ZERO.
           05  Contador-Rech-Total     PIC 9(06) VALUE ZERO.

           05  Contador-Hist-Leidos    PIC 9(06) VALUE ZERO.
           05  Contador-Lotes-Compl    PIC 9(06) VALUE ZERO.
           05  Contador-Lotes-Vuelo    PIC 9(06) VALUE ZERO.
           05  Contador-Pasos-Revisar  PIC 9(06) VALUE ZERO.

       *> Ultimo contador de registros grabado en el checkpoint
       *> pendiente, si existe.
       01  FS-Checkpoint               PIC X(02).
       01  FS-Rechazos                 PIC X(02).
       01  FS-Estado                   PIC X(02).
       01  FS-Fecha-Proceso            PIC X(02).
       01  FS-Pasos                    PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Historial            PIC X(01) VALUE "N".
       01  SW-Estado-Abierto           PIC X(01) VALUE "N".
           88  Estado-Abierto              VALUE "S".

       01  SW-Pasos-Abierto            PIC X(01) VALUE "N".
           88  Pasos-Abierto               VALUE "S".

       01  SW-Fin-Pasos                PIC X(01) VALUE "N".
           88  Fin-Pasos                   VALUE "S".

       *> El paso en curso necesita revision del relevo.
       01  SW-Paso-Revisar             PIC X(01) VALUE "N".
           88  Paso-Revisar                VALUE "S".
           88  Paso-Sin-Revisar            VALUE "N".

       *> Lineas del parte de estado.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(37) VALUE
           05  FILLER                  PIC X(12) VALUE
               "  REGISTROS:".
           05  LL-CANTIDAD             PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE
               "  CENTRO: ".
           05  LL-CENTRO               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LL-ESTADO               PIC X(40).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Linea-Pasos-Titulo.
           05  FILLER                  PIC X(46) VALUE
               "PASOS DE LA CADENA NOCTURNA - FECHA DE PROCESO".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPT-FECHA               PIC 9(08).
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  Linea-Pasos-Columnas.
           05  FILLER                  PIC X(49) VALUE
               "  PASO               ESTADO                    RC".
           05  FILLER                  PIC X(43) VALUE
               "  INICIO             FIN                EJ.".
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Linea-Paso.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPS-PASO                PIC X(18).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPS-ESTADO              PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPS-RETORNO             PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPS-FECHA-INICIO        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPS-HORA-INICIO         PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPS-FECHA-FIN           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LPS-HORA-FIN            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LPS-EJECUCIONES         PIC ZZZ.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  Linea-Contadores-Paso.
           05  FILLER                  PIC X(23) VALUE SPACES.
           05  LCP-ETIQUETA1           PIC X(10).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  LCP-VALOR1              PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LCP-ETIQUETA2           PIC X(10).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  LCP-VALOR2              PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LCP-ETIQUETA3           PIC X(10).
           05  FILLER                  PIC X(02) VALUE ": ".
           05  LCP-VALOR3              PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LCP-AUTORIZACION        PIC X(16).
           05  LCP-AUTORIZADO          PIC X(08).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  Linea-Motivo.
           05  FILLER                  PIC X(02) VALUE SPACES.
       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM LISTA-HISTORIAL.
           PERFORM LISTA-PASOS.
           PERFORM EXAMINA-CHECKPOINT.
           PERFORM CUENTA-RECHAZOS.
           PERFORM IMPRIME-PARTE.
                   PERFORM IMPRIME-LOTE
           END-READ.

       *>----------------------------------------------------------
       *> LISTA-PASOS: estado de cada paso de la cadena nocturna en
       *> la fecha de proceso segun el control de pasos, en orden
       *> de ejecucion. Sin FECPROC se lista la ultima fecha del
       *> control de pasos: el parte se saca por la mañana, cuando
       *> la fecha del sistema ya no es la de la noche.
       *>----------------------------------------------------------
       LISTA-PASOS.
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           OPEN INPUT PASOS-FILE
           IF FS-Pasos = "00"
               SET Pasos-Abierto TO TRUE
               PERFORM LEE-FECHA-PROCESO
               IF Fecha-Proceso = ZERO
                   PERFORM BUSCA-ULTIMA-FECHA-PASOS UNTIL Fin-Pasos
               END-IF
           END-IF
           IF Fecha-Proceso = ZERO
               DISPLAY "Aviso: sin control de pasos de la cadena, el "
                       "parte no lista pasos."
               MOVE "PASOS DE LA CADENA: SIN CONTROL DE PASOS"
                   TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           ELSE
               MOVE Fecha-Proceso TO LPT-FECHA
               MOVE Linea-Pasos-Titulo TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE Linea-Pasos-Columnas TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               PERFORM IMPRIME-PASO
                   VARYING Ps-Indice FROM 1 BY 1
                   UNTIL Ps-Indice > Ps-Maximo
           END-IF
           IF Pasos-Abierto
               CLOSE PASOS-FILE
           END-IF.

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
           END-IF.

       BUSCA-ULTIMA-FECHA-PASOS.
           READ PASOS-FILE NEXT
               AT END
                   SET Fin-Pasos TO TRUE
               NOT AT END
                   IF JC-FECHA-PROCESO > Fecha-Proceso
                       MOVE JC-FECHA-PROCESO TO Fecha-Proceso
                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> IMPRIME-PASO: lectura directa del paso en la fecha de
       *> proceso. Un paso iniciado sin terminar, retenido o
       *> terminado con codigo 12 o mas necesita revision, igual
       *> que un paso obligatorio que no consta ejecutado.
       *>----------------------------------------------------------
       IMPRIME-PASO.
           SET Paso-Sin-Revisar TO TRUE
           MOVE Ps-Nombre (Ps-Indice) TO LPS-PASO
           MOVE Fecha-Proceso         TO JC-FECHA-PROCESO
           MOVE Ps-Nombre (Ps-Indice) TO JC-PASO
           READ PASOS-FILE
               INVALID KEY
                   PERFORM IMPRIME-PASO-AUSENTE
               NOT INVALID KEY
                   PERFORM IMPRIME-PASO-EJECUTADO
           END-READ
           IF Paso-Revisar
               ADD 1 TO Contador-Pasos-Revisar
           END-IF.

       IMPRIME-PASO-AUSENTE.
           IF Ps-Obligatorio (Ps-Indice) = "S"
               SET Paso-Revisar TO TRUE
               MOVE "NO EJECUTADO - REVISAR" TO LPS-ESTADO
           ELSE
               MOVE "NO EJECUTADO" TO LPS-ESTADO
           END-IF
           MOVE SPACES TO LPS-RETORNO
           MOVE SPACES TO LPS-FECHA-INICIO LPS-HORA-INICIO
           MOVE SPACES TO LPS-FECHA-FIN LPS-HORA-FIN
           MOVE ZERO   TO LPS-EJECUCIONES
           MOVE Linea-Paso TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       IMPRIME-PASO-EJECUTADO.
           EVALUATE TRUE
               WHEN JC-ESTADO = "I"
                   SET Paso-Revisar TO TRUE
                   MOVE "INICIADO SIN TERMINAR" TO LPS-ESTADO
               WHEN JC-ESTADO = "R"
                   SET Paso-Revisar TO TRUE
                   MOVE "RETENIDO POR PASO PREVIO" TO LPS-ESTADO
               WHEN JC-ESTADO = "P"
                   SET Paso-Revisar TO TRUE
                   MOVE "PENDIENTE DE REPETIR" TO LPS-ESTADO
               WHEN JC-RETORNO >= 12
                   SET Paso-Revisar TO TRUE
                   MOVE "TERMINADO CON ERROR" TO LPS-ESTADO
               WHEN JC-RETORNO >= 8
                   MOVE "TERMINADO CON AVISOS" TO LPS-ESTADO
               WHEN OTHER
                   MOVE "TERMINADO" TO LPS-ESTADO
           END-EVALUATE
           IF JC-ESTADO = "I"
               MOVE SPACES TO LPS-RETORNO
               MOVE SPACES TO LPS-FECHA-FIN LPS-HORA-FIN
           ELSE
               MOVE JC-RETORNO   TO Retorno-Edit
               MOVE Retorno-Edit TO LPS-RETORNO
               MOVE JC-FECHA-FIN TO LPS-FECHA-FIN
               MOVE JC-HORA-FIN  TO LPS-HORA-FIN
           END-IF
           MOVE JC-FECHA-INICIO TO LPS-FECHA-INICIO
           MOVE JC-HORA-INICIO  TO LPS-HORA-INICIO
           MOVE JC-EJECUCIONES  TO LPS-EJECUCIONES
           MOVE Linea-Paso TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE Ps-Etiqueta (Ps-Indice, 1) TO LCP-ETIQUETA1
           MOVE Ps-Etiqueta (Ps-Indice, 2) TO LCP-ETIQUETA2
           MOVE Ps-Etiqueta (Ps-Indice, 3) TO LCP-ETIQUETA3
           MOVE JC-CONTADOR1 TO LCP-VALOR1
           MOVE JC-CONTADOR2 TO LCP-VALOR2
           MOVE JC-CONTADOR3 TO LCP-VALOR3
           IF JC-AUTORIZADO = SPACES
               MOVE SPACES TO LCP-AUTORIZACION LCP-AUTORIZADO
           ELSE
               MOVE "AUTORIZADO POR: " TO LCP-AUTORIZACION
               MOVE JC-AUTORIZADO      TO LCP-AUTORIZADO
           END-IF
           MOVE Linea-Contadores-Paso TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> EXAMINA-CHECKPOINT: anota si el fichero de checkpoint
       *> tiene registros y el contador del ultimo grabado. Un
                           ADD 1 TO Contador-Rech-NV
                       WHEN "RE"
                           ADD 1 TO Contador-Rech-RE
                       WHEN "L1"
                           ADD 1 TO Contador-Rech-L1
                       WHEN "L2"
                           ADD 1 TO Contador-Rech-L2
                       WHEN "LR"
                           ADD 1 TO Contador-Rech-LR
                       WHEN "LN"
                           ADD 1 TO Contador-Rech-LN
                       WHEN OTHER
                           ADD 1 TO Contador-Rech-Otros
                   END-EVALUATE

       *>----------------------------------------------------------
       *> IMPRIME-PARTE: emite el parte de una pagina. Un lote en
       *> vuelo (con o sin checkpoint) o un paso de la cadena a
       *> revisar deja la ejecucion con codigo 8 para que el relevo
       *> no lo pase por alto.
       *>----------------------------------------------------------
       IMPRIME-PARTE.
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM IMPRIME-RECHAZOS
           IF Contador-Lotes-Vuelo > ZERO
                   OR Contador-Pasos-Revisar > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           DISPLAY "EstadoDiario: " Contador-Hist-Leidos " lotes ("
               Contador-Lotes-Vuelo " en vuelo), "
               Contador-Rech-Total " rechazos pendientes.".
           DISPLAY "EstadoDiario: fecha de proceso " Fecha-Proceso
               ", " Contador-Pasos-Revisar " pasos a revisar.".

       IMPRIME-LOTE.
           MOVE HX-RUN-DATE        TO LL-FECHA
           MOVE HX-EXPECTED-COUNT  TO LL-CANTIDAD
           MOVE HX-CENTRO-COSTE    TO LL-CENTRO
           IF HX-ESTADO = "C"
               ADD 1 TO Contador-Lotes-Compl
               MOVE "COMPLETADO" TO LL-ESTADO
           MOVE "REFERENCIA ENCADENADA (RE)......: " TO LM-TEXTO
           MOVE Contador-Rech-RE TO LM-VALOR
           PERFORM ESCRIBE-MOTIVO
           MOVE "LIMITE OPERANDO 1 (L1)..........: " TO LM-TEXTO
           MOVE Contador-Rech-L1 TO LM-VALOR
           PERFORM ESCRIBE-MOTIVO
           MOVE "LIMITE OPERANDO 2 (L2)..........: " TO LM-TEXTO
           MOVE Contador-Rech-L2 TO LM-VALOR
           PERFORM ESCRIBE-MOTIVO
           MOVE "LIMITE DEL RESULTADO (LR).......: " TO LM-TEXTO
           MOVE Contador-Rech-LR TO LM-VALOR
           PERFORM ESCRIBE-MOTIVO
           MOVE "NEGATIVO NO ADMITIDO (LN).......: " TO LM-TEXTO
           MOVE Contador-Rech-LN TO LM-VALOR
           PERFORM ESCRIBE-MOTIVO
           IF Contador-Rech-Otros > ZERO
               MOVE "OTROS MOTIVOS...................: " TO LM-TEXTO
               MOVE Contador-Rech-Otros TO LM-VALOR
