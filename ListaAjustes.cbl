       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Listado del registro de ajustes (AJUSTELOG):
       *>             solicitudes, aprobaciones, rechazos,
       *>             caducidades y contabilizaciones de los ajustes
       *>             sobre el maestro de resultados, con seleccion
       *>             por rango de fechas y tipo de evento y totales
       *>             por tipo de evento.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: listado del doble control de los
       *>        ajustes para auditoria.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ListaAjustes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "AJLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT LOG-FILE ASSIGN TO "AJUSTELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Log.

           SELECT REPORT-FILE ASSIGN TO "AJUSLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

       DATA DIVISION.
       FILE SECTION.

       *> Parametros de seleccion del listado. Fechas a cero o en
       *> blanco equivalen a "sin limite"; evento en blanco
       *> selecciona todos.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  LP-FECHA-DESDE          PIC X(08).
           05  LP-FECHA-HASTA          PIC X(08).
           05  LP-EVENTO               PIC X(02).

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

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       *> Criterios de seleccion ya normalizados.
       01  Fecha-Desde                 PIC 9(08) VALUE ZERO.
       01  Fecha-Hasta                 PIC 9(08) VALUE 99999999.
       01  Evento-Pedido               PIC X(02) VALUE SPACES.

       *> Contadores generales del listado.
       01  Contadores-Listado.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Listados       PIC 9(06) VALUE ZERO.

       *> Totales por tipo de evento, en el orden del ciclo de vida
       *> de un ajuste.
       01  Tabla-Eventos-Valores.
           05  FILLER                  PIC X(12) VALUE "SOSOLICITUD ".
           05  FILLER                  PIC X(12) VALUE "AUAPROBADO  ".
           05  FILLER                  PIC X(12) VALUE "RZRECHAZADO ".
           05  FILLER                  PIC X(12) VALUE "CACADUCADO  ".
           05  FILLER                  PIC X(12) VALUE "COAPLICADO  ".
           05  FILLER                  PIC X(12) VALUE "FAFALLIDO   ".
           05  FILLER                  PIC X(12) VALUE "RHREHUSADO  ".
       01  Tabla-Eventos REDEFINES Tabla-Eventos-Valores.
           05  Ev-Entrada OCCURS 7 TIMES.
               10  Ev-Codigo           PIC X(02).
               10  Ev-Descripcion      PIC X(10).
       01  Contadores-Eventos.
           05  Ev-Contador OCCURS 7 TIMES PIC 9(06).
       01  Ev-Maximo                   PIC 9(02) VALUE 7.
       01  Ev-Indice                   PIC 9(02) VALUE ZERO.
       01  Ev-Encontrado               PIC 9(02) VALUE ZERO.

       *> Control de paginacion del informe.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
       01  Maximo-Lineas-Pagina        PIC 9(02) VALUE 55.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Log                      PIC X(02).
       01  FS-Informe                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".
           88  Fin-Fichero                 VALUE "S".

       01  SW-Log-Abierto              PIC X(01) VALUE "N".
           88  Log-Abierto                 VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       *> Lineas del informe.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(36) VALUE
               "REGISTRO DE AJUSTES DEL MAESTRO     ".
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(55) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       01  Linea-Cabecera2.
           05  FILLER                  PIC X(20) VALUE
               "FECHA    EVENTO     ".
           05  FILLER                  PIC X(26) VALUE
               "LOTE     SEC.   USUARIO  ".
           05  FILLER                  PIC X(22) VALUE
               "SOLICIT. MO OPERACION ".
           05  FILLER                  PIC X(24) VALUE
               "    NUMERO1     NUMERO2 ".
           05  FILLER                  PIC X(40) VALUE
               "OBSERVACIONES".

       01  Linea-Detalle.
           05  LD-FECHA                PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-EVENTO               PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-FECHA-CALCULO        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-SECUENCIA            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-USUARIO              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-SOLICITANTE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MOTIVO               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-OPERACION            PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NUMERO1              PIC Z(6)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-NUMERO2              PIC Z(6)9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-TEXTO                PIC X(40).

       01  Linea-Total-Evento.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LTE-EVENTO              PIC X(10).
           05  FILLER                  PIC X(10) VALUE
               "  EVENTOS:".
           05  LTE-CONTADOR            PIC ZZZZZ9.
           05  FILLER                  PIC X(104) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-EVENTO UNTIL Fin-Fichero.
           PERFORM IMPRIME-TOTALES.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: carga los parametros de seleccion, abre los
       *> ficheros y deja leido el primer evento.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           MOVE ZERO TO Contadores-Eventos
           PERFORM LEE-PARAMETROS
           PERFORM ABRE-FICHEROS
           PERFORM LEE-LOG.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       IF LP-FECHA-DESDE IS NUMERIC
                           MOVE LP-FECHA-DESDE TO Fecha-Desde
                       END-IF
                       IF LP-FECHA-HASTA IS NUMERIC
                               AND LP-FECHA-HASTA NOT = "00000000"
                           MOVE LP-FECHA-HASTA TO Fecha-Hasta
                       END-IF
                       MOVE LP-EVENTO TO Evento-Pedido
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, se listan "
                       "todos los eventos."
           END-IF.

       ABRE-FICHEROS.
           OPEN INPUT LOG-FILE
           IF FS-Log NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el registro de "
                       "ajustes."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Log-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "listado."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF.

       LEE-LOG.
           IF NOT Fin-Fichero
               READ LOG-FILE
                   AT END
                       SET Fin-Fichero TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidos
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-EVENTO: aplica los criterios de seleccion al
       *> evento leido, lo lista si procede y avanza al siguiente.
       *>----------------------------------------------------------
       PROCESA-EVENTO.
           IF LG-FECHA >= Fecha-Desde
                   AND LG-FECHA <= Fecha-Hasta
                   AND (Evento-Pedido = SPACES
                       OR LG-EVENTO = Evento-Pedido)
               PERFORM LISTA-EVENTO
           END-IF
           PERFORM LEE-LOG.

       LISTA-EVENTO.
           ADD 1 TO Contador-Listados
           MOVE ZERO TO Ev-Encontrado
           PERFORM BUSCA-EVENTO
               VARYING Ev-Indice FROM 1 BY 1
               UNTIL Ev-Indice > Ev-Maximo
                   OR Ev-Encontrado > ZERO
           IF Ev-Encontrado > ZERO
               ADD 1 TO Ev-Contador (Ev-Encontrado)
               MOVE Ev-Descripcion (Ev-Encontrado) TO LD-EVENTO
           ELSE
               MOVE LG-EVENTO TO LD-EVENTO
           END-IF
           MOVE LG-FECHA          TO LD-FECHA
           MOVE LG-FECHA-CALCULO  TO LD-FECHA-CALCULO
           MOVE LG-SECUENCIA      TO LD-SECUENCIA
           MOVE LG-USUARIO        TO LD-USUARIO
           MOVE LG-SOLICITANTE    TO LD-SOLICITANTE
           MOVE LG-MOTIVO         TO LD-MOTIVO
           MOVE LG-OPERACION      TO LD-OPERACION
           MOVE LG-NUMERO1        TO LD-NUMERO1
           MOVE LG-NUMERO2        TO LD-NUMERO2
           MOVE LG-TEXTO          TO LD-TEXTO
           MOVE Linea-Detalle TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       BUSCA-EVENTO.
           IF Ev-Indice <= Ev-Maximo
               IF Ev-Codigo (Ev-Indice) = LG-EVENTO
                   MOVE Ev-Indice TO Ev-Encontrado
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-TOTALES: totales por tipo de evento y generales.
       *>----------------------------------------------------------
       IMPRIME-TOTALES.
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "TOTALES POR TIPO DE EVENTO" TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM IMPRIME-TOTAL-EVENTO
               VARYING Ev-Indice FROM 1 BY 1
               UNTIL Ev-Indice > Ev-Maximo
           MOVE "LISTADOS" TO LTE-EVENTO
           MOVE Contador-Listados TO LTE-CONTADOR
           MOVE Linea-Total-Evento TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           DISPLAY "ListaAjustes: " Contador-Listados
               " eventos listados de " Contador-Leidos " leidos.".

       IMPRIME-TOTAL-EVENTO.
           MOVE Ev-Descripcion (Ev-Indice) TO LTE-EVENTO
           MOVE Ev-Contador (Ev-Indice)    TO LTE-CONTADOR
           MOVE Linea-Total-Evento TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       *>----------------------------------------------------------
       *> ESCRIBE-LINEA: escribe Linea-Texto en el listado con
       *> control de paginacion y cabeceras de pagina.
       *>----------------------------------------------------------
       ESCRIBE-LINEA.
           IF Informe-Abierto
               IF Lineas-Pagina >= Maximo-Lineas-Pagina
                   PERFORM IMPRIME-CABECERA-PAGINA
               END-IF
               WRITE INFORME-RECORD FROM Linea-Texto
               IF FS-Informe NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el listado."
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
           IF Log-Abierto
               CLOSE LOG-FILE
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM ListaAjustes.
