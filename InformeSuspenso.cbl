       *>**************************************************************
       *> Author:     Equipo de Operaciones Batch
       *> Date:
       *> Purpose:    Informe semanal de antiguedad del suspenso de
       *>             rechazos (SUSPENSO): lista las partidas abiertas
       *>             con los dias laborables transcurridos desde el
       *>             rechazo, segun el calendario de proceso, y las
       *>             resume por motivo de rechazo en los tramos de
       *>             0-2, 3-5 y mas de 5 dias laborables. Las
       *>             partidas corregidas y dadas de baja solo se
       *>             cuentan en el resumen final.
       *> Tectonics: cobc
       *>
       *> Historial de modificaciones:
       *>   JMP  Version inicial: seguimiento de los rechazos
       *>        pendientes de corregir.
       *>   JMP  Motivos de rechazo por limites de negocio.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeSuspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SUSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Parametros.

           SELECT SUSPENSO-FILE ASSIGN TO "SUSPENSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SU-CLAVE
               FILE STATUS IS FS-Suspenso.

           SELECT CALENDARIO-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Calendario.

           SELECT REPORT-FILE ASSIGN TO "SUSPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Informe.

       DATA DIVISION.
       FILE SECTION.

       *> Fecha de corte del informe; a cero o en blanco se toma
       *> la fecha del dia.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  SP-FECHA-CORTE          PIC X(08).

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

       *> Mismo layout que lee Programa1.
       FD  CALENDARIO-FILE.
       01  CALENDARIO-RECORD.
           05  CAL-FECHA               PIC 9(08).
           05  CAL-TIPO                PIC X(01).

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).

       WORKING-STORAGE SECTION.

       01  Fecha-Corte                 PIC 9(08) VALUE ZERO.

       *> Contadores generales del informe.
       01  Contadores-Suspenso.
           05  Contador-Leidos         PIC 9(06) VALUE ZERO.
           05  Contador-Abiertas       PIC 9(06) VALUE ZERO.
           05  Contador-Corregidas     PIC 9(06) VALUE ZERO.
           05  Contador-Bajas          PIC 9(06) VALUE ZERO.
           05  Total-Tramo1            PIC 9(06) VALUE ZERO.
           05  Total-Tramo2            PIC 9(06) VALUE ZERO.
           05  Total-Tramo3            PIC 9(06) VALUE ZERO.

       *> Dias laborables transcurridos de la partida en curso.
       01  Dias-Antiguedad             PIC 9(04) VALUE ZERO.

       *> Descripcion de los motivos de rechazo que graba
       *> Programa1.
       01  Tabla-Motivos-Valores.
           05  FILLER                  PIC X(22) VALUE
               "NRNO RECONOCIDA       ".
           05  FILLER                  PIC X(22) VALUE
               "DZDIVISION POR CERO   ".
           05  FILLER                  PIC X(22) VALUE
               "RNRESTA NEGATIVA      ".
           05  FILLER                  PIC X(22) VALUE
               "DEDESBORDAMIENTO      ".
           05  FILLER                  PIC X(22) VALUE
               "NVOPERANDO NO VALIDO  ".
           05  FILLER                  PIC X(22) VALUE
               "REREFERENCIA ERRONEA  ".
           05  FILLER                  PIC X(22) VALUE
               "L1LIMITE OPERANDO 1   ".
           05  FILLER                  PIC X(22) VALUE
               "L2LIMITE OPERANDO 2   ".
           05  FILLER                  PIC X(22) VALUE
               "LRLIMITE RESULTADO    ".
           05  FILLER                  PIC X(22) VALUE
               "LNNEGATIVO NO ADMITIDO".
       01  Tabla-Motivos REDEFINES Tabla-Motivos-Valores.
           05  Md-Entrada OCCURS 10 TIMES.
               10  Md-Codigo           PIC X(02).
               10  Md-Descripcion      PIC X(20).
       01  Md-Maximo                   PIC 9(02) VALUE 10.
       01  Md-Indice                   PIC 9(02) VALUE ZERO.
       01  Md-Encontrado               PIC 9(02) VALUE ZERO.

       *> Acumulados por motivo de rechazo y tramo de antiguedad,
       *> en el orden en que aparecen los motivos.
       01  Tabla-Antiguedad.
           05  Ta-Maximo               PIC 9(02) VALUE 30.
           05  Ta-Usadas               PIC 9(02) VALUE ZERO.
           05  Ta-Entrada OCCURS 30 TIMES.
               10  Ta-Motivo           PIC X(02).
               10  Ta-Tramo1           PIC 9(06).
               10  Ta-Tramo2           PIC 9(06).
               10  Ta-Tramo3           PIC 9(06).
       01  Ta-Indice                   PIC 9(02) VALUE ZERO.
       01  Ta-Encontrada               PIC 9(02) VALUE ZERO.

       *> Calendario de proceso en memoria.
       01  Tabla-Calendario.
           05  Cal-Maximo              PIC 9(04) VALUE 1000.
           05  Cal-Usadas              PIC 9(04) VALUE ZERO.
           05  Cal-Entrada OCCURS 1000 TIMES.
               10  Cal-Dia             PIC 9(08).
               10  Cal-Dia-Tipo        PIC X(01).
       01  Cal-Indice                  PIC 9(04) VALUE ZERO.

       *> Control de paginacion del informe.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       01  Lineas-Pagina               PIC 9(02) VALUE 99.
       01  Maximo-Lineas-Pagina        PIC 9(02) VALUE 55.

       01  Fecha-Hora-Actual.
           05  FH-Fecha                PIC 9(08).
           05  FH-Hora                 PIC 9(08).

       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Suspenso                 PIC X(02).
       01  FS-Calendario               PIC X(02).
       01  FS-Informe                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".
           88  Fin-Fichero                 VALUE "S".

       01  SW-Suspenso-Abierto         PIC X(01) VALUE "N".
           88  Suspenso-Abierto            VALUE "S".

       01  SW-Informe-Abierto          PIC X(01) VALUE "N".
           88  Informe-Abierto             VALUE "S".

       *> Lineas del informe.
       01  Linea-Cabecera1.
           05  FILLER                  PIC X(36) VALUE
               "ANTIGUEDAD DEL SUSPENSO DE RECHAZOS ".
           05  FILLER                  PIC X(09) VALUE " Corte: ".
           05  LC1-CORTE               PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  Fecha: ".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(38) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

       01  Linea-Cabecera2.
           05  FILLER                  PIC X(25) VALUE
               "LOTE     SEC.   CENTRO   ".
           05  FILLER                  PIC X(26) VALUE
               "MO UL  RECHAZO   ULT.RECH ".
           05  FILLER                  PIC X(19) VALUE
               "REI   DIAS TRAMO   ".
           05  FILLER                  PIC X(62) VALUE
               "DETALLE".

       01  Linea-Detalle.
           05  LD-FECHA-LOTE           PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-SECUENCIA            PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-CENTRO-COSTE         PIC X(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-MOTIVO               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-MOTIVO-ULTIMO        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FECHA-ALTA           PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-FECHA-ULTIMO         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-REINTENTOS           PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DIAS                 PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LD-TRAMO                PIC X(05).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LD-DETALLE              PIC X(39).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  Linea-Cabecera-Resumen.
           05  FILLER                  PIC X(26) VALUE
               "MOTIVO DE RECHAZO         ".
           05  FILLER                  PIC X(32) VALUE
               "  0-2 DIAS  3-5 DIAS  >5 DIAS  ".
           05  FILLER                  PIC X(74) VALUE
               "   TOTAL".

       01  Linea-Resumen.
           05  LR-MOTIVO               PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LR-DESCRIPCION          PIC X(20).
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  LR-TRAMO1               PIC ZZZZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LR-TRAMO2               PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LR-TRAMO3               PIC ZZZZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  LR-TOTAL                PIC ZZZZZ9.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  Linea-Total.
           05  LT-TEXTO                PIC X(40).
           05  LT-VALOR                PIC ZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  Linea-Blanco                PIC X(132) VALUE SPACES.

       01  Linea-Texto                 PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.

       PROGRAMA-PRINCIPAL.
           PERFORM INICIALIZAR.
           PERFORM PROCESA-PARTIDA UNTIL Fin-Fichero.
           PERFORM IMPRIME-RESUMEN.
           PERFORM FINALIZAR.
           STOP RUN.

       *>----------------------------------------------------------
       *> INICIALIZAR: fecha de corte, calendario y ficheros. Sin
       *> calendario no se puede medir la antiguedad en dias
       *> laborables y el informe no se emite.
       *>----------------------------------------------------------
       INICIALIZAR.
           ACCEPT FH-Fecha FROM DATE YYYYMMDD
           ACCEPT FH-Hora FROM TIME
           MOVE FH-Fecha TO Fecha-Corte
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-CALENDARIO
           IF Cal-Usadas = ZERO
               DISPLAY "ERROR: sin calendario de proceso no se puede "
                       "calcular la antiguedad del suspenso."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               PERFORM ABRE-FICHEROS
               PERFORM LEE-SUSPENSO
           END-IF.

       LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF FS-Parametros = "00"
               READ PARM-FILE
                   NOT AT END
                       IF SP-FECHA-CORTE IS NUMERIC
                               AND SP-FECHA-CORTE NOT = "00000000"
                           MOVE SP-FECHA-CORTE TO Fecha-Corte
                       END-IF
               END-READ
               CLOSE PARM-FILE
           ELSE
               DISPLAY "Aviso: sin fichero de parametros, corte a "
                       "fecha del dia " Fecha-Corte "."
           END-IF.

       CARGA-CALENDARIO.
           OPEN INPUT CALENDARIO-FILE
           IF FS-Calendario = "00"
               PERFORM LEE-CALENDARIO
                   UNTIL FS-Calendario NOT = "00"
               CLOSE CALENDARIO-FILE
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
           OPEN INPUT SUSPENSO-FILE
           IF FS-Suspenso NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero de "
                       "suspenso de rechazos."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Suspenso-Abierto TO TRUE
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF FS-Informe NOT = "00"
               DISPLAY "ERROR: no se pudo abrir el fichero del "
                       "informe."
               MOVE 16 TO RETURN-CODE
               SET Fin-Fichero TO TRUE
           ELSE
               SET Informe-Abierto TO TRUE
           END-IF.

       LEE-SUSPENSO.
           IF NOT Fin-Fichero
               READ SUSPENSO-FILE NEXT RECORD
                   AT END
                       SET Fin-Fichero TO TRUE
                   NOT AT END
                       ADD 1 TO Contador-Leidos
               END-READ
           END-IF.

       *>----------------------------------------------------------
       *> PROCESA-PARTIDA: las abiertas se listan y acumulan por
       *> motivo y tramo; las demas solo se cuentan.
       *>----------------------------------------------------------
       PROCESA-PARTIDA.
           EVALUATE SU-ESTADO
               WHEN "A"
                   PERFORM LISTA-PARTIDA-ABIERTA
               WHEN "C"
                   ADD 1 TO Contador-Corregidas
               WHEN "X"
                   ADD 1 TO Contador-Bajas
           END-EVALUATE
           PERFORM LEE-SUSPENSO.

       *>----------------------------------------------------------
       *> LISTA-PARTIDA-ABIERTA: la antiguedad son los dias
       *> laborables del calendario posteriores al primer rechazo
       *> y hasta la fecha de corte. Se acumula bajo el motivo del
       *> rechazo original.
       *>----------------------------------------------------------
       LISTA-PARTIDA-ABIERTA.
           ADD 1 TO Contador-Abiertas
           MOVE ZERO TO Dias-Antiguedad
           PERFORM CUENTA-DIA-LABORABLE
               VARYING Cal-Indice FROM 1 BY 1
               UNTIL Cal-Indice > Cal-Usadas

           MOVE ZERO TO Ta-Encontrada
           PERFORM BUSCA-MOTIVO
               VARYING Ta-Indice FROM 1 BY 1
               UNTIL Ta-Indice > Ta-Usadas
                   OR Ta-Encontrada > ZERO
           IF Ta-Encontrada = ZERO
               IF Ta-Usadas < Ta-Maximo
                   ADD 1 TO Ta-Usadas
                   MOVE Ta-Usadas TO Ta-Encontrada
                   MOVE SU-MOTIVO TO Ta-Motivo (Ta-Encontrada)
                   MOVE ZERO      TO Ta-Tramo1 (Ta-Encontrada)
                                     Ta-Tramo2 (Ta-Encontrada)
                                     Ta-Tramo3 (Ta-Encontrada)
               ELSE
                   DISPLAY "AVISO: tabla de motivos llena, el motivo "
                           SU-MOTIVO " no se resume."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN Dias-Antiguedad <= 2
                   MOVE "0-2" TO LD-TRAMO
                   ADD 1 TO Total-Tramo1
                   IF Ta-Encontrada > ZERO
                       ADD 1 TO Ta-Tramo1 (Ta-Encontrada)
                   END-IF
               WHEN Dias-Antiguedad <= 5
                   MOVE "3-5" TO LD-TRAMO
                   ADD 1 TO Total-Tramo2
                   IF Ta-Encontrada > ZERO
                       ADD 1 TO Ta-Tramo2 (Ta-Encontrada)
                   END-IF
               WHEN OTHER
                   MOVE ">5" TO LD-TRAMO
                   ADD 1 TO Total-Tramo3
                   IF Ta-Encontrada > ZERO
                       ADD 1 TO Ta-Tramo3 (Ta-Encontrada)
                   END-IF
           END-EVALUATE

           MOVE SU-FECHA-LOTE    TO LD-FECHA-LOTE
           MOVE SU-SECUENCIA     TO LD-SECUENCIA
           MOVE SU-CENTRO-COSTE  TO LD-CENTRO-COSTE
           MOVE SU-MOTIVO        TO LD-MOTIVO
           MOVE SU-MOTIVO-ULTIMO TO LD-MOTIVO-ULTIMO
           MOVE SU-FECHA-ALTA    TO LD-FECHA-ALTA
           MOVE SU-FECHA-ULTIMO  TO LD-FECHA-ULTIMO
           MOVE SU-REINTENTOS    TO LD-REINTENTOS
           MOVE Dias-Antiguedad  TO LD-DIAS
           MOVE SU-DETALLE       TO LD-DETALLE
           MOVE Linea-Detalle TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       CUENTA-DIA-LABORABLE.
           IF Cal-Dia-Tipo (Cal-Indice) = "L"
                   AND Cal-Dia (Cal-Indice) > SU-FECHA-ALTA
                   AND Cal-Dia (Cal-Indice) <= Fecha-Corte
               ADD 1 TO Dias-Antiguedad
           END-IF.

       BUSCA-MOTIVO.
           IF Ta-Indice <= Ta-Usadas
               IF Ta-Motivo (Ta-Indice) = SU-MOTIVO
                   MOVE Ta-Indice TO Ta-Encontrada
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-RESUMEN: cuadro de antiguedad por motivo y
       *> totales del fichero de suspenso.
       *>----------------------------------------------------------
       IMPRIME-RESUMEN.
           IF Informe-Abierto
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "PARTIDAS ABIERTAS POR MOTIVO Y DIAS LABORABLES"
                   TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE Linea-Cabecera-Resumen TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               PERFORM IMPRIME-LINEA-MOTIVO
                   VARYING Ta-Indice FROM 1 BY 1
                   UNTIL Ta-Indice > Ta-Usadas
               MOVE SPACES            TO LR-MOTIVO
               MOVE "TOTAL"           TO LR-DESCRIPCION
               MOVE Total-Tramo1      TO LR-TRAMO1
               MOVE Total-Tramo2      TO LR-TRAMO2
               MOVE Total-Tramo3      TO LR-TRAMO3
               MOVE Contador-Abiertas TO LR-TOTAL
               MOVE Linea-Resumen TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Partidas abiertas......................:"
                   TO LT-TEXTO
               MOVE Contador-Abiertas TO LT-VALOR
               MOVE Linea-Total TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Partidas corregidas....................:"
                   TO LT-TEXTO
               MOVE Contador-Corregidas TO LT-VALOR
               MOVE Linea-Total TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "Partidas dadas de baja.................:"
                   TO LT-TEXTO
               MOVE Contador-Bajas TO LT-VALOR
               MOVE Linea-Total TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF
           DISPLAY "=========================================".
           DISPLAY "RESUMEN DEL SUSPENSO - InformeSuspenso".
           DISPLAY "Fecha de corte..................: " Fecha-Corte.
           DISPLAY "Partidas leidas.................: "
               Contador-Leidos.
           DISPLAY "Abiertas........................: "
               Contador-Abiertas.
           DISPLAY "  de 0 a 2 dias laborables......: " Total-Tramo1.
           DISPLAY "  de 3 a 5 dias laborables......: " Total-Tramo2.
           DISPLAY "  de mas de 5 dias laborables...: " Total-Tramo3.
           DISPLAY "Corregidas......................: "
               Contador-Corregidas.
           DISPLAY "Dadas de baja...................: " Contador-Bajas.
           DISPLAY "=========================================".

       IMPRIME-LINEA-MOTIVO.
           MOVE Ta-Motivo (Ta-Indice) TO LR-MOTIVO
           MOVE "MOTIVO NO CATALOGADO" TO LR-DESCRIPCION
           MOVE ZERO TO Md-Encontrado
           PERFORM BUSCA-DESCRIPCION
               VARYING Md-Indice FROM 1 BY 1
               UNTIL Md-Indice > Md-Maximo
                   OR Md-Encontrado > ZERO
           IF Md-Encontrado > ZERO
               MOVE Md-Descripcion (Md-Encontrado) TO LR-DESCRIPCION
           END-IF
           MOVE Ta-Tramo1 (Ta-Indice) TO LR-TRAMO1
           MOVE Ta-Tramo2 (Ta-Indice) TO LR-TRAMO2
           MOVE Ta-Tramo3 (Ta-Indice) TO LR-TRAMO3
           COMPUTE LR-TOTAL = Ta-Tramo1 (Ta-Indice)
                            + Ta-Tramo2 (Ta-Indice)
                            + Ta-Tramo3 (Ta-Indice)
           MOVE Linea-Resumen TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       BUSCA-DESCRIPCION.
           IF Md-Indice <= Md-Maximo
               IF Md-Codigo (Md-Indice) = Ta-Motivo (Ta-Indice)
                   MOVE Md-Indice TO Md-Encontrado
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> ESCRIBE-LINEA: escribe Linea-Texto en el informe con
       *> control de paginacion y cabeceras de pagina.
       *>----------------------------------------------------------
       ESCRIBE-LINEA.
           IF Informe-Abierto
               IF Lineas-Pagina >= Maximo-Lineas-Pagina
                   PERFORM IMPRIME-CABECERA-PAGINA
               END-IF
               WRITE INFORME-RECORD FROM Linea-Texto
               IF FS-Informe NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el informe."
                   MOVE 16 TO RETURN-CODE
                   SET Fin-Fichero TO TRUE
               END-IF
               ADD 1 TO Lineas-Pagina
           END-IF.

       IMPRIME-CABECERA-PAGINA.
           IF Informe-Abierto
               ADD 1 TO Numero-Pagina
               MOVE Fecha-Corte   TO LC1-CORTE
               MOVE FH-Fecha      TO LC1-FECHA
               MOVE FH-Hora       TO LC1-HORA
               MOVE Numero-Pagina TO LC1-PAGINA
               WRITE INFORME-RECORD FROM Linea-Cabecera1
               WRITE INFORME-RECORD FROM Linea-Cabecera2
               WRITE INFORME-RECORD FROM Linea-Blanco
               MOVE 3 TO Lineas-Pagina
           END-IF.

       FINALIZAR.
           IF Suspenso-Abierto
               CLOSE SUSPENSO-FILE
           END-IF
           IF Informe-Abierto
               CLOSE REPORT-FILE
           END-IF.

       END PROGRAM InformeSuspenso.
