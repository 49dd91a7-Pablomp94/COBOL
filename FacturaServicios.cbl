       *>             los usuarios internos. Lee el historico de
       *>             auditoria (AUDITOUT), valora cada operacion sin
       *>             error al precio unitario de la tarifa vigente en
       *>             su fecha de lote, y emite una factura por
       *>             departamento (centro de coste del lote) con
       *>             totales por operacion y por fecha de lote mas un
       *>             extracto valorado para cuentas a cobrar.
       *> Tectonics: cobc
       *>
       *>   JMP  Version inicial: tarifario por codigo de operacion
       *>        con fechas de vigencia, seleccion opcional por rango
       *>        de fechas de lote.
       *>   JMP  Una factura por departamento, en pagina propia, con
       *>        el nombre tomado del maestro de departamentos
       *>        (DEPTMST) y una hoja final de totales por
       *>        departamento. El extracto valorado lleva el centro
       *>        de coste en cada linea y una linea de total "T" por
       *>        departamento.
       *>   JMP  Registro de control de facturacion (FACTCTL): cada
       *>        ejecucion con operaciones facturadas añade su
       *>        periodo y la ultima fecha de lote facturada, que el
       *>        mantenimiento del tarifario usa para no alterar
       *>        periodos ya facturados.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FacturaServicios.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Tarifas.

           SELECT DEPARTAMENTO-FILE ASSIGN TO "DEPTMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Departamentos.

           SELECT AUDIT-FILE ASSIGN TO "AUDITOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Auditoria.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Valorado.

           SELECT CONTROL-FILE ASSIGN TO "FACTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-Control.

       DATA DIVISION.
       FILE SECTION.

           05  TF-FECHA-VIGOR          PIC 9(08).
           05  TF-PRECIO               PIC 9(05)V99.

       *> Mismo layout que lee Programa1.
       FD  DEPARTAMENTO-FILE.
       01  DEPARTAMENTO-RECORD.
           05  DP-CENTRO-COSTE         PIC X(06).
           05  DP-NOMBRE               PIC X(30).
           05  DP-ESTADO               PIC X(01).

       *> Mismo layout que graba Programa1.
       FD  AUDIT-FILE.
       01  AUDITORIA-RECORD.
           05  AU-HORA                 PIC 9(08).
           05  AU-INDICADOR-ERROR      PIC X(01).
           05  AU-FECHA-LOTE           PIC 9(08).
           05  AU-CENTRO-COSTE         PIC X(06).

       FD  FACTURA-FILE.
       01  FACTURA-RECORD              PIC X(132).

       *> Extracto valorado para cuentas a cobrar. Tipo "D": una
       *> linea por operacion facturada con la tarifa aplicada.
       *> Tipo "T": una linea por departamento con el total de su
       *> factura, que es el cargo al centro de coste.
       FD  VALORADO-FILE.
       01  VALORADO-RECORD.
           05  FV-TIPO-REGISTRO        PIC X(01).
           05  FV-CENTRO-COSTE         PIC X(06).
           05  FV-FECHA-LOTE           PIC 9(08).
           05  FV-OPERACION            PIC X(10).
           05  FV-FECHA-VIGOR          PIC 9(08).
           05  FV-PRECIO               PIC 9(05)V99.

       01  VALORADO-TOTAL-RECORD.
           05  FT-TIPO-REGISTRO        PIC X(01).
           05  FT-CENTRO-COSTE         PIC X(06).
           05  FT-FECHA-DESDE          PIC 9(08).
           05  FT-FECHA-HASTA          PIC 9(08).
           05  FT-CONTADOR             PIC 9(06).
           05  FT-IMPORTE              PIC 9(11)V99.

       *> Control de facturacion: un registro por ejecucion con
       *> operaciones facturadas. FC-FECHA-HASTA es la fecha de lote
       *> mas alta realmente facturada, no el limite del parametro.
       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  FC-FECHA-DESDE          PIC 9(08).
           05  FC-FECHA-HASTA          PIC 9(08).
           05  FC-FECHA-FACTURA        PIC 9(08).
           05  FC-HORA-FACTURA         PIC 9(08).
           05  FC-CONTADOR             PIC 9(06).
           05  FC-IMPORTE              PIC 9(11)V99.

       WORKING-STORAGE SECTION.

       *> Periodo de facturacion ya normalizado.
       01  Fecha-Desde                 PIC 9(08) VALUE ZERO.
       01  Fecha-Hasta                 PIC 9(08) VALUE 99999999.

       *> Fecha de lote mas alta entre las operaciones facturadas.
       01  Ultima-Fecha-Facturada      PIC 9(08) VALUE ZERO.

       *> Tarifario cargado en memoria.
       01  Tabla-Tarifas.
           05  TT-Maximo               PIC 9(03) VALUE 100.
           05  Contador-Sin-Tarifa     PIC 9(06) VALUE ZERO.
           05  Total-Factura           PIC S9(11)V99 VALUE ZERO.

       *> Departamentos facturados: los del maestro, con su nombre,
       *> mas los centros que aparezcan en la auditoria sin estar
       *> en el maestro. Solo se emite factura a los que tengan
       *> operaciones facturadas.
       01  Tabla-Departamentos.
           05  Dep-Maximo              PIC 9(03) VALUE 500.
           05  Dep-Usadas              PIC 9(03) VALUE ZERO.
           05  Dep-Entrada OCCURS 500 TIMES.
               10  Dep-Centro          PIC X(06).
               10  Dep-Nombre          PIC X(30).
               10  Dep-Contador        PIC 9(06).
               10  Dep-Importe         PIC S9(11)V99.
       01  Dep-Indice                  PIC 9(03) VALUE ZERO.
       01  Dep-Encontrada              PIC 9(03) VALUE ZERO.

       *> Subtotales por departamento y codigo de operacion.
       01  Tabla-Operaciones.
           05  Tab-Maximo              PIC 9(03) VALUE 500.
           05  Tab-Usadas              PIC 9(03) VALUE ZERO.
           05  Tab-Entrada OCCURS 500 TIMES.
               10  Tab-Centro          PIC X(06).
               10  Tab-Operacion       PIC X(10).
               10  Tab-Contador        PIC 9(06).
               10  Tab-Importe         PIC S9(11)V99.
       01  Tab-Indice                  PIC 9(03) VALUE ZERO.
       01  Tab-Encontrada              PIC 9(03) VALUE ZERO.

       *> Subtotales por departamento y fecha de lote.
       01  Tabla-Lotes.
           05  TL-Maximo               PIC 9(04) VALUE 2000.
           05  TL-Usadas               PIC 9(04) VALUE ZERO.
           05  TL-Entrada OCCURS 2000 TIMES.
               10  TL-Centro           PIC X(06).
               10  TL-Fecha            PIC 9(08).
               10  TL-Contador         PIC 9(06).
               10  TL-Importe          PIC S9(11)V99.
       01  TL-Indice                   PIC 9(04) VALUE ZERO.
       01  TL-Encontrada               PIC 9(04) VALUE ZERO.

       *> Departamento cuya factura se esta imprimiendo; "TODOS" en
       *> la hoja final de totales.
       01  Centro-Factura              PIC X(06) VALUE SPACES.

       *> Control de paginacion de la factura.
       01  Numero-Pagina               PIC 9(04) VALUE ZERO.
       *> Indicadores de fichero (file status).
       01  FS-Parametros               PIC X(02).
       01  FS-Tarifas                  PIC X(02).
       01  FS-Departamentos            PIC X(02).
       01  FS-Auditoria                PIC X(02).
       01  FS-Factura                  PIC X(02).
       01  FS-Valorado                 PIC X(02).
       01  FS-Control                  PIC X(02).

       *> Switches de proceso.
       01  SW-Fin-Fichero              PIC X(01) VALUE "N".
           05  LC1-FECHA               PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  Hora:".
           05  LC1-HORA                PIC 9(08).
           05  FILLER                  PIC X(10) VALUE
               "  Centro: ".
           05  LC1-CENTRO              PIC X(06).
           05  FILLER                  PIC X(39) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "Pag.".
           05  LC1-PAGINA              PIC ZZZ9.

           05  LP-HASTA                PIC 9(08).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  Linea-Departamento.
           05  FILLER                  PIC X(14) VALUE
               "DEPARTAMENTO: ".
           05  LD-CENTRO               PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LD-NOMBRE               PIC X(30).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  Linea-Total-Departamento.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LTD-CENTRO              PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LTD-NOMBRE              PIC X(30).
           05  FILLER                  PIC X(14) VALUE
               "  OPERACIONES:".
           05  LTD-CONTADOR            PIC ZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  IMPORTE:".
           05  LTD-IMPORTE             PIC Z(10)9.99-.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  Linea-Linea-Factura.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LLF-CONCEPTO            PIC X(10).
           ACCEPT FH-Hora FROM TIME
           PERFORM LEE-PARAMETROS
           PERFORM CARGA-TARIFAS
           PERFORM CARGA-DEPARTAMENTOS
           PERFORM ABRE-FICHEROS
           PERFORM LEE-AUDITORIA.

                   END-IF
           END-READ.

       *>----------------------------------------------------------
       *> CARGA-DEPARTAMENTOS: carga los centros de coste con su
       *> nombre para la cabecera de cada factura. Sin maestro se
       *> factura igual, con el nombre en blanco.
       *>----------------------------------------------------------
       CARGA-DEPARTAMENTOS.
           OPEN INPUT DEPARTAMENTO-FILE
           IF FS-Departamentos = "00"
               PERFORM LEE-DEPARTAMENTO
                   UNTIL FS-Departamentos NOT = "00"
               CLOSE DEPARTAMENTO-FILE
           ELSE
               DISPLAY "Aviso: sin maestro de departamentos, las "
                       "facturas saldran sin nombre de departamento."
           END-IF.

       LEE-DEPARTAMENTO.
           READ DEPARTAMENTO-FILE
               NOT AT END
                   IF Dep-Usadas < Dep-Maximo
                       ADD 1 TO Dep-Usadas
                       MOVE DP-CENTRO-COSTE
                           TO Dep-Centro (Dep-Usadas)
                       MOVE DP-NOMBRE TO Dep-Nombre (Dep-Usadas)
                       MOVE ZERO TO Dep-Contador (Dep-Usadas)
                       MOVE ZERO TO Dep-Importe (Dep-Usadas)
                   ELSE
                       DISPLAY "AVISO: tabla de departamentos llena, "
                           "se ignora el centro " DP-CENTRO-COSTE "."
                   END-IF
           END-READ.

       ABRE-FICHEROS.
           OPEN INPUT AUDIT-FILE
           IF FS-Auditoria NOT = "00"
                   TO Vigor-Aplicado
               ADD 1 TO Contador-Facturados
               ADD Precio-Aplicado TO Total-Factura
               IF AU-FECHA-LOTE > Ultima-Fecha-Facturada
                   MOVE AU-FECHA-LOTE TO Ultima-Fecha-Facturada
               END-IF
               PERFORM ACUMULA-DEPARTAMENTO
               PERFORM ACUMULA-OPERACION
               PERFORM ACUMULA-LOTE
               PERFORM ESCRIBE-VALORADO
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> ACUMULA-DEPARTAMENTO: suma el registro valorado al total
       *> de la factura de su centro de coste; un centro que no
       *> esta en el maestro se da de alta sin nombre.
       *>----------------------------------------------------------
       ACUMULA-DEPARTAMENTO.
           MOVE ZERO TO Dep-Encontrada
           PERFORM BUSCA-DEPARTAMENTO
               VARYING Dep-Indice FROM 1 BY 1
               UNTIL Dep-Indice > Dep-Usadas
                   OR Dep-Encontrada > ZERO
           IF Dep-Encontrada = ZERO
               IF Dep-Usadas < Dep-Maximo
                   ADD 1 TO Dep-Usadas
                   MOVE Dep-Usadas TO Dep-Encontrada
                   MOVE AU-CENTRO-COSTE
                       TO Dep-Centro (Dep-Encontrada)
                   MOVE "CENTRO NO REGISTRADO"
                       TO Dep-Nombre (Dep-Encontrada)
                   MOVE ZERO TO Dep-Contador (Dep-Encontrada)
                   MOVE ZERO TO Dep-Importe (Dep-Encontrada)
               ELSE
                   DISPLAY "AVISO: tabla de departamentos llena, no "
                           "se factura aparte el centro "
                           AU-CENTRO-COSTE
               END-IF
           END-IF
           IF Dep-Encontrada > ZERO
               ADD 1 TO Dep-Contador (Dep-Encontrada)
               ADD Precio-Aplicado
                   TO Dep-Importe (Dep-Encontrada)
           END-IF.

       BUSCA-DEPARTAMENTO.
           IF Dep-Indice <= Dep-Usadas
               IF Dep-Centro (Dep-Indice) = AU-CENTRO-COSTE
                   MOVE Dep-Indice TO Dep-Encontrada
               END-IF
           END-IF.

       ACUMULA-OPERACION.
           MOVE ZERO TO Tab-Encontrada
           PERFORM BUSCA-OPERACION
               IF Tab-Usadas < Tab-Maximo
                   ADD 1 TO Tab-Usadas
                   MOVE Tab-Usadas TO Tab-Encontrada
                   MOVE AU-CENTRO-COSTE
                       TO Tab-Centro (Tab-Encontrada)
                   MOVE AU-OPERACION
                       TO Tab-Operacion (Tab-Encontrada)
                   MOVE ZERO TO Tab-Contador (Tab-Encontrada)

       BUSCA-OPERACION.
           IF Tab-Indice <= Tab-Usadas
               IF Tab-Centro (Tab-Indice) = AU-CENTRO-COSTE
                       AND Tab-Operacion (Tab-Indice) = AU-OPERACION
                   MOVE Tab-Indice TO Tab-Encontrada
               END-IF
           END-IF.
               IF TL-Usadas < TL-Maximo
                   ADD 1 TO TL-Usadas
                   MOVE TL-Usadas TO TL-Encontrada
                   MOVE AU-CENTRO-COSTE
                       TO TL-Centro (TL-Encontrada)
                   MOVE AU-FECHA-LOTE
                       TO TL-Fecha (TL-Encontrada)
                   MOVE ZERO TO TL-Contador (TL-Encontrada)

       BUSCA-LOTE.
           IF TL-Indice <= TL-Usadas
               IF TL-Centro (TL-Indice) = AU-CENTRO-COSTE
                       AND TL-Fecha (TL-Indice) = AU-FECHA-LOTE
                   MOVE TL-Indice TO TL-Encontrada
               END-IF
           END-IF.

       ESCRIBE-VALORADO.
           MOVE "D"             TO FV-TIPO-REGISTRO
           MOVE AU-CENTRO-COSTE TO FV-CENTRO-COSTE
           MOVE AU-FECHA-LOTE   TO FV-FECHA-LOTE
           MOVE AU-OPERACION    TO FV-OPERACION
           MOVE Vigor-Aplicado  TO FV-FECHA-VIGOR
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-FACTURA: emite una factura por departamento con
       *> operaciones facturadas y, al final, la hoja de totales
       *> por departamento con el total general.
       *>----------------------------------------------------------
       IMPRIME-FACTURA.
           PERFORM IMPRIME-FACTURA-DEPARTAMENTO
               VARYING Dep-Indice FROM 1 BY 1
               UNTIL Dep-Indice > Dep-Usadas
           PERFORM IMPRIME-TOTALES-DEPARTAMENTO
           PERFORM REGISTRA-CONTROL-FACTURA
           PERFORM IMPRIME-RESUMEN-CONSOLA.

       *>----------------------------------------------------------
       *> REGISTRA-CONTROL-FACTURA: añade al control de facturacion
       *> el periodo facturado por esta ejecucion. Una ejecucion
       *> fallida o sin operaciones facturadas no deja registro.
       *>----------------------------------------------------------
       REGISTRA-CONTROL-FACTURA.
           IF Contador-Facturados > ZERO AND RETURN-CODE < 16
               OPEN EXTEND CONTROL-FILE
               IF FS-Control = "35"
                   OPEN OUTPUT CONTROL-FILE
               END-IF
               IF FS-Control NOT = "00"
                   DISPLAY "AVISO: no se pudo abrir el control de "
                           "facturacion, periodo no registrado."
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE Fecha-Desde            TO FC-FECHA-DESDE
                   MOVE Ultima-Fecha-Facturada TO FC-FECHA-HASTA
                   MOVE FH-Fecha               TO FC-FECHA-FACTURA
                   MOVE FH-Hora                TO FC-HORA-FACTURA
                   MOVE Contador-Facturados    TO FC-CONTADOR
                   MOVE Total-Factura          TO FC-IMPORTE
                   WRITE CONTROL-RECORD
                   IF FS-Control NOT = "00"
                       DISPLAY "AVISO: fallo al grabar el control de "
                               "facturacion."
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   CLOSE CONTROL-FILE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-FACTURA-DEPARTAMENTO: factura del departamento en
       *> curso, en pagina nueva, con sus lineas por operacion,
       *> sus subtotales por fecha de lote y su total, y la linea
       *> de total del extracto valorado.
       *>----------------------------------------------------------
       IMPRIME-FACTURA-DEPARTAMENTO.
           IF Dep-Contador (Dep-Indice) > ZERO
               MOVE Dep-Centro (Dep-Indice) TO Centro-Factura
               MOVE 99 TO Lineas-Pagina
               MOVE Dep-Centro (Dep-Indice) TO LD-CENTRO
               MOVE Dep-Nombre (Dep-Indice) TO LD-NOMBRE
               MOVE Linea-Departamento TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE Fecha-Desde TO LP-DESDE
               MOVE Fecha-Hasta TO LP-HASTA
               MOVE Linea-Periodo TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "LINEAS DE FACTURA POR OPERACION" TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               PERFORM IMPRIME-LINEA-OPERACION
                   VARYING Tab-Indice FROM 1 BY 1
                   UNTIL Tab-Indice > Tab-Usadas
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "SUBTOTALES POR FECHA DE LOTE" TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               PERFORM IMPRIME-LINEA-LOTE
                   VARYING TL-Indice FROM 1 BY 1
                   UNTIL TL-Indice > TL-Usadas
               MOVE Linea-Blanco TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "TOTAL DE LA FACTURA" TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               MOVE "FACTURADO " TO LLF-CONCEPTO
               MOVE Dep-Contador (Dep-Indice) TO LLF-CONTADOR
               MOVE Dep-Importe (Dep-Indice) TO LLF-IMPORTE
               MOVE Linea-Linea-Factura TO Linea-Texto
               PERFORM ESCRIBE-LINEA
               PERFORM ESCRIBE-TOTAL-VALORADO
           END-IF.

       IMPRIME-LINEA-OPERACION.
           IF Tab-Centro (Tab-Indice) = Dep-Centro (Dep-Indice)
               MOVE Tab-Operacion (Tab-Indice) TO LLF-CONCEPTO
               MOVE Tab-Contador (Tab-Indice)  TO LLF-CONTADOR
               MOVE Tab-Importe (Tab-Indice)   TO LLF-IMPORTE
               MOVE Linea-Linea-Factura TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF.

       IMPRIME-LINEA-LOTE.
           IF TL-Centro (TL-Indice) = Dep-Centro (Dep-Indice)
               MOVE TL-Fecha (TL-Indice)    TO LLT-FECHA
               MOVE TL-Contador (TL-Indice) TO LLT-CONTADOR
               MOVE TL-Importe (TL-Indice)  TO LLT-IMPORTE
               MOVE Linea-Lote-Factura TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF.

       *>----------------------------------------------------------
       *> ESCRIBE-TOTAL-VALORADO: linea "T" del extracto valorado
       *> con el total de la factura del departamento en curso.
       *>----------------------------------------------------------
       ESCRIBE-TOTAL-VALORADO.
           IF Valorado-Abierto
               MOVE "T"                       TO FT-TIPO-REGISTRO
               MOVE Dep-Centro (Dep-Indice)   TO FT-CENTRO-COSTE
               MOVE Fecha-Desde               TO FT-FECHA-DESDE
               MOVE Fecha-Hasta               TO FT-FECHA-HASTA
               MOVE Dep-Contador (Dep-Indice) TO FT-CONTADOR
               MOVE Dep-Importe (Dep-Indice)  TO FT-IMPORTE
               WRITE VALORADO-TOTAL-RECORD
               IF FS-Valorado NOT = "00"
                   DISPLAY "ERROR: fallo al escribir el total del "
                           "departamento " Dep-Centro (Dep-Indice)
                           " en el extracto valorado."
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.

       *>----------------------------------------------------------
       *> IMPRIME-TOTALES-DEPARTAMENTO: hoja final con el total de
       *> cada factura emitida, el total general y los registros
       *> que quedaron sin tarifa.
       *>----------------------------------------------------------
       IMPRIME-TOTALES-DEPARTAMENTO.
           MOVE "TODOS" TO Centro-Factura
           MOVE 99 TO Lineas-Pagina
           MOVE Fecha-Desde TO LP-DESDE
           MOVE Fecha-Hasta TO LP-HASTA
           MOVE Linea-Periodo TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "TOTALES POR DEPARTAMENTO" TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           PERFORM IMPRIME-LINEA-DEPARTAMENTO
               VARYING Dep-Indice FROM 1 BY 1
               UNTIL Dep-Indice > Dep-Usadas
           MOVE Linea-Blanco TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "TOTAL GENERAL FACTURADO" TO Linea-Texto
           PERFORM ESCRIBE-LINEA
           MOVE "FACTURADO " TO LLF-CONCEPTO
           MOVE Contador-Facturados TO LLF-CONTADOR
           MOVE Contador-Sin-Tarifa TO LLF-CONTADOR
           MOVE ZERO TO LLF-IMPORTE
           MOVE Linea-Linea-Factura TO Linea-Texto
           PERFORM ESCRIBE-LINEA.

       IMPRIME-LINEA-DEPARTAMENTO.
           IF Dep-Contador (Dep-Indice) > ZERO
               MOVE Dep-Centro (Dep-Indice)   TO LTD-CENTRO
               MOVE Dep-Nombre (Dep-Indice)   TO LTD-NOMBRE
               MOVE Dep-Contador (Dep-Indice) TO LTD-CONTADOR
               MOVE Dep-Importe (Dep-Indice)  TO LTD-IMPORTE
               MOVE Linea-Total-Departamento TO Linea-Texto
               PERFORM ESCRIBE-LINEA
           END-IF.

       IMPRIME-RESUMEN-CONSOLA.
           DISPLAY "=========================================".
               ADD 1 TO Numero-Pagina
               MOVE FH-Fecha      TO LC1-FECHA
               MOVE FH-Hora       TO LC1-HORA
               MOVE Centro-Factura TO LC1-CENTRO
               MOVE Numero-Pagina TO LC1-PAGINA
               WRITE FACTURA-RECORD FROM Linea-Cabecera1
               WRITE FACTURA-RECORD FROM Linea-Blanco
