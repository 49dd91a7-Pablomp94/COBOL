       *> Historial de modificaciones:
       *>   JMP  Version inicial: lectura secuencial del fichero de
       *>        auditoria con parametros de seleccion y totales.
       *>   JMP  Layout de auditoria con el centro de coste al final
       *>        del registro.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. InformeAuditoria.
           05  AU-HORA                 PIC 9(08).
           05  AU-INDICADOR-ERROR      PIC X(01).
           05  AU-FECHA-LOTE           PIC 9(08).
           05  AU-CENTRO-COSTE         PIC X(06).

       FD  REPORT-FILE.
       01  INFORME-RECORD              PIC X(132).
