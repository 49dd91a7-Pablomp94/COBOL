       *>        fechas sobre el indice alternativo del maestro, y
       *>        respuesta formateada y paginada en fichero
       *>        (CONSULTOUT) ademas de la consola.
       *>   JMP  Layouts del maestro y del archivo con el centro de
       *>        coste al final del registro.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaMaestro.
                                       SIGN LEADING SEPARATE.
           05  RM-HORA-CALCULO         PIC 9(08).
           05  RM-INDICADOR-ERROR      PIC X(01).
           05  RM-CENTRO-COSTE         PIC X(06).

       *> Archivo de la generacion: misma clave y mismo layout que
       *> el maestro vivo; lo corta ArchivaHistorico en el archivado
               10  RA-SECUENCIA        PIC 9(06).
           05  RA-NUMEROS              PIC X(20).
           05  RA-OPERACION            PIC X(10).
           05  RA-RESTO                PIC X(39).

       FD  RESPUESTA-FILE.
       01  RESPUESTA-RECORD            PIC X(132).
