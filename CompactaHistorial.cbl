       *> Historial de modificaciones:
       *>   JMP  Version inicial: carga inicial y recargas sobre un
       *>        historial indexado ya existente.
       *>   JMP  Centro de coste en la clave del historial indexado;
       *>        el RUNHIST secuencial no lo tiene y los lotes se
       *>        cargan con el centro en blanco.
       *>**************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CompactaHistorial.
           05  HX-CLAVE.
               10  HX-RUN-DATE         PIC 9(08).
               10  HX-EXPECTED-COUNT   PIC 9(06).
               10  HX-CENTRO-COSTE     PIC X(06).
           05  HX-CONTROL-TOTAL        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  HX-ESTADO               PIC X(01).
       GRABA-LOTE.
           MOVE HS-RUN-DATE       TO HX-RUN-DATE
           MOVE HS-EXPECTED-COUNT TO HX-EXPECTED-COUNT
           MOVE SPACES            TO HX-CENTRO-COSTE
           MOVE HS-CONTROL-TOTAL  TO HX-CONTROL-TOTAL
           MOVE HS-ESTADO         TO HX-ESTADO
           WRITE HISTORIAL-IX-RECORD
