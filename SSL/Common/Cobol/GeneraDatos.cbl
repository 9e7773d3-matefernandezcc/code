
       FD  GENNUMIN-FILE
           RECORDING MODE IS F.
       01  GENNUMIN-RECORD         PIC X(40).

       FD  GENKYEXT-FILE
           RECORDING MODE IS F.
           05  WS-NUM-DESCRIPCION  PIC X(20).
           05  WS-NUM-IMPORTE      PIC 9(7).
           05  WS-NUM-FECHA        PIC X(8).
           05  WS-NUM-TIPO         PIC X(1) VALUE 'O'.
       01  WS-CABECERA.
           05  WS-CAB-TIPO         PIC X(1) VALUE 'H'.
           05  WS-CAB-FECHA        PIC X(8).
