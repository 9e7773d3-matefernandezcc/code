           RECORDING MODE IS F.
       01  NUMCURR-RECORD.
           05  NUMCURR-CLAVE       PIC 9(4).
           05  FILLER              PIC X(36).

       FD  NUMPREV-FILE
           RECORDING MODE IS F.
       01  NUMPREV-RECORD.
           05  NUMPREV-CLAVE       PIC 9(4).
           05  FILLER              PIC X(36).

       FD  ELECURR-FILE
           RECORDING MODE IS F.
