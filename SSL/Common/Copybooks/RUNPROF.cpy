      *    RP-UMBRAL-PCT threshold percentage              *
      *    RP-DISTANCIA  key distance for suggestions      *
      *    RP-FECHA-ASOF as-of date for the master view    *
      *    RP-HORA-FIN   batch window close HHMMSS; a      *
      *                  close before noon means the       *
      *                  window runs past midnight         *
      *****************************************************
       01  RP-PROFILE-RECORD.
           05  RP-PROGRAMA             PIC X(20).
           05  RP-UMBRAL-PCT           PIC X(03).
           05  RP-DISTANCIA            PIC X(05).
           05  RP-FECHA-ASOF           PIC X(08).
           05  RP-HORA-FIN             PIC X(06).
