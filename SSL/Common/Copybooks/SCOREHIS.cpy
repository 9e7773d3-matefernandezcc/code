      *****************************************************
      *  SCOREHIS - origin scorecard history, accumulated  *
      *  nightly by the scorecard program. two kinds of    *
      *  record per origin system:                          *
      *  L = one per keyin batch and origin: keys asked,   *
      *      found, not found, rejected and the lag in     *
      *      days from the batch header date to the        *
      *      processing date. the batch header date and    *
      *      origin keep a batch from being posted twice.  *
      *  D = one per processing date and origin: suspense  *
      *      entries opened that day and still open at     *
      *      close, resolutions with their total cycles,   *
      *      and expiries (from the notices file).         *
      *****************************************************
       01  SH-SCORE-RECORD.
           05  SH-TIPO                 PIC X(01).
           05  SH-FECHA-PROC           PIC X(08).
           05  SH-ORIGEN               PIC X(08).
           05  SH-LOTE-FECHA           PIC X(08).
           05  SH-LOTE-ORIGEN          PIC X(08).
           05  SH-CONTADORES           PIC X(35).
           05  SH-CONT-LOTE REDEFINES SH-CONTADORES.
               10  SH-PEDIDAS          PIC 9(07).
               10  SH-HALLADAS         PIC 9(07).
               10  SH-NO-HALLADAS      PIC 9(07).
               10  SH-RECHAZADAS       PIC 9(07).
               10  SH-DEMORA-DIAS      PIC 9(05).
               10  FILLER              PIC X(02).
           05  SH-CONT-DIA REDEFINES SH-CONTADORES.
               10  SH-SUSP-NUEVAS      PIC 9(07).
               10  SH-SUSP-ABIERTAS    PIC 9(07).
               10  SH-RESUELTAS        PIC 9(07).
               10  SH-CICLOS-RES       PIC 9(07).
               10  SH-VENCIDAS         PIC 9(07).
           05  SH-RUN-ID               PIC X(20).
