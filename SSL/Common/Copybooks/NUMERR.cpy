      *****************************************************
      *  NUMERR - NUMIN field-edit error record: the full  *
      *  rejected movement, where it came from (N = that   *
      *  day's NUMIN, R = re-entry file), the processing   *
      *  date and up to five reason codes. the corrected   *
      *  records are resubmitted next day in this same     *
      *  layout as the re-entry file; only the movement in *
      *  columns 1-40 is taken from it.                     *
      *****************************************************
       01  NE-ERROR-RECORD.
           05  NE-REGISTRO             PIC X(40).
           05  NE-FUENTE               PIC X(01).
           05  NE-FECHA-PROC           PIC X(08).
           05  NE-CANT-MOTIVOS         PIC 9(01).
           05  NE-MOTIVO OCCURS 5 TIMES
                                       PIC X(03).
           05  FILLER                  PIC X(15).
