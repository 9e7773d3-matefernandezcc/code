      *****************************************************
      *  FINHIST - daily grand-total history of the        *
      *  financial summary, one record appended per run:   *
      *  header date of the NUMOUT generation summarised,  *
      *  movement count, net amount with sign byte, key    *
      *  hash and the date the summary ran. the ledger     *
      *  month-end close reconciles against the sum of the *
      *  month's records (a rerun for the same generation  *
      *  date replaces the earlier one).                    *
      *****************************************************
       01  FH-TOTAL-RECORD.
           05  FH-FECHA-CAB            PIC X(08).
           05  FH-CUENTA               PIC 9(07).
           05  FH-IMPORTE              PIC 9(11)V99.
           05  FH-SIGNO                PIC X(01).
           05  FH-HASH                 PIC 9(11).
           05  FH-FECHA-RESUMEN        PIC X(08).
