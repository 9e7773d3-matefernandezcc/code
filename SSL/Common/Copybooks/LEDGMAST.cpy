      *****************************************************
      *  LEDGMAST - per-key running balance ledger, one    *
      *  record per key ever seen on NUMOUT, in key order. *
      *  carries the opening balance of the ledger month,  *
      *  the month-to-date net debits (reversals subtract) *
      *  and movement count, the last movement date and    *
      *  the date of the last posting. amounts are         *
      *  unsigned with a sign byte ('-' or blank), as on   *
      *  the NUMOUT trailer. at month end the closing      *
      *  balance (opening + debits) becomes the opening    *
      *  balance of the next month and the month-to-date   *
      *  fields start again from zero.                      *
      *****************************************************
       01  LM-LEDGER-RECORD.
           05  LM-CLAVE                PIC 9(04).
           05  LM-MES                  PIC X(06).
           05  LM-SALDO-APERTURA       PIC 9(11)V99.
           05  LM-SIGNO-APERTURA       PIC X(01).
           05  LM-DEBITOS-MES          PIC 9(11)V99.
           05  LM-SIGNO-DEBITOS        PIC X(01).
           05  LM-MOVIM-MES            PIC 9(07).
           05  LM-FECHA-ULT-MOV        PIC X(08).
           05  LM-FECHA-POSTEO         PIC X(08).
           05  FILLER                  PIC X(03).
