      *****************************************************
      *  GLPOST - general ledger posting file, one batch   *
      *  per NUMOUT generation: header 'H' with the        *
      *  generation date and origin and the run id as the  *
      *  batch reference, two 'D' lines per journal entry  *
      *  (debit 'D' and credit 'H', same amount, unsigned) *
      *  and trailer 'T' with the entry and line counts    *
      *  and the hash totals of the debit and credit       *
      *  amounts. one entry per movement date and mapped   *
      *  account; a negative net (reversals) swaps the     *
      *  account and its contrapart.                        *
      *****************************************************
       01  GP-CABECERA.
           05  GP-CAB-TIPO             PIC X(01).
           05  GP-CAB-SISTEMA          PIC X(08).
           05  GP-CAB-FECHA            PIC X(08).
           05  GP-CAB-ORIGEN           PIC X(08).
           05  GP-CAB-LOTE             PIC X(20).
           05  GP-CAB-FECHA-PROC       PIC X(08).
           05  FILLER                  PIC X(47).
       01  GP-LINEA.
           05  GP-LIN-TIPO             PIC X(01).
           05  GP-LIN-ASIENTO          PIC 9(06).
           05  GP-LIN-RENGLON          PIC 9(02).
           05  GP-LIN-FECHA-VALOR      PIC X(08).
           05  GP-LIN-CUENTA           PIC X(12).
           05  GP-LIN-DH               PIC X(01).
           05  GP-LIN-IMPORTE          PIC 9(11)V99.
           05  GP-LIN-MOVIM            PIC 9(07).
           05  GP-LIN-REFERENCIA       PIC X(30).
           05  FILLER                  PIC X(20).
       01  GP-TRAILER.
           05  GP-TRL-TIPO             PIC X(01).
           05  GP-TRL-ASIENTOS         PIC 9(06).
           05  GP-TRL-LINEAS           PIC 9(07).
           05  GP-TRL-HASH-DEBE        PIC 9(13)V99.
           05  GP-TRL-HASH-HABER       PIC 9(13)V99.
           05  FILLER                  PIC X(56).
