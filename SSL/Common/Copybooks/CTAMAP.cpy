      *****************************************************
      *  CTAMAP - general ledger account map for the       *
      *  NUMOUT posting interface, supplied by finance.    *
      *  'R' records map a key range (from/to, inclusive)  *
      *  to the ledger account debited with the net        *
      *  movements of those keys and its contrapart        *
      *  account. ranges may not overlap. the single 'S'   *
      *  record names the suspense account pair that       *
      *  takes the movements of keys outside every range   *
      *  (key fields unused).                               *
      *****************************************************
       01  CM-MAPA-RECORD.
           05  CM-TIPO                 PIC X(01).
           05  CM-CLAVE-DESDE          PIC X(04).
           05  CM-CLAVE-HASTA          PIC X(04).
           05  CM-CUENTA               PIC X(12).
           05  CM-CONTRAPARTIDA        PIC X(12).
           05  CM-DESCRIPCION          PIC X(20).
           05  FILLER                  PIC X(07).
