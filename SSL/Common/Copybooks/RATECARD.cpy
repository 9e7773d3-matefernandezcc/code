      *****************************************************
      *  RATECARD - chargeback rate card, one per program  *
      *  and effective-from date: program name (1-20),     *
      *  rate per elapsed second 9(4)v99 (21-26) and rate  *
      *  per million comparisons 9(4)v99 (27-32), both     *
      *  without decimal point, in force from rc-vigencia  *
      *  (33-40). a run is priced with the version with    *
      *  the latest effective date not after its run date; *
      *  a blank date is in force since always. maintained *
      *  by the reference table maintenance run only.      *
      *****************************************************
       01  RATECARD-RECORD.
           05  RC-PROGRAMA             PIC X(20).
           05  RC-TARIFA-SEG           PIC 9(4)V99.
           05  RC-TARIFA-MCOMP         PIC 9(4)V99.
           05  RC-VIGENCIA             PIC X(08).
