      *****************************************************
      *  SLALIMIT - sla threshold card, one per program    *
      *  and effective-from date: program name (1-20),     *
      *  max elapsed seconds 9(6)v99 (21-28, no decimal    *
      *  point), in force from sla-vigencia (29-36). a run *
      *  is judged by the version with the latest          *
      *  effective date not after its run date; a blank    *
      *  date is in force since always. maintained by the  *
      *  reference table maintenance run only.             *
      *****************************************************
       01  SLALIMIT-RECORD.
           05  SLA-PROGRAMA            PIC X(20).
           05  SLA-MAX-SEGUNDOS        PIC 9(6)V99.
           05  SLA-VIGENCIA            PIC X(08).
