      *****************************************************
      *  AUDITLOG - audit trail record, one per run of a   *
      *  TP-Comparacion sort/search program.                *
      *  every writer chains its record to the last one    *
      *  in the log: au-secuencia is the previous record's *
      *  sequence plus one, au-hash-anterior is the        *
      *  previous record's au-hash, and au-hash is the     *
      *  hash of columns 1-127 of this record. records     *
      *  written before the chain started carry spaces in  *
      *  these fields.                                     *
      *****************************************************
       01  AU-LOG-RECORD.
           05  AU-PROGRAM-NAME         PIC X(20).
           05  AU-RETURN-CODE          PIC 9(03).
           05  AU-DETAIL               PIC X(40).
           05  AU-RUN-ID               PIC X(20).
           05  AU-SECUENCIA            PIC 9(09).
           05  AU-HASH-ANTERIOR        PIC 9(11).
           05  AU-HASH                 PIC 9(11).
