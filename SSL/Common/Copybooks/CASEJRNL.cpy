      *****************************************************
      *  CASEJRNL - exception case journal, one record per *
      *  transaction applied to the case master: action    *
      *  (A = assigned, C = commented, X = closed), before *
      *  and after team and owner, resulting status, the  *
      *  comment on the card, operator, date and run id.  *
      *  cases opened or repeated by the daily load are   *
      *  not journalled here.                             *
      *****************************************************
       01  CJ-JOURNAL-RECORD.
           05  CJ-FECHA                PIC X(08).
           05  CJ-HORA                 PIC X(08).
           05  CJ-ACCION               PIC X(01).
           05  CJ-NUMERO               PIC 9(07).
           05  CJ-TIPO                 PIC X(03).
           05  CJ-REFERENCIA           PIC X(20).
           05  CJ-ANTES-EQUIPO         PIC X(12).
           05  CJ-ANTES-RESPONSABLE    PIC X(08).
           05  CJ-DESP-EQUIPO          PIC X(12).
           05  CJ-DESP-RESPONSABLE     PIC X(08).
           05  CJ-ESTADO               PIC X(01).
           05  CJ-COMENTARIO           PIC X(40).
           05  CJ-OPERADOR             PIC X(08).
           05  CJ-RUN-ID               PIC X(20).
