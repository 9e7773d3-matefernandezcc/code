      *  program start; unauthorized or inactive           *
      *  operators are refused with rc=16 and the attempt  *
      *  is written to auditlog.                            *
      *  om-fecha-nivel and om-otorgado-por hold the date  *
      *  the current level was granted and the operator    *
      *  who granted it; both are set by the operator      *
      *  maintenance run and are blank on entries that     *
      *  predate it.                                       *
      *****************************************************
       01  OM-OPERATOR-RECORD.
           05  OM-OPERADOR             PIC X(08).
           05  OM-NOMBRE               PIC X(20).
           05  OM-NIVEL                PIC 9(01).
           05  OM-ACTIVO               PIC X(01).
           05  OM-FECHA-NIVEL          PIC X(08).
           05  OM-OTORGADO-POR         PIC X(08).
