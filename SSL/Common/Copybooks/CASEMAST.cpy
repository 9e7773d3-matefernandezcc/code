      *****************************************************
      *  CASEMAST - exception case master, one record per  *
      *  case raised from the nightly exception reports.   *
      *  cs-tipo: DUP duplicate key (DUPRPT), DRP record   *
      *  absorbed by consolidation (DROPOUT), VEN suspense *
      *  expiry (EXPRPT), SUG key not found (SUGRPT), IMP  *
      *  delete held by impact (IMPRPT), RCH rejected      *
      *  search value (RPTOUT), BAL control out of balance *
      *  (BALRPT), SLA window breach (SLARPT), TND trend   *
      *  flag (TRENDRPT). cs-referencia is the key, the    *
      *  rejected value or, for the run-level reports, the *
      *  program name. a new occurrence of an open case    *
      *  only bumps cs-fecha-ultima, and cs-ocurrencias    *
      *  once per day the exception is reported.           *
      *  cs-estado: A = open, C = closed (cs-fecha-cierre).*
      *  cs-equipo starts as the routing department of the *
      *  source report. cs-escalado is set the first day   *
      *  the case is open past its target days.            *
      *  control records (cs-tipo CTL, number zero) lead   *
      *  the file: report CASOS holds the last case number *
      *  issued; one per accumulating report holds the     *
      *  lines of it already loaded.                       *
      *****************************************************
       01  CS-CASO-RECORD.
           05  CS-NUMERO               PIC 9(07).
           05  CS-TIPO                 PIC X(03).
           05  CS-REFERENCIA           PIC X(20).
           05  CS-PROGRAMA             PIC X(20).
           05  CS-REPORTE              PIC X(08).
           05  CS-FECHA-ALTA           PIC X(08).
           05  CS-FECHA-ULTIMA         PIC X(08).
           05  CS-OCURRENCIAS          PIC 9(05).
           05  CS-EQUIPO               PIC X(12).
           05  CS-RESPONSABLE          PIC X(08).
           05  CS-ESTADO               PIC X(01).
           05  CS-ESCALADO             PIC X(01).
           05  CS-FECHA-ESCALADO       PIC X(08).
           05  CS-FECHA-CIERRE         PIC X(08).
           05  CS-DETALLE              PIC X(40).
           05  CS-COMENTARIO           PIC X(40).
       01  CS-CONTROL-RECORD.
           05  CS-CTL-NUMERO           PIC 9(07).
           05  CS-CTL-TIPO             PIC X(03).
           05  CS-CTL-REPORTE          PIC X(08).
           05  CS-CTL-LINEAS           PIC 9(09).
           05  CS-CTL-FECHA            PIC X(08).
           05  FILLER                  PIC X(162).
