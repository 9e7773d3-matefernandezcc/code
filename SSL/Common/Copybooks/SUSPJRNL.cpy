      *****************************************************
      *  SUSPJRNL - suspense change journal, one record per *
      *  manual transaction applied to the suspense file:  *
      *  action (W = written off, E = extended, C = origin  *
      *  changed), before and after image of cycles and    *
      *  origin, write-off reason, operator, date and run  *
      *  id. automatic resolutions and expiries stay on    *
      *  the search reports and are not journalled here.   *
      *****************************************************
       01  SJ-JOURNAL-RECORD.
           05  SJ-FECHA                PIC X(08).
           05  SJ-HORA                 PIC X(08).
           05  SJ-ACCION               PIC X(01).
           05  SJ-CLAVE                PIC 9(07).
           05  SJ-FECHA-ALTA           PIC X(08).
           05  SJ-ANTES-CICLOS         PIC 9(03).
           05  SJ-ANTES-ORIGEN         PIC X(08).
           05  SJ-DESP-CICLOS          PIC 9(03).
           05  SJ-DESP-ORIGEN          PIC X(08).
           05  SJ-MOTIVO               PIC X(02).
           05  SJ-OPERADOR             PIC X(08).
           05  SJ-RUN-ID               PIC X(20).
