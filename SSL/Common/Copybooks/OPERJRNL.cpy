      *****************************************************
      *  OPERJRNL - operator master change journal, one    *
      *  record per transaction applied by the operator    *
      *  maintenance run: action (A = added, N = level     *
      *  changed, D = deactivated, R = reactivated),       *
      *  before and after image of level and active flag,  *
      *  name, authorizing operator, date and run id. the  *
      *  before image of an add is blank.                  *
      *****************************************************
       01  OJ-JOURNAL-RECORD.
           05  OJ-FECHA                PIC X(08).
           05  OJ-HORA                 PIC X(08).
           05  OJ-ACCION               PIC X(01).
           05  OJ-OPERADOR             PIC X(08).
           05  OJ-ANTES-NIVEL          PIC X(01).
           05  OJ-ANTES-ACTIVO         PIC X(01).
           05  OJ-DESP-NIVEL           PIC X(01).
           05  OJ-DESP-ACTIVO          PIC X(01).
           05  OJ-NOMBRE               PIC X(20).
           05  OJ-AUTORIZA             PIC X(08).
           05  OJ-RUN-ID               PIC X(20).
