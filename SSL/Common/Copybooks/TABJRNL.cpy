      *****************************************************
      *  TABJRNL - reference table change journal, one     *
      *  record per version added, replaced or withdrawn   *
      *  by the maintenance run: table (S = slalimit, R =  *
      *  ratecard, U = ruteo), action (A = added, C =      *
      *  replaced, B = withdrawn), key, effective date,    *
      *  before and after image of the values as they sit  *
      *  on the card from column 21 (slalimit, ratecard)   *
      *  or 9 (ruteo), operator, date and run id.          *
      *****************************************************
       01  TJ-JOURNAL-RECORD.
           05  TJ-FECHA                PIC X(08).
           05  TJ-HORA                 PIC X(08).
           05  TJ-TABLA                PIC X(01).
           05  TJ-ACCION               PIC X(01).
           05  TJ-CLAVE                PIC X(20).
           05  TJ-VIGENCIA             PIC X(08).
           05  TJ-ANTES                PIC X(13).
           05  TJ-DESP                 PIC X(13).
           05  TJ-OPERADOR             PIC X(08).
           05  TJ-RUN-ID               PIC X(20).
