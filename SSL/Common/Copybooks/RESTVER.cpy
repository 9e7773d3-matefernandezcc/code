      *****************************************************
      *  RESTVER - restore verification status, a single   *
      *  record rewritten by the backup manifest program.  *
      *  RV-ESTADO: P = restore in progress or not yet     *
      *  verified, V = restored set proven consistent      *
      *  against its manifest, F = verification failed.    *
      *  the nightly stream's step control refuses to run  *
      *  any step while the status is other than V; an     *
      *  empty or missing file means no restore pending.   *
      *  RV-MANIFIESTO is the run id of the backup whose   *
      *  manifest the restore was checked against.         *
      *****************************************************
       01  RV-STATUS-RECORD.
           05  RV-ESTADO               PIC X(01).
           05  RV-FECHA                PIC X(08).
           05  RV-HORA                 PIC X(08).
           05  RV-MANIFIESTO           PIC X(20).
           05  RV-RUN-ID               PIC X(20).
