      *****************************************************
      *  RUNCTL - step run-control record for the nightly  *
      *  job stream, one record per control event, keyed  *
      *  by business date (FECPROC) and step name. the     *
      *  control program writes them at the front of the   *
      *  stream and around every controlled step:          *
      *  CP-EVENTO: A = stream submission opened           *
      *             I = step started                       *
      *             C = step completed successfully        *
      *             S = step skipped, already completed    *
      *  CP-ENVIO carries the run id of the submission the *
      *  event belongs to; CP-RUN-ID and CP-RC carry the   *
      *  run id and return code the step program logged.  *
      *  a resubmit skips every step with a C event for    *
      *  the same business date.                            *
      *****************************************************
       01  CP-CONTROL-RECORD.
           05  CP-FECHA-PROC           PIC X(08).
           05  CP-PASO                 PIC X(08).
           05  CP-PROGRAMA             PIC X(20).
           05  CP-EVENTO               PIC X(01).
           05  CP-RC                   PIC 9(03).
           05  CP-FECHA                PIC X(08).
           05  CP-HORA                 PIC X(08).
           05  CP-RUN-ID               PIC X(20).
           05  CP-ENVIO                PIC X(20).
