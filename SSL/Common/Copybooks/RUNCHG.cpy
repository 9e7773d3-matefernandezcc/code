      *****************************************************
      *  RUNCHG - search run change record, left behind by *
      *  each BusquedaBinaria run for the back-out         *
      *  program. every record carries the run id and a    *
      *  type: 'N' suspense entry opened, 'C' suspense     *
      *  cycle advanced, 'R' resolved and 'V' expired out  *
      *  of suspense (with the entry as it stood before    *
      *  the run), 'U' the run's key usage deltas with the *
      *  prior last-request date, 'L' the KEYIN batch      *
      *  identity written at successful end of job, and    *
      *  'B' written by the back-out once the run has been *
      *  reversed.                                          *
      *****************************************************
       01  RC-CAMBIO-RECORD.
           05  RC-RUN-ID               PIC X(20).
           05  RC-TIPO                 PIC X(01).
           05  RC-CLAVE                PIC 9(07).
           05  RC-FECHA-ALTA           PIC X(08).
           05  RC-CICLOS               PIC 9(03).
           05  RC-ORIGEN               PIC X(08).
           05  FILLER                  PIC X(13).
       01  RC-USO-RECORD.
           05  FILLER                  PIC X(21).
           05  RC-USO-CLAVE            PIC 9(07).
           05  RC-USO-PEDIDOS          PIC 9(07).
           05  RC-USO-HALLADAS         PIC 9(07).
           05  RC-USO-NOHALL           PIC 9(07).
           05  RC-USO-FECHA-ANT        PIC X(08).
           05  FILLER                  PIC X(03).
       01  RC-LOTE-RECORD.
           05  FILLER                  PIC X(21).
           05  RC-LOTE-FECHA           PIC X(08).
           05  RC-LOTE-ORIGEN          PIC X(08).
           05  RC-LOTE-CUENTA          PIC 9(07).
           05  RC-LOTE-HASH            PIC 9(11).
           05  FILLER                  PIC X(05).
