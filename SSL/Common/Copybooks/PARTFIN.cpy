      *****************************************************
      *  PARTFIN - completion record of one partition of a *
      *  partitioned BusquedaBinaria run, read by          *
      *  FusionaParticiones to balance the partitions      *
      *  before merging them: KEYIN control count and hash *
      *  processed, master slice size, compares and        *
      *  rejects, start and end time, search mode (T       *
      *  table, D direct) and the record count of every    *
      *  output the partition wrote.                        *
      *****************************************************
       01  PF-FIN-RECORD.
           05  PF-RUN-ID               PIC X(20).
           05  PF-NUMERO               PIC 9(01).
           05  PF-CUENTA               PIC 9(07).
           05  PF-HASH                 PIC 9(11).
           05  PF-TABLA                PIC 9(07).
           05  PF-COMPARES             PIC 9(09).
           05  PF-RECHAZADAS           PIC 9(07).
           05  PF-FECHA                PIC X(08).
           05  PF-INICIO               PIC X(08).
           05  PF-FIN                  PIC X(08).
           05  PF-RPT-LINEAS           PIC 9(07).
           05  PF-RES-LINEAS           PIC 9(07).
           05  PF-SUSP-LINEAS          PIC 9(07).
           05  PF-EXP-LINEAS           PIC 9(07).
           05  PF-USO-CLAVES           PIC 9(07).
           05  PF-CHG-LINEAS           PIC 9(07).
           05  PF-AVISOS               PIC 9(07).
           05  PF-MODO                 PIC X(01).
           05  FILLER                  PIC X(04).
