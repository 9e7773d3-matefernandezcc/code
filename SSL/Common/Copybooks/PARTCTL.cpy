      *****************************************************
      *  PARTCTL - partition control for a key-range       *
      *  partitioned search run, written by                *
      *  ParticionaLote. one 'C' record for the original   *
      *  KEYIN batch (partition count in PC-NUMERO,        *
      *  trailer count and hash, header date and origin)   *
      *  followed by one 'P' record per partition with its *
      *  key range, its own KEYIN control count and hash   *
      *  and the number of active master keys in its       *
      *  slice. every record carries the parent run id the *
      *  merged run is reported under. PC-USO-TOPE is the  *
      *  KEYUSAGE row cap: the whole file on the 'C'       *
      *  record, the rows the partition may hold in its    *
      *  range (its own rows plus its share of the free    *
      *  room) on each 'P' record.                          *
      *****************************************************
       01  PC-CONTROL-RECORD.
           05  PC-TIPO                 PIC X(01).
           05  PC-RUN-ID               PIC X(20).
           05  PC-NUMERO               PIC 9(01).
           05  PC-CLAVE-INF            PIC 9(07).
           05  PC-CLAVE-SUP            PIC 9(07).
           05  PC-CUENTA               PIC 9(07).
           05  PC-HASH                 PIC 9(11).
           05  PC-MAESTRO              PIC 9(07).
           05  PC-LOTE-FECHA           PIC X(08).
           05  PC-LOTE-ORIGEN          PIC X(08).
           05  PC-USO-TOPE             PIC 9(04).
           05  FILLER                  PIC X(03).
