      *****************************************************
      *  VENTHIS - batch window usage history, one record  *
      *  appended per run of the window timeline: business *
      *  date, first start and last end of the night's     *
      *  runs (HHMMSS), window close in force, number of   *
      *  runs, critical path, busy and idle seconds, free  *
      *  margin to the close with sign byte, percentage of *
      *  the time from first start to close that was used, *
      *  and the overrun flag (Y/N). a rerun for the same  *
      *  business date replaces the earlier record.        *
      *****************************************************
       01  VH-VENTANA-RECORD.
           05  VH-FECHA                PIC X(08).
           05  VH-INICIO               PIC X(06).
           05  VH-FIN                  PIC X(06).
           05  VH-HORA-CIERRE          PIC X(06).
           05  VH-CORRIDAS             PIC 9(03).
           05  VH-SEG-RUTA             PIC 9(06).
           05  VH-SEG-OCUPADO          PIC 9(06).
           05  VH-SEG-OCIOSO           PIC 9(06).
           05  VH-SEG-MARGEN           PIC 9(06).
           05  VH-SIGNO-MARGEN         PIC X(01).
           05  VH-PCT-USO              PIC 9(03).
           05  VH-EXCEDIDA             PIC X(01).
