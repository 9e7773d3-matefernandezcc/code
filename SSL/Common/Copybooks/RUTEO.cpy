      *****************************************************
      *  RUTEO - report routing card, one per report and   *
      *  effective-from date: report name (1-8), target    *
      *  department (9-20), output class (21), in force    *
      *  from ru-vigencia (22-29). the package uses the    *
      *  version with the latest effective date not after  *
      *  its run date; a blank date is in force since      *
      *  always. maintained by the reference table         *
      *  maintenance run only.                              *
      *****************************************************
       01  RUTEO-RECORD.
           05  RU-REPORTE              PIC X(08).
           05  RU-DEPARTAMENTO         PIC X(12).
           05  RU-CLASE                PIC X(01).
           05  RU-VIGENCIA             PIC X(08).
