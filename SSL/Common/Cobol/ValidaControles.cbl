       DATA DIVISION.
       FILE SECTION.
      *    ARCHIVO A VALIDAR, LEIDO COMO TEXTO CRUDO HASTA
      *    40 BYTES (EL MAYOR TRAZADO DE LA SUITE). EL TIPO
      *    DEL PARM DEFINE DONDE ESTA LA CLAVE Y QUE LLEVA
      *    EL TRAILER.
       FD  VALIN-FILE
           RECORDING MODE IS F.
       01  VALIN-RECORD            PIC X(40).
       01  VALIN-REC-CABECERA REDEFINES VALIN-RECORD.
           05  VAL-CAB-TIPO        PIC X(1).
           05  VAL-CAB-FECHA       PIC X(8).
           05  VAL-CAB-ORIGEN      PIC X(8).
           05  FILLER              PIC X(23).
       01  VALIN-REC-TRAILER REDEFINES VALIN-RECORD.
           05  VAL-TRL-TIPO        PIC X(1).
           05  VAL-TRL-CUENTA      PIC 9(7).
           05  VAL-TRL-HASH        PIC 9(11).
           05  VAL-TRL-IMPORTE     PIC 9(9)V99.
           05  VAL-TRL-SIGNO       PIC X(1).
           05  FILLER              PIC X(9).

       FD  VALRPT-FILE

      *    TIPOS SOPORTADOS Y POSICION/LARGO DE LA CLAVE EN
      *    EL REGISTRO DE DATOS; NUMOUT ADEMAS TOTALIZA EL
      *    IMPORTE 9(5)V99 DE LAS POSICIONES 25-31, NETO: EL
      *    TIPO DE MOVIMIENTO 'R' DE LA POSICION 40 RESTA.
       01  WS-PARM-TIPO          PIC X(08) VALUE SPACES.
       01  WS-CLAVE-POS          PIC 9(2).
       01  WS-CLAVE-LARGO        PIC 9(2).
       01  WS-TRL-VISTO          PIC X VALUE 'N'.
       01  WS-CUENTA             PIC 9(7) VALUE 0.
       01  WS-HASH               PIC 9(11) VALUE 0.
       01  WS-IMPORTE-TOTAL      PIC S9(9)V99 VALUE 0.
       01  WS-IMPORTE-X          PIC X(7).
       01  WS-IMPORTE-CAMPO REDEFINES WS-IMPORTE-X PIC 9(5)V99.
       01  WS-CLAVE-X            PIC X(10).
       01  WS-ERRORES            PIC 9(3) VALUE 0.
       01  WS-TRL-CUENTA-G       PIC 9(7).
       01  WS-TRL-HASH-G         PIC 9(11).
       01  WS-TRL-IMPORTE-G      PIC S9(9)V99.
       01  WS-IMP-DISP           PIC -9(9).99.
       01  WS-IMP-DISP2          PIC -9(9).99.
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-REPORT-LINE        PIC X(80).

                   MOVE VAL-TRL-HASH TO WS-TRL-HASH-G
                   IF WS-CON-IMPORTE = 'Y'
                       MOVE VAL-TRL-IMPORTE TO WS-TRL-IMPORTE-G
                       IF VAL-TRL-SIGNO = '-'
                           COMPUTE WS-TRL-IMPORTE-G =
                               0 - WS-TRL-IMPORTE-G
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-CUENTA
                   IF WS-CON-IMPORTE = 'Y'
                       AND VALIN-RECORD (25:7) IS NUMERIC
                       MOVE VALIN-RECORD (25:7) TO WS-IMPORTE-X
                       IF VALIN-RECORD (40:1) = 'R'
                           SUBTRACT WS-IMPORTE-CAMPO
                               FROM WS-IMPORTE-TOTAL
                       ELSE
                           ADD WS-IMPORTE-CAMPO TO WS-IMPORTE-TOTAL
                       END-IF
                   END-IF
               END-IF
           END-IF
