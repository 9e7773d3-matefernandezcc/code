           SELECT FINRPT-FILE ASSIGN TO "FINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINRPT-STATUS.
           SELECT FINHIST-FILE ASSIGN TO "FINHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    GENERACION ORDENADA DE MOVIMIENTOS: CLAVE (4),
      *    DESCRIPCION (20), IMPORTE 9(5)V99 (7), FECHA DE
      *    MOVIMIENTO (8) Y TIPO DE MOVIMIENTO (1): BLANCO U
      *    'O' ORIGINAL, 'R' REVERSO, 'A' AJUSTE. LOS
      *    REVERSOS RESTAN, ASI QUE TODOS LOS TOTALES DEL
      *    RESUMEN SON NETOS.
       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).
       01  NUMOUT-REC-DATO REDEFINES NUMOUT-RECORD.
           05  NUM-PIC             PIC 9(4).
           05  NUM-DESCRIPCION     PIC X(20).
           05  NUM-IMPORTE         PIC 9(5)V99.
           05  NUM-FECHA-MOVIM     PIC X(8).
           05  NUM-TIPO-MOVIM      PIC X(1).

       FD  FINRPT-FILE
           RECORDING MODE IS F.
       01  FINRPT-RECORD           PIC X(80).

      *    HISTORIA DE TOTALES GENERALES: UN REGISTRO POR
      *    CORRIDA, PARA LA CONCILIACION DEL CIERRE DE MES
      *    DEL MAYOR DE CLAVES.
       FD  FINHIST-FILE
           RECORDING MODE IS F.
           COPY FINHIST.

       WORKING-STORAGE SECTION.
       01  WS-NUMOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FINRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FINHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-NUMOUT-EOF         PIC X VALUE 'N'.
           88  NUMOUT-AT-EOF     VALUE 'Y'.

           05  WS-FEC-ENTRY OCCURS 400 TIMES.
               10  WS-FEC-FECHA        PIC X(8).
               10  WS-FEC-CUENTA       PIC 9(7).
               10  WS-FEC-IMPORTE      PIC S9(11)V99.

      *    DISTRIBUCION POR BANDA DE IMPORTE.
       01  WS-BANDAS.
           05  WS-BAN-ENTRY OCCURS 4 TIMES.
               10  WS-BAN-CUENTA       PIC 9(7).
               10  WS-BAN-IMPORTE      PIC S9(11)V99.
       01  WS-BANDA-ROTULO.
           05  FILLER PIC X(18) VALUE "HASTA      99.99  ".
           05  FILLER PIC X(18) VALUE "100.00 -  999.99  ".
       01  WS-FEC-TEMP.
           05  WS-FTP-FECHA        PIC X(8).
           05  WS-FTP-CUENTA       PIC 9(7).
           05  WS-FTP-IMPORTE      PIC S9(11)V99.

      *    CUENTA E IMPORTE BRUTO POR TIPO DE MOVIMIENTO:
      *    1 = ORIGINALES, 2 = AJUSTES, 3 = REVERSOS.
       01  WS-TIPOS.
           05  WS-TIP-ENTRY OCCURS 3 TIMES.
               10  WS-TIP-CUENTA       PIC 9(7).
               10  WS-TIP-IMPORTE      PIC 9(11)V99.
       01  WS-TIPO-ROTULO.
           05  FILLER PIC X(12) VALUE "ORIGINALES  ".
           05  FILLER PIC X(12) VALUE "AJUSTES     ".
           05  FILLER PIC X(12) VALUE "REVERSOS    ".
       01  WS-TIPO-ROTULOS REDEFINES WS-TIPO-ROTULO.
           05  WS-TIP-ROTULO OCCURS 3 TIMES PIC X(12).
       01  KDX                   PIC 9(1).
       01  WS-IMPORTE-NETO       PIC S9(5)V99.

       01  FDX                   PIC 9(3).
       01  GDX                   PIC 9(3).
       01  TDX                   PIC 9(2).
       01  TNX                   PIC 9(2).
       01  WS-TOTAL-CUENTA       PIC 9(7) VALUE 0.
       01  WS-TOTAL-IMPORTE      PIC S9(11)V99 VALUE 0.
       01  WS-IMP-DISP           PIC -9(11).99.
       01  WS-IMP-BRUTO-DISP     PIC 9(11).99.
       01  WS-IMP-CHICO-DISP     PIC 9(5).99.
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-CAB-FECHA          PIC X(8) VALUE SPACES.
       01  WS-TOTAL-HASH         PIC 9(11) VALUE 0.
       01  WS-REPORT-LINE        PIC X(80).

       PROCEDURE DIVISION.
               MOVE ZERO TO WS-BAN-CUENTA (BDX)
               MOVE ZERO TO WS-BAN-IMPORTE (BDX)
           END-PERFORM
           PERFORM VARYING KDX FROM 1 BY 1 UNTIL KDX > 3
               MOVE ZERO TO WS-TIP-CUENTA (KDX)
               MOVE ZERO TO WS-TIP-IMPORTE (KDX)
           END-PERFORM
           PERFORM PROCESAR-NUMOUT
           PERFORM ESCRIBIR-REPORTE
           PERFORM GRABAR-HISTORIA
           DISPLAY "MOVIMIENTOS RESUMIDOS: " WS-TOTAL-CUENTA
           GOBACK.

               IF NUMOUT-RECORD (1:4) IS NUMERIC
                   PERFORM ACUMULAR-MOVIMIENTO
               END-IF
               IF NUMOUT-RECORD (1:1) = 'H'
                   MOVE NUMOUT-RECORD (2:8) TO WS-CAB-FECHA
               END-IF
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           CLOSE NUMOUT-FILE
           .

      *    EL REVERSO ENTRA CON SIGNO NEGATIVO EN TODOS LOS
      *    TOTALES; LA BANDA SE ELIGE POR EL IMPORTE ABSOLUTO
      *    Y EL TOPE SOLO CONSIDERA ORIGINALES Y AJUSTES.
       ACUMULAR-MOVIMIENTO.
           ADD 1 TO WS-TOTAL-CUENTA
           COMPUTE WS-TOTAL-HASH = FUNCTION MOD
               (WS-TOTAL-HASH + NUM-PIC, 100000000000)
           EVALUATE NUM-TIPO-MOVIM
               WHEN 'R'
                   MOVE 3 TO KDX
                   COMPUTE WS-IMPORTE-NETO = 0 - NUM-IMPORTE
               WHEN 'A'
                   MOVE 2 TO KDX
                   MOVE NUM-IMPORTE TO WS-IMPORTE-NETO
               WHEN OTHER
                   MOVE 1 TO KDX
                   MOVE NUM-IMPORTE TO WS-IMPORTE-NETO
           END-EVALUATE
           ADD 1 TO WS-TIP-CUENTA (KDX)
           ADD NUM-IMPORTE TO WS-TIP-IMPORTE (KDX)
           ADD WS-IMPORTE-NETO TO WS-TOTAL-IMPORTE
           PERFORM ACUMULAR-FECHA
           PERFORM ACUMULAR-BANDA
           IF NUM-TIPO-MOVIM NOT = 'R'
               PERFORM ACUMULAR-TOPE
           END-IF
           .

       ACUMULAR-FECHA.
           END-IF
           IF GDX > 0
               ADD 1 TO WS-FEC-CUENTA (GDX)
               ADD WS-IMPORTE-NETO TO WS-FEC-IMPORTE (GDX)
           END-IF
           .

               END-IF
           END-IF
           ADD 1 TO WS-BAN-CUENTA (BDX)
           ADD WS-IMPORTE-NETO TO WS-BAN-IMPORTE (BDX)
           .

      *    MANTIENE LOS 10 MOVIMIENTOS DE MAYOR IMPORTE EN
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA

           MOVE SPACES TO WS-REPORT-LINE
           STRING "MOVIMIENTOS POR TIPO (IMPORTE BRUTO)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING KDX FROM 1 BY 1 UNTIL KDX > 3
               MOVE WS-TIP-IMPORTE (KDX) TO WS-IMP-BRUTO-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-TIP-ROTULO (KDX)
                   WS-TIP-CUENTA (KDX)
                   "        " WS-IMP-BRUTO-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA

           MOVE SPACES TO WS-REPORT-LINE
           STRING "MOVIMIENTOS DE MAYOR IMPORTE (TOP 10)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-TOTAL-IMPORTE TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL GENERAL: " WS-TOTAL-CUENTA
               " MOVIMIENTOS  IMPORTE NETO " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           CLOSE FINRPT-FILE
           END-PERFORM
           .

      *    EL TOTAL GENERAL SE GUARDA BAJO LA FECHA DE
      *    CABECERA DE LA GENERACION (LA FECHA DE NEGOCIO DEL
      *    ORDENAMIENTO); UNA GENERACION SIN CABECERA TOMA LA
      *    FECHA DEL DIA.
       GRABAR-HISTORIA.
           OPEN EXTEND FINHIST-FILE
           IF WS-FINHIST-STATUS = "35"
               OPEN OUTPUT FINHIST-FILE
           END-IF
           IF WS-FINHIST-STATUS = "00"
               IF WS-CAB-FECHA = SPACES
                   MOVE WS-FECHA-HOY TO FH-FECHA-CAB
               ELSE
                   MOVE WS-CAB-FECHA TO FH-FECHA-CAB
               END-IF
               MOVE WS-TOTAL-CUENTA TO FH-CUENTA
               MOVE WS-TOTAL-IMPORTE TO FH-IMPORTE
               IF WS-TOTAL-IMPORTE < 0
                   MOVE '-' TO FH-SIGNO
               ELSE
                   MOVE SPACE TO FH-SIGNO
               END-IF
               MOVE WS-TOTAL-HASH TO FH-HASH
               MOVE WS-FECHA-HOY TO FH-FECHA-RESUMEN
               WRITE FH-TOTAL-RECORD
               CLOSE FINHIST-FILE
           END-IF
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO FINRPT-RECORD
           WRITE FINRPT-RECORD
