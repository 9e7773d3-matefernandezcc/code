           SELECT ELEMOUT-FILE ASSIGN TO "ELEMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEMOUT-STATUS.
           SELECT NUMEDIT-FILE ASSIGN TO "NUMEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMEDIT-STATUS.
           SELECT NUMERR-FILE ASSIGN TO "NUMERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMERR-STATUS.
           SELECT BALRPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.

       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).

       FD  ELEMOUT-FILE
           RECORDING MODE IS F.
       01  ELEMOUT-RECORD          PIC X(30).

       FD  NUMEDIT-FILE
           RECORDING MODE IS F.
       01  NUMEDIT-RECORD          PIC X(40).

       FD  NUMERR-FILE
           RECORDING MODE IS F.
           COPY NUMERR.

       FD  BALRPT-FILE
           RECORDING MODE IS F.
       01  BALRPT-RECORD           PIC X(80).
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-ELEMOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-NUMEDIT-STATUS     PIC X(02) VALUE '00'.
       01  WS-NUMERR-STATUS      PIC X(02) VALUE '00'.
       01  WS-BALRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-CTLTOT-EOF         PIC X VALUE 'N'.
           88  CTLTOT-AT-EOF     VALUE 'Y'.
           88  NUMOUT-AT-EOF     VALUE 'Y'.
       01  WS-ELEMOUT-EOF        PIC X VALUE 'N'.
           88  ELEMOUT-AT-EOF    VALUE 'Y'.
       01  WS-NUMEDIT-EOF        PIC X VALUE 'N'.
           88  NUMEDIT-AT-EOF    VALUE 'Y'.
       01  WS-NUMERR-EOF         PIC X VALUE 'N'.
           88  NUMERR-AT-EOF     VALUE 'Y'.

       01  WS-SALDOS.
           05  WS-SALDO-ENTRY OCCURS 3 TIMES INDEXED BY SDX.
               10  WS-SAL-PROGRAMA      PIC X(20).
               10  WS-SAL-ARCHIVO       PIC X(08).
               10  WS-SAL-CT-HALLADO    PIC X VALUE 'N'.
       01  WS-PALABRA            PIC X(7).
       01  WS-PALABRA-LARGO      PIC 9(1) COMP.

      *    RECHAZOS DE LA EDICION DE NUMIN: LO LEIDO POR LA
      *    EDICION (NUMIN MAS REINGRESO) DEBE SER LO ACEPTADO
      *    EN NUMEDIT MAS LO RECHAZADO EN NUMERR.
       01  WS-ERR-REALES         PIC 9(7) VALUE 0.
       01  WS-ERR-NUMIN          PIC 9(7) VALUE 0.
       01  WS-ERR-REENT          PIC 9(7) VALUE 0.
       01  WS-EDIT-CUADRE        PIC 9(7) VALUE 0.

       01  WS-DISCREPANCIAS      PIC 9(4) VALUE 0.
       01  WS-REPORT-LINE        PIC X(80).
       01  WS-FECHA-HOY          PIC X(8).
       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY

           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > 3
               MOVE ZERO TO WS-SAL-CT-LEIDOS (SDX)
               MOVE ZERO TO WS-SAL-CT-GRABADOS (SDX)
               MOVE ZERO TO WS-SAL-AU-CUENTA (SDX)
           MOVE "NUMOUT" TO WS-SAL-ARCHIVO (1)
           MOVE "BUBBLESORTEXMPL" TO WS-SAL-PROGRAMA (2)
           MOVE "ELEMOUT" TO WS-SAL-ARCHIVO (2)
           MOVE "EDITAMOVIMIENTOS" TO WS-SAL-PROGRAMA (3)
           MOVE "NUMEDIT" TO WS-SAL-ARCHIVO (3)

           PERFORM LEER-CTLTOT
           PERFORM LEER-AUDITLOG
           PERFORM CONTAR-NUMOUT
           PERFORM CONTAR-ELEMOUT
           PERFORM CONTAR-NUMEDIT
           PERFORM CONTAR-NUMERR
           PERFORM ESCRIBIR-REPORTE

           IF WS-DISCREPANCIAS > 0
                   AT END MOVE 'Y' TO WS-CTLTOT-EOF
               END-READ
               PERFORM UNTIL CTLTOT-AT-EOF
                   PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > 3
                       IF CT-PROGRAM-NAME = WS-SAL-PROGRAMA (SDX)
                           MOVE 'Y' TO WS-SAL-CT-HALLADO (SDX)
                           MOVE CT-RUN-ID TO WS-SAL-RUN-ID (SDX)
                   AT END MOVE 'Y' TO WS-AUDITLOG-EOF
               END-READ
               PERFORM UNTIL AUDITLOG-AT-EOF
                   PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > 3
                       IF AU-PROGRAM-NAME = WS-SAL-PROGRAMA (SDX)
                           IF WS-SAL-RUN-ID (SDX) = SPACES
                               OR AU-RUN-ID = WS-SAL-RUN-ID (SDX)
           END-IF
           .

      *    EXTRAE LOS DIGITOS QUE SIGUEN A "CLAVES=", "ELEM="
      *    O "ACEP=" DENTRO DE WS-DETALLE-TRABAJO.
       EXTRAER-CUENTA.
           MOVE 0 TO WS-CUENTA-EXTRAIDA
           MOVE 0 TO WS-PALABRA-LARGO
                   MOVE 7 TO WS-PALABRA-LARGO
               ELSE
                   IF WS-DETALLE-TRABAJO (K:5) = "ELEM="
                       OR WS-DETALLE-TRABAJO (K:5) = "ACEP="
                       MOVE 5 TO WS-PALABRA-LARGO
                   END-IF
               END-IF
           END-IF
           .

      *    NUMIN EDITADO: MISMO CONTEO QUE NUMOUT, SOLO LOS
      *    REGISTROS DE DATOS ENTRE CABECERA Y TRAILER.
       CONTAR-NUMEDIT.
           MOVE 0 TO WS-SAL-REALES (3)
           OPEN INPUT NUMEDIT-FILE
           IF WS-NUMEDIT-STATUS = "00"
               READ NUMEDIT-FILE
                   AT END MOVE 'Y' TO WS-NUMEDIT-EOF
               END-READ
               PERFORM UNTIL NUMEDIT-AT-EOF
                   IF NUMEDIT-RECORD (1:4) IS NUMERIC
                       ADD 1 TO WS-SAL-REALES (3)
                   END-IF
                   READ NUMEDIT-FILE
                       AT END MOVE 'Y' TO WS-NUMEDIT-EOF
                   END-READ
               END-PERFORM
               CLOSE NUMEDIT-FILE
           ELSE
               DISPLAY "NUMEDIT NO DISPONIBLE"
           END-IF
           .

       CONTAR-NUMERR.
           MOVE 0 TO WS-ERR-REALES
           MOVE 0 TO WS-ERR-NUMIN
           MOVE 0 TO WS-ERR-REENT
           OPEN INPUT NUMERR-FILE
           IF WS-NUMERR-STATUS = "00"
               READ NUMERR-FILE
                   AT END MOVE 'Y' TO WS-NUMERR-EOF
               END-READ
               PERFORM UNTIL NUMERR-AT-EOF
                   ADD 1 TO WS-ERR-REALES
                   IF NE-FUENTE = 'R'
                       ADD 1 TO WS-ERR-REENT
                   ELSE
                       ADD 1 TO WS-ERR-NUMIN
                   END-IF
                   READ NUMERR-FILE
                       AT END MOVE 'Y' TO WS-NUMERR-EOF
                   END-READ
               END-PERFORM
               CLOSE NUMERR-FILE
           ELSE
               DISPLAY "NUMERR NO DISPONIBLE"
           END-IF
           .

       ESCRIBIR-REPORTE.
           OPEN OUTPUT BALRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE BALRPT-RECORD
           MOVE SPACES TO BALRPT-RECORD
           WRITE BALRPT-RECORD
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > 3
               PERFORM BALANCEAR-PROGRAMA
           END-PERFORM
           MOVE SPACES TO BALRPT-RECORD
                   MOVE WS-REPORT-LINE TO BALRPT-RECORD
                   WRITE BALRPT-RECORD
               END-IF
               IF WS-SAL-PROGRAMA (SDX) = "EDITAMOVIMIENTOS"
                   PERFORM BALANCEAR-EDICION
               END-IF
           END-IF
           .

      *    LA EDICION DE NUMIN ADEMAS CUADRA ENTRADA CONTRA
      *    SALIDA: LEIDOS = ACEPTADOS + RECHAZADOS, DONDE LOS
      *    LEIDOS YA INCLUYEN LOS REINGRESADOS DEL DIA.
       BALANCEAR-EDICION.
           COMPUTE WS-EDIT-CUADRE = WS-SAL-REALES (SDX)
               + WS-ERR-REALES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LEIDOS=" WS-SAL-CT-LEIDOS (SDX)
               " ACEP=" WS-SAL-REALES (SDX)
               " RECH=" WS-ERR-REALES
               " (NUMIN=" WS-ERR-NUMIN
               " REENT=" WS-ERR-REENT ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO BALRPT-RECORD
           WRITE BALRPT-RECORD
           IF WS-SAL-CT-LEIDOS (SDX) NOT = WS-EDIT-CUADRE
               ADD 1 TO WS-DISCREPANCIAS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  *** LEIDOS NO CUADRAN CON ACEPTADOS MAS "
                   "RECHAZADOS" DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO BALRPT-RECORD
               WRITE BALRPT-RECORD
           END-IF
           .
