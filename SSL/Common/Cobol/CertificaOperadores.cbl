       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertificaOperadores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT RECRPT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECRPT-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE
           RECORDING MODE IS F.
           COPY OPERMAST.

      *    GENERACIONES ARCHIVADAS DEL LOG, CONCATENADAS DE LA
      *    MAS ANTIGUA A LA MAS RECIENTE. OPCIONAL.
       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD          PIC X(138).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  RECRPT-FILE
           RECORDING MODE IS F.
       01  RECRPT-RECORD           PIC X(80).

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-RECRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-AUDHIST-EOF        PIC X VALUE 'N'.
           88  AUDHIST-AT-EOF    VALUE 'Y'.
       01  WS-AUDITLOG-EOF       PIC X VALUE 'N'.
           88  AUDITLOG-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    OPERADORES DEL MAESTRO CON LO QUE SE JUNTA DEL LOG:
      *    ULTIMA ACTIVIDAD (TODO EL LOG), CORRIDAS E INTENTOS
      *    RECHAZADOS DEL PERIODO Y NIVEL MAS ALTO USADO.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-TABLA.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERADOR     PIC X(8).
               10  WS-OPT-NOMBRE       PIC X(20).
               10  WS-OPT-NIVEL        PIC 9(1).
               10  WS-OPT-ACTIVO       PIC X(1).
               10  WS-OPT-FECHA-NIVEL  PIC X(8).
               10  WS-OPT-OTORGADO     PIC X(8).
               10  WS-OPT-ULT-ACTIV    PIC X(8).
               10  WS-OPT-CORRIDAS     PIC 9(5).
               10  WS-OPT-RECHAZOS     PIC 9(5).
               10  WS-OPT-NIVEL-USADO  PIC 9(1).
       01  ODX                   PIC 9(3).
       01  WS-OPER-POS           PIC 9(3).

      *    PROGRAMAS CORRIDOS EN EL PERIODO POR OPERADOR. UNA
      *    CORRIDA ES UN RUN ID: LOS PROGRAMAS QUE AUDITAN
      *    CADA TRANSACCION DEJAN VARIOS REGISTROS POR CORRIDA.
       01  WS-USO-COUNT          PIC 9(4) VALUE 0.
       01  WS-USO-TABLA.
           05  WS-USO-ENTRY OCCURS 2000 TIMES.
               10  WS-USO-OPERADOR     PIC X(8).
               10  WS-USO-PROGRAMA     PIC X(20).
               10  WS-USO-CORRIDAS     PIC 9(5).
               10  WS-USO-NIVEL        PIC 9(1).
               10  WS-USO-ULT-RUN      PIC X(20).
       01  UDX                   PIC 9(4).
       01  WS-USO-POS            PIC 9(4).
       01  WS-USO-LLENA          PIC 9(5) VALUE 0.

      *    NIVEL QUE EXIGE CADA PROGRAMA EN SU VERIFICACION DE
      *    OPERADOR. LOS QUE NO FIGURAN SON DE NIVEL 1.
       01  WS-NIVEL-PROG-TABLA.
           05  FILLER PIC X(21) VALUE "BUBBLESORT          2".
           05  FILLER PIC X(21) VALUE "BUBBLESORTEXMPL     2".
           05  FILLER PIC X(21) VALUE "BUSQBINIMPARES      2".
           05  FILLER PIC X(21) VALUE "BUSQUEDABINARIA     2".
           05  FILLER PIC X(21) VALUE "BUSQSEARCHALL       2".
           05  FILLER PIC X(21) VALUE "APAREAREVERSOS      2".
           05  FILLER PIC X(21) VALUE "EDITAMOVIMIENTOS    2".
           05  FILLER PIC X(21) VALUE "MAYORCLAVES         2".
           05  FILLER PIC X(21) VALUE "DEPURABENCHLOG      3".
           05  FILLER PIC X(21) VALUE "MANTENIMIENTOCLAVES 3".
           05  FILLER PIC X(21) VALUE "MANTSUSPENSO        3".
           05  FILLER PIC X(21) VALUE "MANTOPERADORES      3".
           05  FILLER PIC X(21) VALUE "MANTTABLAS          3".
           05  FILLER PIC X(21) VALUE "MANIFIESTORESPALDO  3".
           05  FILLER PIC X(21) VALUE "MANTCASOS           2".
           05  FILLER PIC X(21) VALUE "INTERFAZCONTABLE    2".
           05  FILLER PIC X(21) VALUE "REVERSACORRIDA      3".
           05  FILLER PIC X(21) VALUE "PARTICIONALOTE      2".
           05  FILLER PIC X(21) VALUE "FUSIONAPARTICIONES  2".
       01  WS-NIVEL-PROGRAMAS REDEFINES WS-NIVEL-PROG-TABLA.
           05  WS-NPR-ENTRY OCCURS 19 TIMES.
               10  WS-NPR-PROGRAMA     PIC X(20).
               10  WS-NPR-NIVEL        PIC 9(1).
       01  PDX                   PIC 9(2).
       01  WS-NIVEL-PROGRAMA     PIC 9(1).

       01  WS-ANT-REGISTRO       PIC X(138) VALUE SPACES.
       01  WS-LEIDOS-HIST        PIC 9(7) VALUE 0.
       01  WS-LEIDOS-LOG         PIC 9(7) VALUE 0.
       01  WS-SIN-MAESTRO        PIC 9(7) VALUE 0.

      *    PERIODO DE LA RECERTIFICACION: UN TRIMESTRE
      *    CALENDARIO. POR DEFECTO EL ULTIMO CERRADO.
       01  WS-PERIODO-ANIO       PIC 9(4).
       01  WS-PERIODO-TRIM       PIC 9(1).
       01  WS-PERIODO-MES        PIC 9(2).
       01  WS-PERIODO-DESDE      PIC X(8).
       01  WS-PERIODO-HASTA      PIC X(8).
       01  WS-FIN-TRIM-TABLA.
           05  FILLER PIC X(4) VALUE "0331".
           05  FILLER PIC X(4) VALUE "0630".
           05  FILLER PIC X(4) VALUE "0930".
           05  FILLER PIC X(4) VALUE "1231".
       01  WS-FIN-TRIMESTRES REDEFINES WS-FIN-TRIM-TABLA.
           05  WS-FIN-TRIM       PIC X(4) OCCURS 4 TIMES.
       01  WS-PARM-PERIODO       PIC X(08) VALUE SPACES.

      *    INACTIVIDAD: SIN ACTIVIDAD DESDE LA FECHA DE CORTE
      *    (HOY MENOS RP-RETENCION DIAS, 90 POR DEFECTO).
       01  WS-INACTIVIDAD-DIAS   PIC 9(4) VALUE 90.
       01  WS-FECHA-NUM          PIC 9(8).
       01  WS-FECHA-CORTE        PIC 9(8).
       01  WS-FECHA-CORTE-X      PIC X(8).
       01  WS-DIAS-ENTEROS       PIC 9(7) COMP.
       01  WS-DIAS-SIN-ACTIV     PIC 9(5).

       01  WS-MARCA-INACTIVO     PIC X.
       01  WS-MARCA-NIVEL        PIC X.
       01  WS-TOT-ACTIVOS        PIC 9(5) VALUE 0.
       01  WS-TOT-INACTIVOS      PIC 9(5) VALUE 0.
       01  WS-TOT-MARCA-INACT    PIC 9(5) VALUE 0.
       01  WS-TOT-MARCA-NIVEL    PIC 9(5) VALUE 0.
       01  WS-TOT-MARCADOS       PIC 9(5) VALUE 0.
       01  WS-OTORGADO-FECHA     PIC X(8).
       01  WS-OTORGADO-POR       PIC X(8).
       01  WS-ULT-ACTIV          PIC X(8).

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
      *    ENCADENAMIENTO DE AUDITLOG.
       01  WS-AU-DETALLE         PIC X(40).
       01  WS-AU-SECUENCIA       PIC 9(09) VALUE 0.
       01  WS-AU-HASH-ANT        PIC 9(11) VALUE 0.
       01  WS-AU-HASH-TRABAJO    PIC 9(15) VALUE 0.
       01  WS-AU-POS             PIC 9(03) COMP.
       01  WS-AU-FIN             PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LS-PARM-LENGTH        PIC S9(4) COMP.
       01  LS-PARM-DATA          PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP (1:8) TO WS-FECHA-HOY
           MOVE WS-STAMP (9:8) TO WS-HORA-HOY
           PERFORM CARGAR-FECHA-PROCESO
               THRU CARGAR-FECHA-PROCESO-FIN
           IF WS-FECHA-PROCESO NOT = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY
               MOVE WS-FECHA-PROCESO TO WS-STAMP (1:8)
           END-IF
           MOVE SPACES TO WS-RUN-ID
           MOVE WS-STAMP (1:16) TO WS-RUN-ID (1:16)
           MOVE "CERT" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR, TRIMESTRE AAAAT (EN BLANCO = EL
      *    ULTIMO TRIMESTRE CERRADO A LA FECHA DE PROCESO).
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-PERIODO
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           PERFORM FIJAR-PERIODO
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               - WS-INACTIVIDAD-DIAS
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-X

           PERFORM CARGAR-OPERADORES THRU CARGAR-OPERADORES-FIN
           PERFORM RECORRER-HISTORIA THRU RECORRER-HISTORIA-FIN
           PERFORM RECORRER-LOG THRU RECORRER-LOG-FIN

           OPEN OUTPUT RECRPT-FILE
           PERFORM ESCRIBIR-CABECERA
           PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > WS-OPER-COUNT
               PERFORM INFORMAR-OPERADOR
           END-PERFORM
           PERFORM ESCRIBIR-TOTALES
           CLOSE RECRPT-FILE

           DISPLAY "OPERADORES REVISADOS:   " WS-OPER-COUNT
           DISPLAY "OPERADORES MARCADOS:    " WS-TOT-MARCADOS
           IF WS-TOT-MARCADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "OPER=" WS-OPER-COUNT
               " MARC=" WS-TOT-MARCADOS
               " T=" WS-PERIODO-ANIO WS-PERIODO-TRIM
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           GOBACK.

      *    TRIMESTRE DEL PARM, O EL ANTERIOR AL DE LA FECHA DE
      *    PROCESO, Y SUS FECHAS DESDE/HASTA.
       FIJAR-PERIODO.
           IF WS-PARM-PERIODO (1:5) IS NUMERIC
               AND WS-PARM-PERIODO (5:1) >= "1"
               AND WS-PARM-PERIODO (5:1) <= "4"
               MOVE WS-PARM-PERIODO (1:4) TO WS-PERIODO-ANIO
               MOVE WS-PARM-PERIODO (5:1) TO WS-PERIODO-TRIM
           ELSE
               MOVE WS-FECHA-HOY (1:4) TO WS-PERIODO-ANIO
               MOVE WS-FECHA-HOY (5:2) TO WS-PERIODO-MES
               COMPUTE WS-PERIODO-TRIM =
                   (WS-PERIODO-MES - 1) / 3 + 1
               IF WS-PERIODO-TRIM = 1
                   SUBTRACT 1 FROM WS-PERIODO-ANIO
                   MOVE 4 TO WS-PERIODO-TRIM
               ELSE
                   SUBTRACT 1 FROM WS-PERIODO-TRIM
               END-IF
           END-IF
           COMPUTE WS-PERIODO-MES = WS-PERIODO-TRIM * 3 - 2
           MOVE WS-PERIODO-ANIO TO WS-PERIODO-DESDE (1:4)
           MOVE WS-PERIODO-MES TO WS-PERIODO-DESDE (5:2)
           MOVE "01" TO WS-PERIODO-DESDE (7:2)
           MOVE WS-PERIODO-ANIO TO WS-PERIODO-HASTA (1:4)
           MOVE WS-FIN-TRIM (WS-PERIODO-TRIM)
               TO WS-PERIODO-HASTA (5:4)
           .

       CARGAR-OPERADORES.
           MOVE 0 TO WS-OPER-COUNT
           MOVE 'N' TO WS-OPERMAST-EOF
           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "OPERMAST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "OPERMAST NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ OPERMAST-FILE
               AT END MOVE 'Y' TO WS-OPERMAST-EOF
           END-READ
           PERFORM UNTIL OPERMAST-AT-EOF OR WS-OPER-COUNT = 500
               ADD 1 TO WS-OPER-COUNT
               MOVE OM-OPERADOR TO WS-OPT-OPERADOR (WS-OPER-COUNT)
               MOVE OM-NOMBRE TO WS-OPT-NOMBRE (WS-OPER-COUNT)
               MOVE OM-NIVEL TO WS-OPT-NIVEL (WS-OPER-COUNT)
               MOVE OM-ACTIVO TO WS-OPT-ACTIVO (WS-OPER-COUNT)
               MOVE OM-FECHA-NIVEL
                   TO WS-OPT-FECHA-NIVEL (WS-OPER-COUNT)
               MOVE OM-OTORGADO-POR
                   TO WS-OPT-OTORGADO (WS-OPER-COUNT)
               MOVE SPACES TO WS-OPT-ULT-ACTIV (WS-OPER-COUNT)
               MOVE 0 TO WS-OPT-CORRIDAS (WS-OPER-COUNT)
               MOVE 0 TO WS-OPT-RECHAZOS (WS-OPER-COUNT)
               MOVE 0 TO WS-OPT-NIVEL-USADO (WS-OPER-COUNT)
               READ OPERMAST-FILE
                   AT END MOVE 'Y' TO WS-OPERMAST-EOF
               END-READ
           END-PERFORM
           CLOSE OPERMAST-FILE.
       CARGAR-OPERADORES-FIN.
           EXIT.

       RECORRER-HISTORIA.
           MOVE 'N' TO WS-AUDHIST-EOF
           OPEN INPUT AUDHIST-FILE
           IF WS-AUDHIST-STATUS NOT = "00"
               GO TO RECORRER-HISTORIA-FIN
           END-IF
           READ AUDHIST-FILE
               AT END MOVE 'Y' TO WS-AUDHIST-EOF
           END-READ
           PERFORM UNTIL AUDHIST-AT-EOF
               ADD 1 TO WS-LEIDOS-HIST
               MOVE AUDHIST-RECORD TO AU-LOG-RECORD
               PERFORM ACUMULAR-REGISTRO
                   THRU ACUMULAR-REGISTRO-FIN
               READ AUDHIST-FILE
                   AT END MOVE 'Y' TO WS-AUDHIST-EOF
               END-READ
           END-PERFORM
           CLOSE AUDHIST-FILE.
       RECORRER-HISTORIA-FIN.
           EXIT.

       RECORRER-LOG.
           MOVE 'N' TO WS-AUDITLOG-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS NOT = "00"
               GO TO RECORRER-LOG-FIN
           END-IF
           READ AUDITLOG-FILE
               AT END MOVE 'Y' TO WS-AUDITLOG-EOF
           END-READ
           PERFORM UNTIL AUDITLOG-AT-EOF
               ADD 1 TO WS-LEIDOS-LOG
               PERFORM ACUMULAR-REGISTRO
                   THRU ACUMULAR-REGISTRO-FIN
               READ AUDITLOG-FILE
                   AT END MOVE 'Y' TO WS-AUDITLOG-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE.
       RECORRER-LOG-FIN.
           EXIT.

      *    UN REGISTRO DE AUDITORIA: EL ANCLA CON QUE EMPIEZA
      *    CADA GENERACION DEL LOG SE SALTEA. LOS INTENTOS
      *    RECHAZADOS POR LA VERIFICACION DE OPERADOR NO SON
      *    ACTIVIDAD; SE CUENTAN APARTE.
       ACUMULAR-REGISTRO.
           IF AU-LOG-RECORD = WS-ANT-REGISTRO
               GO TO ACUMULAR-REGISTRO-FIN
           END-IF
           MOVE AU-LOG-RECORD TO WS-ANT-REGISTRO
           MOVE 0 TO WS-OPER-POS
           PERFORM VARYING ODX FROM 1 BY 1
                   UNTIL ODX > WS-OPER-COUNT OR WS-OPER-POS > 0
               IF WS-OPT-OPERADOR (ODX) = AU-OPERATOR-ID
                   MOVE ODX TO WS-OPER-POS
               END-IF
           END-PERFORM
           IF WS-OPER-POS = 0
               ADD 1 TO WS-SIN-MAESTRO
               GO TO ACUMULAR-REGISTRO-FIN
           END-IF
           IF AU-DETAIL (1:23) = "OPERADOR NO AUTORIZADO:"
               IF AU-RUN-DATE >= WS-PERIODO-DESDE
                   AND AU-RUN-DATE <= WS-PERIODO-HASTA
                   ADD 1 TO WS-OPT-RECHAZOS (WS-OPER-POS)
               END-IF
               GO TO ACUMULAR-REGISTRO-FIN
           END-IF
           IF AU-RUN-DATE > WS-OPT-ULT-ACTIV (WS-OPER-POS)
               OR WS-OPT-ULT-ACTIV (WS-OPER-POS) = SPACES
               MOVE AU-RUN-DATE TO WS-OPT-ULT-ACTIV (WS-OPER-POS)
           END-IF
           IF AU-RUN-DATE >= WS-PERIODO-DESDE
               AND AU-RUN-DATE <= WS-PERIODO-HASTA
               PERFORM ACUMULAR-USO THRU ACUMULAR-USO-FIN
           END-IF.
       ACUMULAR-REGISTRO-FIN.
           EXIT.

       ACUMULAR-USO.
           MOVE 1 TO WS-NIVEL-PROGRAMA
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > 19
               IF WS-NPR-PROGRAMA (PDX) = AU-PROGRAM-NAME
                   MOVE WS-NPR-NIVEL (PDX) TO WS-NIVEL-PROGRAMA
               END-IF
           END-PERFORM
           MOVE 0 TO WS-USO-POS
           PERFORM VARYING UDX FROM 1 BY 1
                   UNTIL UDX > WS-USO-COUNT OR WS-USO-POS > 0
               IF WS-USO-OPERADOR (UDX) = AU-OPERATOR-ID
                   AND WS-USO-PROGRAMA (UDX) = AU-PROGRAM-NAME
                   MOVE UDX TO WS-USO-POS
               END-IF
           END-PERFORM
           IF WS-USO-POS = 0
               IF WS-USO-COUNT = 2000
                   ADD 1 TO WS-USO-LLENA
                   GO TO ACUMULAR-USO-FIN
               END-IF
               ADD 1 TO WS-USO-COUNT
               MOVE WS-USO-COUNT TO WS-USO-POS
               MOVE AU-OPERATOR-ID TO WS-USO-OPERADOR (WS-USO-POS)
               MOVE AU-PROGRAM-NAME TO WS-USO-PROGRAMA (WS-USO-POS)
               MOVE 0 TO WS-USO-CORRIDAS (WS-USO-POS)
               MOVE WS-NIVEL-PROGRAMA TO WS-USO-NIVEL (WS-USO-POS)
               MOVE SPACES TO WS-USO-ULT-RUN (WS-USO-POS)
           END-IF
           IF AU-RUN-ID = SPACES
               OR AU-RUN-ID NOT = WS-USO-ULT-RUN (WS-USO-POS)
               ADD 1 TO WS-USO-CORRIDAS (WS-USO-POS)
               ADD 1 TO WS-OPT-CORRIDAS (WS-OPER-POS)
               MOVE AU-RUN-ID TO WS-USO-ULT-RUN (WS-USO-POS)
           END-IF
           IF WS-NIVEL-PROGRAMA > WS-OPT-NIVEL-USADO (WS-OPER-POS)
               MOVE WS-NIVEL-PROGRAMA
                   TO WS-OPT-NIVEL-USADO (WS-OPER-POS)
           END-IF.
       ACUMULAR-USO-FIN.
           EXIT.

       ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECERTIFICACION DE OPERADORES - TRIMESTRE "
               WS-PERIODO-ANIO "-" WS-PERIODO-TRIM
               "  (" WS-PERIODO-DESDE " A " WS-PERIODO-HASTA ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FECHA " WS-FECHA-HOY
               "   INACTIVIDAD MAXIMA " WS-INACTIVIDAD-DIAS
               " DIAS (CORTE " WS-FECHA-CORTE-X ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERADOR NOMBRE               NIV EST "
               "OTORGADO POR       ULT.ACTIV"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    UNA FICHA POR OPERADOR. LAS MARCAS SOLO SE APLICAN A
      *    OPERADORES ACTIVOS: SIN ACTIVIDAD DESDE LA FECHA DE
      *    CORTE, O CON UN NIVEL MAYOR QUE EL MAS ALTO DE LOS
      *    PROGRAMAS QUE CORRIO EN EL PERIODO.
       INFORMAR-OPERADOR.
           MOVE 'N' TO WS-MARCA-INACTIVO
           MOVE 'N' TO WS-MARCA-NIVEL
           IF WS-OPT-ACTIVO (ODX) = 'A'
               ADD 1 TO WS-TOT-ACTIVOS
               IF WS-OPT-ULT-ACTIV (ODX) = SPACES
                   OR WS-OPT-ULT-ACTIV (ODX) < WS-FECHA-CORTE-X
                   MOVE 'Y' TO WS-MARCA-INACTIVO
                   ADD 1 TO WS-TOT-MARCA-INACT
               END-IF
               IF WS-OPT-NIVEL (ODX) > WS-OPT-NIVEL-USADO (ODX)
                   MOVE 'Y' TO WS-MARCA-NIVEL
                   ADD 1 TO WS-TOT-MARCA-NIVEL
               END-IF
               IF WS-MARCA-INACTIVO = 'Y' OR WS-MARCA-NIVEL = 'Y'
                   ADD 1 TO WS-TOT-MARCADOS
               END-IF
           ELSE
               ADD 1 TO WS-TOT-INACTIVOS
           END-IF
           MOVE WS-OPT-FECHA-NIVEL (ODX) TO WS-OTORGADO-FECHA
           MOVE WS-OPT-OTORGADO (ODX) TO WS-OTORGADO-POR
           IF WS-OTORGADO-FECHA = SPACES
               MOVE "N/D" TO WS-OTORGADO-FECHA
           END-IF
           IF WS-OTORGADO-POR = SPACES
               MOVE "N/D" TO WS-OTORGADO-POR
           END-IF
           MOVE WS-OPT-ULT-ACTIV (ODX) TO WS-ULT-ACTIV
           IF WS-ULT-ACTIV = SPACES
               MOVE "NINGUNA" TO WS-ULT-ACTIV
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-OPT-OPERADOR (ODX) " "
               WS-OPT-NOMBRE (ODX) " "
               WS-OPT-NIVEL (ODX) "   "
               WS-OPT-ACTIVO (ODX) "   "
               WS-OTORGADO-FECHA " "
               WS-OTORGADO-POR "  "
               WS-ULT-ACTIV
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF WS-OPT-CORRIDAS (ODX) = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         SIN CORRIDAS EN EL PERIODO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           PERFORM VARYING UDX FROM 1 BY 1 UNTIL UDX > WS-USO-COUNT
               IF WS-USO-OPERADOR (UDX) = WS-OPT-OPERADOR (ODX)
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "         PROGRAMA " WS-USO-PROGRAMA (UDX)
                       " CORRIDAS " WS-USO-CORRIDAS (UDX)
                       "  NIVEL " WS-USO-NIVEL (UDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
           END-PERFORM
           IF WS-OPT-RECHAZOS (ODX) > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         INTENTOS RECHAZADOS EN EL PERIODO: "
                   WS-OPT-RECHAZOS (ODX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           IF WS-MARCA-INACTIVO = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-OPT-ULT-ACTIV (ODX) = SPACES
                   STRING "         *** SIN ACTIVIDAD REGISTRADA"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   MOVE WS-OPT-ULT-ACTIV (ODX) TO WS-FECHA-NUM
                   MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
                   COMPUTE WS-DIAS-SIN-ACTIV =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                       - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
                   STRING "         *** SIN ACTIVIDAD HACE "
                       WS-DIAS-SIN-ACTIV " DIAS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM GRABAR-LINEA
           END-IF
           IF WS-MARCA-NIVEL = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         *** NIVEL " WS-OPT-NIVEL (ODX)
                   " MAYOR QUE EL USADO EN EL PERIODO ("
                   WS-OPT-NIVEL-USADO (ODX) ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           IF WS-MARCA-INACTIVO = 'Y' OR WS-MARCA-NIVEL = 'Y'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "         DECISION: [ ] MANTENER  [ ] REVOCAR"
                   "   FIRMA ____________"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       ESCRIBIR-TOTALES.
           MOVE ALL "-" TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERADORES EN MAESTRO:      " WS-OPER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACTIVOS:                  " WS-TOT-ACTIVOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  INACTIVOS:                " WS-TOT-INACTIVOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MARCADOS POR INACTIVIDAD:   " WS-TOT-MARCA-INACT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MARCADOS POR NIVEL:         " WS-TOT-MARCA-NIVEL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERADORES A FIRMAR:        " WS-TOT-MARCADOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS DE AUDITORIA:     " WS-LEIDOS-HIST
               " ARCHIVADOS  " WS-LEIDOS-LOG " EN LINEA"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF WS-SIN-MAESTRO > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REGISTROS DE OPERADORES FUERA DEL MAESTRO: "
                   WS-SIN-MAESTRO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           IF WS-USO-LLENA > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TABLA DE USO LLENA - REGISTROS OMITIDOS: "
                   WS-USO-LLENA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO RECRPT-RECORD
           WRITE RECRPT-RECORD
           .

      *    FECHA DE PROCESO DE NEGOCIO: SI EL ARCHIVO DE
      *    CONTROL ESTA DISPONIBLE, TODOS LOS SELLOS DE
      *    FECHA DE LA CORRIDA USAN LA FECHA DE NEGOCIO EN
      *    VEZ DE LA FECHA DE MAQUINA.
       CARGAR-FECHA-PROCESO.
           MOVE 'N' TO WS-FECPROC-EOF
           OPEN INPUT FECPROC-FILE
           IF WS-FECPROC-STATUS NOT = "00"
               GO TO CARGAR-FECHA-PROCESO-FIN
           END-IF
           READ FECPROC-FILE
               AT END MOVE 'Y' TO WS-FECPROC-EOF
           END-READ
           PERFORM UNTIL FECPROC-AT-EOF
               IF FP-TIPO = 'F' AND FP-FECHA IS NUMERIC
                   MOVE FP-FECHA TO WS-FECHA-PROCESO
               END-IF
               READ FECPROC-FILE
                   AT END MOVE 'Y' TO WS-FECPROC-EOF
               END-READ
           END-PERFORM
           CLOSE FECPROC-FILE.
       CARGAR-FECHA-PROCESO-FIN.
           EXIT.

      *    PERFIL DE CORRIDA CENTRAL: OPERADOR POR DEFECTO Y
      *    DIAS DE INACTIVIDAD ADMITIDOS (RP-RETENCION).
       CARGAR-PERFIL.
           MOVE 'N' TO WS-RUNPROF-EOF
           OPEN INPUT RUNPROF-FILE
           IF WS-RUNPROF-STATUS NOT = "00"
               GO TO CARGAR-PERFIL-FIN
           END-IF
           READ RUNPROF-FILE
               AT END MOVE 'Y' TO WS-RUNPROF-EOF
           END-READ
           PERFORM UNTIL RUNPROF-AT-EOF
               IF RP-PROGRAMA = "CERTOPERADORES"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-RETENCION IS NUMERIC
                       MOVE RP-RETENCION TO WS-INACTIVIDAD-DIAS
                   END-IF
               END-IF
               READ RUNPROF-FILE
                   AT END MOVE 'Y' TO WS-RUNPROF-EOF
               END-READ
           END-PERFORM
           CLOSE RUNPROF-FILE.
       CARGAR-PERFIL-FIN.
           EXIT.

       ESCRIBIR-AUDITORIA.
           MOVE AU-DETAIL TO WS-AU-DETALLE
           PERFORM ENCADENAR-AUDITORIA
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           MOVE WS-AU-DETALLE TO AU-DETAIL
           MOVE "CERTOPERADORES" TO AU-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-FECHA-HOY TO AU-RUN-DATE
           MOVE WS-HORA-HOY TO AU-RUN-TIME
           MOVE RETURN-CODE TO AU-RETURN-CODE
           MOVE WS-RUN-ID TO AU-RUN-ID
           PERFORM CALCULAR-HASH-AUDITORIA
           WRITE AU-LOG-RECORD
           CLOSE AUDITLOG-FILE
           .

      *    ENCADENAMIENTO DE AUDITLOG: SE TOMAN LA SECUENCIA
      *    Y EL HASH DEL ULTIMO REGISTRO ENCADENADO DEL LOG;
      *    EL NUEVO REGISTRO LLEVA LA SECUENCIA SIGUIENTE Y
      *    ESE HASH COMO HASH ANTERIOR.
       ENCADENAR-AUDITORIA.
           MOVE 0 TO WS-AU-SECUENCIA
           MOVE 0 TO WS-AU-HASH-ANT
           MOVE 'N' TO WS-AU-FIN
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               READ AUDITLOG-FILE
                   AT END MOVE 'Y' TO WS-AU-FIN
               END-READ
               PERFORM UNTIL WS-AU-FIN = 'Y'
                   IF AU-SECUENCIA IS NUMERIC
                       AND AU-HASH IS NUMERIC
                       MOVE AU-SECUENCIA TO WS-AU-SECUENCIA
                       MOVE AU-HASH TO WS-AU-HASH-ANT
                   END-IF
                   READ AUDITLOG-FILE
                       AT END MOVE 'Y' TO WS-AU-FIN
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF
           ADD 1 TO WS-AU-SECUENCIA
           .

      *    HASH DEL REGISTRO: SUMA PONDERADA DE LOS CARACTERES
      *    DE LAS COLUMNAS 1-127 (DATOS, SECUENCIA Y HASH
      *    ANTERIOR), MODULO UN PRIMO DE ONCE DIGITOS.
       CALCULAR-HASH-AUDITORIA.
           MOVE WS-AU-SECUENCIA TO AU-SECUENCIA
           MOVE WS-AU-HASH-ANT TO AU-HASH-ANTERIOR
           MOVE 0 TO WS-AU-HASH-TRABAJO
           PERFORM VARYING WS-AU-POS FROM 1 BY 1
                   UNTIL WS-AU-POS > 127
               COMPUTE WS-AU-HASH-TRABAJO = FUNCTION MOD
                   (WS-AU-HASH-TRABAJO * 31
                    + FUNCTION ORD(AU-LOG-RECORD (WS-AU-POS:1)),
                    99999999977)
           END-PERFORM
           MOVE WS-AU-HASH-TRABAJO TO AU-HASH
           .
