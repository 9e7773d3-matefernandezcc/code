       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoCasos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEIN-FILE ASSIGN TO "CASEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEIN-STATUS.
           SELECT CASEOUT-FILE ASSIGN TO "CASEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEOUT-STATUS.
           SELECT CASETRAN-FILE ASSIGN TO "CASETRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASETRAN-STATUS.
           SELECT CASEMRPT-FILE ASSIGN TO "CASEMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEMRPT-STATUS.
           SELECT CASEJRNL-FILE ASSIGN TO "CASEJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEJRNL-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASEIN-FILE
           RECORDING MODE IS F.
           COPY CASEMAST.

       FD  CASEOUT-FILE
           RECORDING MODE IS F.
       01  CASEOUT-RECORD          PIC X(197).

      *    TRANSACCION DE CASOS:
      *    A = ASIGNAR EQUIPO (COLS 9-20) Y/O RESPONSABLE
      *        (COLS 21-28), CON COMENTARIO OPCIONAL,
      *    C = COMENTARIO (COLS 29-68),
      *    X = CIERRE CON COMENTARIO DE RESOLUCION (29-68).
      *    COLS 69-76 = OPERADOR QUE AUTORIZA (EN BLANCO =
      *    EL OPERADOR DE LA CORRIDA).
       FD  CASETRAN-FILE
           RECORDING MODE IS F.
       01  CASETRAN-RECORD.
           05  CX-ACCION           PIC X(1).
           05  CX-NUMERO           PIC X(7).
           05  CX-EQUIPO           PIC X(12).
           05  CX-RESPONSABLE      PIC X(8).
           05  CX-COMENTARIO       PIC X(40).
           05  CX-OPERADOR         PIC X(8).
           05  FILLER              PIC X(4).

       FD  CASEMRPT-FILE
           RECORDING MODE IS F.
       01  CASEMRPT-RECORD         PIC X(80).

       FD  CASEJRNL-FILE
           RECORDING MODE IS F.
           COPY CASEJRNL.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       FD  OPERMAST-FILE
           RECORDING MODE IS F.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  WS-CASEIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-CASEOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-CASETRAN-STATUS    PIC X(02) VALUE '00'.
       01  WS-CASEMRPT-STATUS    PIC X(02) VALUE '00'.
       01  WS-CASEJRNL-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-CASEIN-EOF         PIC X VALUE 'N'.
           88  CASEIN-AT-EOF     VALUE 'Y'.
       01  WS-CASETRAN-EOF       PIC X VALUE 'N'.
           88  CASETRAN-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    REGISTROS DE CONTROL DEL MAESTRO: PASAN SIN
      *    CAMBIOS, DELANTE DE LOS CASOS.
       01  WS-CTL-COUNT          PIC 9(2) VALUE 0.
       01  WS-CTL-TABLA.
           05  WS-CTL-REGISTRO     PIC X(197) OCCURS 20 TIMES.
       01  KDX                   PIC 9(2).

      *    CASOS DEL MAESTRO EN ORDEN DE NUMERO. MISMO TRAZADO
      *    QUE CS-CASO-RECORD.
       01  WS-CAS-COUNT          PIC 9(05) VALUE 0.
       01  WS-CASOS-TABLA.
           05  WS-CAS-ENTRY OCCURS 10000 TIMES.
               10  WS-CAS-NUMERO         PIC 9(07).
               10  WS-CAS-TIPO           PIC X(03).
               10  WS-CAS-REFERENCIA     PIC X(20).
               10  WS-CAS-PROGRAMA       PIC X(20).
               10  WS-CAS-REPORTE        PIC X(08).
               10  WS-CAS-FECHA-ALTA     PIC X(08).
               10  WS-CAS-FECHA-ULTIMA   PIC X(08).
               10  WS-CAS-OCURRENCIAS    PIC 9(05).
               10  WS-CAS-EQUIPO         PIC X(12).
               10  WS-CAS-RESPONSABLE    PIC X(08).
               10  WS-CAS-ESTADO         PIC X(01).
                   88  CAS-ABIERTO       VALUE 'A'.
                   88  CAS-CERRADO       VALUE 'C'.
               10  WS-CAS-ESCALADO       PIC X(01).
               10  WS-CAS-FECHA-ESCALADO PIC X(08).
               10  WS-CAS-FECHA-CIERRE   PIC X(08).
               10  WS-CAS-DETALLE        PIC X(40).
               10  WS-CAS-COMENTARIO     PIC X(40).
       01  CDX                   PIC 9(05).
       01  WS-CAS-POS            PIC 9(05).
       01  WS-CAS-GRABADOS       PIC 9(05) VALUE 0.

      *    OPERADORES DEL MAESTRO, PARA EL CONTROL DE NIVEL
      *    DE CADA TRANSACCION Y PARA VALIDAR RESPONSABLES.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-TABLA.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERADOR     PIC X(8).
               10  WS-OPT-NIVEL        PIC 9(1).
               10  WS-OPT-ACTIVO       PIC X(1).
       01  ODX                   PIC 9(3).

      *    EQUIPOS ADMITIDOS: LOS DEPARTAMENTOS DE RUTEO.
       01  WS-DEPTO-TABLA.
           05  FILLER PIC X(12) VALUE "OPERACIONES".
           05  FILLER PIC X(12) VALUE "SISTEMAS".
           05  FILLER PIC X(12) VALUE "AUDITORIA".
           05  FILLER PIC X(12) VALUE "FINANZAS".
           05  FILLER PIC X(12) VALUE "CONTROL".
           05  FILLER PIC X(12) VALUE "GERENCIA".
       01  WS-DEPTOS REDEFINES WS-DEPTO-TABLA.
           05  WS-DEP-NOMBRE       PIC X(12) OCCURS 6 TIMES.
       01  LDX                   PIC 9(1).
       01  WS-DEPTO-HALLADO      PIC X.

       01  WS-TRAN-NUMERO        PIC 9(7).
       01  WS-TRAN-OPERADOR      PIC X(8).
       01  WS-TRAN-ACCION        PIC X(10).
       01  WS-RECHAZO            PIC X(40).
       01  WS-ANTES-EQUIPO       PIC X(12).
       01  WS-ANTES-RESPONSABLE  PIC X(8).

       01  WS-TRANS-LEIDAS       PIC 9(5) VALUE 0.
       01  WS-ASIGNACIONES-OK    PIC 9(5) VALUE 0.
       01  WS-COMENTARIOS-OK     PIC 9(5) VALUE 0.
       01  WS-CIERRES-OK         PIC 9(5) VALUE 0.
       01  WS-RECHAZADAS         PIC 9(5) VALUE 0.
       01  WS-JRN-GRABADOS       PIC 9(5) VALUE 0.

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-AUDIT-OPERADOR     PIC X(08).
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 2.
       01  WS-OPER-HALLADO       PIC X.
       01  WS-OPER-NIVEL         PIC 9(1).
       01  WS-OPER-ACTIVO        PIC X.
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
           MOVE "MCAS" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA (1:LS-PARM-LENGTH) TO WS-PARM-OPID
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           PERFORM CARGAR-OPERADORES THRU CARGAR-OPERADORES-FIN
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           PERFORM CARGAR-CASOS THRU CARGAR-CASOS-FIN
           OPEN EXTEND CASEJRNL-FILE
           IF WS-CASEJRNL-STATUS = "35"
               OPEN OUTPUT CASEJRNL-FILE
           END-IF
           OPEN OUTPUT CASEMRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANTENIMIENTO DE CASOS - FECHA "
               WS-FECHA-HOY "   OPERADOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           PERFORM APLICAR-TRANSACCIONES
           PERFORM GRABAR-CASOS
           PERFORM ESCRIBIR-TOTALES
           CLOSE CASEMRPT-FILE
           CLOSE CASEJRNL-FILE
           IF WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           MOVE SPACES TO AU-DETAIL
           STRING "ASIG=" WS-ASIGNACIONES-OK
               " COM=" WS-COMENTARIOS-OK
               " CIE=" WS-CIERRES-OK
               " RCH=" WS-RECHAZADAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "MANTENIMIENTO DE CASOS TERMINADO - "
               WS-CAS-GRABADOS " CASOS EN EL MAESTRO"
           GOBACK.

      *    EL CONTROL DE NIVEL SE HACE POR TRANSACCION, ASI
      *    QUE SIN MAESTRO DE OPERADORES NO SE APLICA NADA.
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
               MOVE OM-NIVEL TO WS-OPT-NIVEL (WS-OPER-COUNT)
               MOVE OM-ACTIVO TO WS-OPT-ACTIVO (WS-OPER-COUNT)
               READ OPERMAST-FILE
                   AT END MOVE 'Y' TO WS-OPERMAST-EOF
               END-READ
           END-PERFORM
           CLOSE OPERMAST-FILE.
       CARGAR-OPERADORES-FIN.
           EXIT.

      *    BUSCA WS-TRAN-OPERADOR EN LA TABLA DE OPERADORES
      *    Y DEJA HALLADO, NIVEL Y ESTADO.
       BUSCAR-OPERADOR.
           MOVE 'N' TO WS-OPER-HALLADO
           MOVE 0 TO WS-OPER-NIVEL
           MOVE SPACE TO WS-OPER-ACTIVO
           PERFORM VARYING ODX FROM 1 BY 1
                   UNTIL ODX > WS-OPER-COUNT
               IF WS-OPT-OPERADOR (ODX) = WS-TRAN-OPERADOR
                   MOVE 'Y' TO WS-OPER-HALLADO
                   MOVE WS-OPT-NIVEL (ODX) TO WS-OPER-NIVEL
                   MOVE WS-OPT-ACTIVO (ODX) TO WS-OPER-ACTIVO
               END-IF
           END-PERFORM
           .

      *    EL OPERADOR DE LA CORRIDA TAMBIEN DEBE TENER EL
      *    NIVEL 2: ES EL QUE FIRMA LAS TARJETAS SIN OPERADOR.
       VERIFICAR-OPERADOR.
           MOVE WS-OPERATOR-ID TO WS-TRAN-OPERADOR
           PERFORM BUSCAR-OPERADOR
           IF WS-OPER-HALLADO = 'N'
               OR WS-OPER-ACTIVO NOT = 'A'
               OR WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               DISPLAY "OPERADOR " WS-OPERATOR-ID
                   " NO AUTORIZADO - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "OPERADOR NO AUTORIZADO: " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       VERIFICAR-OPERADOR-FIN.
           EXIT.

       CARGAR-CASOS.
           MOVE 0 TO WS-CAS-COUNT
           MOVE 0 TO WS-CTL-COUNT
           OPEN INPUT CASEIN-FILE
           IF WS-CASEIN-STATUS NOT = "00"
               DISPLAY "CASEIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "MAESTRO DE CASOS NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ CASEIN-FILE
               AT END MOVE 'Y' TO WS-CASEIN-EOF
           END-READ
           PERFORM UNTIL CASEIN-AT-EOF
               IF CS-CTL-TIPO = "CTL"
                   IF WS-CTL-COUNT < 20
                       ADD 1 TO WS-CTL-COUNT
                       MOVE CS-CONTROL-RECORD
                           TO WS-CTL-REGISTRO (WS-CTL-COUNT)
                   END-IF
               ELSE
                   IF WS-CAS-COUNT = 10000
                       DISPLAY "MAESTRO DE CASOS MAYOR A 10000 - "
                           "ABORTADO"
                       CLOSE CASEIN-FILE
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING "MAESTRO DE CASOS EXCEDE LA TABLA"
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CAS-COUNT
                   MOVE CS-CASO-RECORD TO WS-CAS-ENTRY (WS-CAS-COUNT)
               END-IF
               READ CASEIN-FILE
                   AT END MOVE 'Y' TO WS-CASEIN-EOF
               END-READ
           END-PERFORM
           CLOSE CASEIN-FILE.
       CARGAR-CASOS-FIN.
           EXIT.

       APLICAR-TRANSACCIONES.
           OPEN INPUT CASETRAN-FILE
           IF WS-CASETRAN-STATUS NOT = "00"
               DISPLAY "CASETRAN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE CASEMRPT-FILE
               CLOSE CASEJRNL-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "CASETRAN NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ CASETRAN-FILE
               AT END MOVE 'Y' TO WS-CASETRAN-EOF
           END-READ
           PERFORM UNTIL CASETRAN-AT-EOF
               IF CASETRAN-RECORD NOT = SPACES
                   AND CX-ACCION NOT = '*'
                   ADD 1 TO WS-TRANS-LEIDAS
                   PERFORM APLICAR-TRANSACCION
                       THRU APLICAR-TRANSACCION-FIN
               END-IF
               READ CASETRAN-FILE
                   AT END MOVE 'Y' TO WS-CASETRAN-EOF
               END-READ
           END-PERFORM
           CLOSE CASETRAN-FILE
           .

      *    VALIDACION COMUN DE LA TARJETA (ACCION, NUMERO,
      *    OPERADOR DE NIVEL 2, CASO ABIERTO) Y DESPACHO POR
      *    ACCION.
       APLICAR-TRANSACCION.
           MOVE SPACES TO WS-RECHAZO
           EVALUATE CX-ACCION
               WHEN 'A'
                   MOVE "ASIGNAR" TO WS-TRAN-ACCION
               WHEN 'C'
                   MOVE "COMENTAR" TO WS-TRAN-ACCION
               WHEN 'X'
                   MOVE "CERRAR" TO WS-TRAN-ACCION
               WHEN OTHER
                   MOVE CX-ACCION TO WS-TRAN-ACCION
                   MOVE "ACCION INVALIDA" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
           END-EVALUATE
           IF CX-NUMERO IS NOT NUMERIC
               MOVE 0 TO WS-TRAN-NUMERO
               MOVE "NUMERO DE CASO INVALIDO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE CX-NUMERO TO WS-TRAN-NUMERO
           IF CX-OPERADOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-TRAN-OPERADOR
           ELSE
               MOVE CX-OPERADOR TO WS-TRAN-OPERADOR
           END-IF
           PERFORM BUSCAR-OPERADOR
           IF WS-OPER-HALLADO = 'N'
               OR WS-OPER-ACTIVO NOT = 'A'
               OR WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               STRING "OPERADOR " WS-TRAN-OPERADOR
                   " SIN NIVEL 2" DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE 0 TO WS-CAS-POS
           PERFORM VARYING CDX FROM 1 BY 1
                   UNTIL CDX > WS-CAS-COUNT OR WS-CAS-POS > 0
               IF WS-CAS-NUMERO (CDX) = WS-TRAN-NUMERO
                   MOVE CDX TO WS-CAS-POS
               END-IF
           END-PERFORM
           IF WS-CAS-POS = 0
               MOVE "CASO INEXISTENTE" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           IF CAS-CERRADO (WS-CAS-POS)
               STRING "CASO CERRADO EL "
                   WS-CAS-FECHA-CIERRE (WS-CAS-POS)
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE WS-CAS-EQUIPO (WS-CAS-POS) TO WS-ANTES-EQUIPO
           MOVE WS-CAS-RESPONSABLE (WS-CAS-POS)
               TO WS-ANTES-RESPONSABLE
           EVALUATE CX-ACCION
               WHEN 'A'
                   PERFORM APLICAR-ASIGNACION
                       THRU APLICAR-ASIGNACION-FIN
               WHEN 'C'
                   PERFORM APLICAR-COMENTARIO
                       THRU APLICAR-COMENTARIO-FIN
               WHEN 'X'
                   PERFORM APLICAR-CIERRE THRU APLICAR-CIERRE-FIN
           END-EVALUATE.
       APLICAR-TRANSACCION-FIN.
           EXIT.

      *    ASIGNACION: EL EQUIPO DEBE SER UN DEPARTAMENTO DE
      *    RUTEO Y EL RESPONSABLE UN OPERADOR ACTIVO. LO QUE
      *    VIENE EN BLANCO NO CAMBIA.
       APLICAR-ASIGNACION.
           IF CX-EQUIPO = SPACES AND CX-RESPONSABLE = SPACES
               MOVE "SIN EQUIPO NI RESPONSABLE" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-ASIGNACION-FIN
           END-IF
           IF CX-EQUIPO NOT = SPACES
               MOVE 'N' TO WS-DEPTO-HALLADO
               PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > 6
                   IF WS-DEP-NOMBRE (LDX) = CX-EQUIPO
                       MOVE 'Y' TO WS-DEPTO-HALLADO
                   END-IF
               END-PERFORM
               IF WS-DEPTO-HALLADO = 'N'
                   STRING "EQUIPO INVALIDO: " CX-EQUIPO
                       DELIMITED BY SIZE INTO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-ASIGNACION-FIN
               END-IF
           END-IF
           IF CX-RESPONSABLE NOT = SPACES
               MOVE CX-RESPONSABLE TO WS-TRAN-OPERADOR
               PERFORM BUSCAR-OPERADOR
               IF CX-OPERADOR = SPACES
                   MOVE WS-OPERATOR-ID TO WS-TRAN-OPERADOR
               ELSE
                   MOVE CX-OPERADOR TO WS-TRAN-OPERADOR
               END-IF
               IF WS-OPER-HALLADO = 'N' OR WS-OPER-ACTIVO NOT = 'A'
                   STRING "RESPONSABLE NO ACTIVO: " CX-RESPONSABLE
                       DELIMITED BY SIZE INTO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-ASIGNACION-FIN
               END-IF
               MOVE CX-RESPONSABLE TO WS-CAS-RESPONSABLE (WS-CAS-POS)
           END-IF
           IF CX-EQUIPO NOT = SPACES
               MOVE CX-EQUIPO TO WS-CAS-EQUIPO (WS-CAS-POS)
           END-IF
           IF CX-COMENTARIO NOT = SPACES
               MOVE CX-COMENTARIO TO WS-CAS-COMENTARIO (WS-CAS-POS)
           END-IF
           ADD 1 TO WS-ASIGNACIONES-OK
           MOVE 'A' TO CJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "ASIG CASO " WS-TRAN-NUMERO
               " " WS-CAS-EQUIPO (WS-CAS-POS)
               " " WS-CAS-RESPONSABLE (WS-CAS-POS)
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   ASIGNAR  " WS-TRAN-NUMERO
               " " WS-ANTES-EQUIPO "/" WS-ANTES-RESPONSABLE
               " -> " WS-CAS-EQUIPO (WS-CAS-POS)
               "/" WS-CAS-RESPONSABLE (WS-CAS-POS)
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD.
       APLICAR-ASIGNACION-FIN.
           EXIT.

      *    COMENTARIO: QUEDA EL ULTIMO EN EL CASO; LA HISTORIA
      *    COMPLETA ESTA EN CASEJRNL.
       APLICAR-COMENTARIO.
           IF CX-COMENTARIO = SPACES
               MOVE "COMENTARIO EN BLANCO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-COMENTARIO-FIN
           END-IF
           MOVE CX-COMENTARIO TO WS-CAS-COMENTARIO (WS-CAS-POS)
           ADD 1 TO WS-COMENTARIOS-OK
           MOVE 'C' TO CJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "COMENT CASO " WS-TRAN-NUMERO
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   COMENTAR " WS-TRAN-NUMERO
               " " CX-COMENTARIO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD.
       APLICAR-COMENTARIO-FIN.
           EXIT.

      *    CIERRE: EXIGE EL COMENTARIO DE RESOLUCION. UN CASO
      *    CERRADO NO SE REABRE; SI LA EXCEPCION VUELVE, LA
      *    CARGA DIARIA ABRE UN CASO NUEVO.
       APLICAR-CIERRE.
           IF CX-COMENTARIO = SPACES
               MOVE "CIERRE SIN COMENTARIO DE RESOLUCION"
                   TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-CIERRE-FIN
           END-IF
           MOVE 'C' TO WS-CAS-ESTADO (WS-CAS-POS)
           MOVE WS-FECHA-HOY TO WS-CAS-FECHA-CIERRE (WS-CAS-POS)
           MOVE CX-COMENTARIO TO WS-CAS-COMENTARIO (WS-CAS-POS)
           ADD 1 TO WS-CIERRES-OK
           MOVE 'X' TO CJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "CIERRE CASO " WS-TRAN-NUMERO
               " " WS-CAS-TIPO (WS-CAS-POS)
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   CERRAR   " WS-TRAN-NUMERO
               " " WS-CAS-TIPO (WS-CAS-POS)
               " " WS-CAS-REFERENCIA (WS-CAS-POS) (1:12)
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD.
       APLICAR-CIERRE-FIN.
           EXIT.

       RECHAZAR-TRANSACCION.
           ADD 1 TO WS-RECHAZADAS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADA  " WS-TRAN-ACCION " " CX-NUMERO
               " - " WS-RECHAZO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           .

      *    UNA ENTRADA DE JOURNAL POR CADA TRANSACCION APLICADA,
      *    CON EQUIPO Y RESPONSABLE ANTES Y DESPUES; LAS
      *    RECHAZADAS NO SE REGISTRAN.
       GRABAR-JOURNAL.
           MOVE WS-FECHA-HOY TO CJ-FECHA
           MOVE WS-HORA-HOY TO CJ-HORA
           MOVE WS-TRAN-NUMERO TO CJ-NUMERO
           MOVE WS-CAS-TIPO (WS-CAS-POS) TO CJ-TIPO
           MOVE WS-CAS-REFERENCIA (WS-CAS-POS) TO CJ-REFERENCIA
           MOVE WS-ANTES-EQUIPO TO CJ-ANTES-EQUIPO
           MOVE WS-ANTES-RESPONSABLE TO CJ-ANTES-RESPONSABLE
           MOVE WS-CAS-EQUIPO (WS-CAS-POS) TO CJ-DESP-EQUIPO
           MOVE WS-CAS-RESPONSABLE (WS-CAS-POS) TO CJ-DESP-RESPONSABLE
           MOVE WS-CAS-ESTADO (WS-CAS-POS) TO CJ-ESTADO
           MOVE CX-COMENTARIO TO CJ-COMENTARIO
           MOVE WS-TRAN-OPERADOR TO CJ-OPERADOR
           MOVE WS-RUN-ID TO CJ-RUN-ID
           WRITE CJ-JOURNAL-RECORD
           ADD 1 TO WS-JRN-GRABADOS
           .

      *    CADA TRANSACCION APLICADA QUEDA EN LA AUDITORIA
      *    CON EL OPERADOR QUE LA AUTORIZO.
       AUDITAR-TRANSACCION.
           MOVE WS-TRAN-OPERADOR TO WS-AUDIT-OPERADOR
           PERFORM ESCRIBIR-AUDITORIA
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           .

       GRABAR-CASOS.
           OPEN OUTPUT CASEOUT-FILE
           PERFORM VARYING KDX FROM 1 BY 1 UNTIL KDX > WS-CTL-COUNT
               MOVE WS-CTL-REGISTRO (KDX) TO CASEOUT-RECORD
               WRITE CASEOUT-RECORD
           END-PERFORM
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CAS-COUNT
               MOVE WS-CAS-ENTRY (CDX) TO CASEOUT-RECORD
               WRITE CASEOUT-RECORD
               ADD 1 TO WS-CAS-GRABADOS
           END-PERFORM
           CLOSE CASEOUT-FILE
           .

       ESCRIBIR-TOTALES.
           MOVE SPACES TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACCIONES LEIDAS:   " WS-TRANS-LEIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ASIGNACIONES:           " WS-ASIGNACIONES-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMENTARIOS:            " WS-COMENTARIOS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CIERRES:                " WS-CIERRES-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADAS:             " WS-RECHAZADAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CASOS EN EL MAESTRO:    " WS-CAS-GRABADOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO CASEMRPT-RECORD
           WRITE CASEMRPT-RECORD
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

      *    PERFIL DE CORRIDA CENTRAL: SOLO SE TOMA EL
      *    OPERADOR POR DEFECTO; EL PARM LO SOBREESCRIBE.
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
               IF RP-PROGRAMA = "MANTCASOS"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
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
           MOVE "MANTCASOS" TO AU-PROGRAM-NAME
           MOVE WS-AUDIT-OPERADOR TO AU-OPERATOR-ID
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
