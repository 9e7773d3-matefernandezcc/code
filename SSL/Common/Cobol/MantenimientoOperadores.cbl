       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoOperadores.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT OPEROUT-FILE ASSIGN TO "OPEROUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEROUT-STATUS.
           SELECT OPERTRAN-FILE ASSIGN TO "OPERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERTRAN-STATUS.
           SELECT OPERRPT-FILE ASSIGN TO "OPERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERRPT-STATUS.
           SELECT OPERJRNL-FILE ASSIGN TO "OPERJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERJRNL-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
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

       FD  OPEROUT-FILE
           RECORDING MODE IS F.
       01  OPEROUT-RECORD.
           05  OPEROUT-OPERADOR    PIC X(8).
           05  OPEROUT-NOMBRE      PIC X(20).
           05  OPEROUT-NIVEL       PIC 9(1).
           05  OPEROUT-ACTIVO      PIC X(1).
           05  OPEROUT-FECHA-NIVEL PIC X(8).
           05  OPEROUT-OTORGADO    PIC X(8).

      *    TRANSACCION DE OPERADORES:
      *    A = ALTA (NIVEL EN COL 10, NOMBRE EN COLS 11-30),
      *    N = CAMBIO DE NIVEL (NIVEL NUEVO EN COL 10),
      *    D = DESACTIVAR, R = REACTIVAR.
      *    COLS 2-9 = OPERADOR AFECTADO. COLS 31-38 =
      *    OPERADOR QUE AUTORIZA (EN BLANCO = EL OPERADOR DE
      *    LA CORRIDA).
       FD  OPERTRAN-FILE
           RECORDING MODE IS F.
       01  OPERTRAN-RECORD.
           05  OX-ACCION           PIC X(1).
           05  OX-OPERADOR         PIC X(8).
           05  OX-NIVEL            PIC X(1).
           05  OX-NOMBRE           PIC X(20).
           05  OX-AUTORIZA         PIC X(8).
           05  FILLER              PIC X(42).

       FD  OPERRPT-FILE
           RECORDING MODE IS F.
       01  OPERRPT-RECORD          PIC X(80).

       FD  OPERJRNL-FILE
           RECORDING MODE IS F.
           COPY OPERJRNL.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       WORKING-STORAGE SECTION.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-OPEROUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERTRAN-STATUS    PIC X(02) VALUE '00'.
       01  WS-OPERRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERJRNL-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-OPERTRAN-EOF       PIC X VALUE 'N'.
           88  OPERTRAN-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    MAESTRO DE OPERADORES EN EL ORDEN DEL ARCHIVO; LAS
      *    ALTAS SE AGREGAN AL FINAL. LAS TRANSACCIONES SE
      *    APLICAN SOBRE LA TABLA, ASI QUE UNA TARJETA VE LOS
      *    CAMBIOS DE LAS ANTERIORES DE LA MISMA CORRIDA.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-TABLA.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERADOR     PIC X(8).
               10  WS-OPT-NOMBRE       PIC X(20).
               10  WS-OPT-NIVEL        PIC 9(1).
               10  WS-OPT-ACTIVO       PIC X(1).
               10  WS-OPT-FECHA-NIVEL  PIC X(8).
               10  WS-OPT-OTORGADO     PIC X(8).
       01  ODX                   PIC 9(3).
       01  WS-OPER-POS           PIC 9(3).

       01  WS-TRAN-OPERADOR      PIC X(8).
       01  WS-TRAN-AUTORIZA      PIC X(8).
       01  WS-TRAN-NIVEL         PIC 9(1).
       01  WS-TRAN-ACCION        PIC X(10).
       01  WS-RECHAZO            PIC X(40).
       01  WS-ANTES-NIVEL        PIC X(1).
       01  WS-ANTES-ACTIVO       PIC X(1).
       01  WS-DESP-NIVEL         PIC X(1).

       01  WS-TRANS-LEIDAS       PIC 9(5) VALUE 0.
       01  WS-ALTAS-OK           PIC 9(5) VALUE 0.
       01  WS-NIVELES-OK         PIC 9(5) VALUE 0.
       01  WS-BAJAS-OK           PIC 9(5) VALUE 0.
       01  WS-REACTIV-OK         PIC 9(5) VALUE 0.
       01  WS-RECHAZADAS         PIC 9(5) VALUE 0.
       01  WS-JRN-GRABADOS       PIC 9(5) VALUE 0.
       01  WS-OPER-GRABADOS      PIC 9(5) VALUE 0.
       01  WS-OPER-INICIAL       PIC 9(5) VALUE 0.

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-AUDIT-OPERADOR     PIC X(08).
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 3.
       01  WS-OPER-HALLADO       PIC X.
       01  WS-OPER-NIVEL         PIC 9(1).
       01  WS-OPER-ACTIVO        PIC X.
       01  WS-BUSCAR-OPERADOR    PIC X(8).
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
           MOVE "MOPE" TO WS-RUN-ID (17:4)
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
           OPEN EXTEND OPERJRNL-FILE
           IF WS-OPERJRNL-STATUS = "35"
               OPEN OUTPUT OPERJRNL-FILE
           END-IF
           OPEN OUTPUT OPERRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANTENIMIENTO DE OPERADORES - FECHA "
               WS-FECHA-HOY "   OPERADOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           PERFORM APLICAR-TRANSACCIONES
           PERFORM GRABAR-OPERADORES
           PERFORM ESCRIBIR-TOTALES
           CLOSE OPERRPT-FILE
           CLOSE OPERJRNL-FILE
           IF WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           MOVE SPACES TO AU-DETAIL
           STRING "ALT=" WS-ALTAS-OK
               " NIV=" WS-NIVELES-OK
               " BAJ=" WS-BAJAS-OK
               " REA=" WS-REACTIV-OK
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "MANTENIMIENTO DE OPERADORES TERMINADO - "
               WS-OPER-GRABADOS " OPERADORES, "
               WS-RECHAZADAS " RECHAZADAS"
           GOBACK.

      *    EL MAESTRO SE CARGA COMPLETO: SIN EL NO SE PUEDE
      *    VERIFICAR A NADIE NI REGRABARLO.
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
           PERFORM UNTIL OPERMAST-AT-EOF
               IF WS-OPER-COUNT = 500
                   DISPLAY "OPERMAST MAYOR A 500 OPERADORES - "
                       "ABORTADO"
                   CLOSE OPERMAST-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "OPERMAST EXCEDE LA TABLA"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-OPER-COUNT
               MOVE OM-OPERADOR TO WS-OPT-OPERADOR (WS-OPER-COUNT)
               MOVE OM-NOMBRE TO WS-OPT-NOMBRE (WS-OPER-COUNT)
               MOVE OM-NIVEL TO WS-OPT-NIVEL (WS-OPER-COUNT)
               MOVE OM-ACTIVO TO WS-OPT-ACTIVO (WS-OPER-COUNT)
               MOVE OM-FECHA-NIVEL
                   TO WS-OPT-FECHA-NIVEL (WS-OPER-COUNT)
               MOVE OM-OTORGADO-POR
                   TO WS-OPT-OTORGADO (WS-OPER-COUNT)
               READ OPERMAST-FILE
                   AT END MOVE 'Y' TO WS-OPERMAST-EOF
               END-READ
           END-PERFORM
           CLOSE OPERMAST-FILE
           MOVE WS-OPER-COUNT TO WS-OPER-INICIAL.
       CARGAR-OPERADORES-FIN.
           EXIT.

      *    BUSCA WS-BUSCAR-OPERADOR EN LA TABLA Y DEJA HALLADO,
      *    POSICION, NIVEL Y ESTADO.
       BUSCAR-OPERADOR.
           MOVE 'N' TO WS-OPER-HALLADO
           MOVE 0 TO WS-OPER-POS
           MOVE 0 TO WS-OPER-NIVEL
           MOVE SPACE TO WS-OPER-ACTIVO
           PERFORM VARYING ODX FROM 1 BY 1
                   UNTIL ODX > WS-OPER-COUNT OR WS-OPER-POS > 0
               IF WS-OPT-OPERADOR (ODX) = WS-BUSCAR-OPERADOR
                   MOVE 'Y' TO WS-OPER-HALLADO
                   MOVE ODX TO WS-OPER-POS
                   MOVE WS-OPT-NIVEL (ODX) TO WS-OPER-NIVEL
                   MOVE WS-OPT-ACTIVO (ODX) TO WS-OPER-ACTIVO
               END-IF
           END-PERFORM
           .

      *    EL OPERADOR DE LA CORRIDA DEBE TENER EL NIVEL 3:
      *    ES EL QUE FIRMA LAS TARJETAS SIN OPERADOR.
       VERIFICAR-OPERADOR.
           MOVE WS-OPERATOR-ID TO WS-BUSCAR-OPERADOR
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

       APLICAR-TRANSACCIONES.
           OPEN INPUT OPERTRAN-FILE
           IF WS-OPERTRAN-STATUS NOT = "00"
               DISPLAY "OPERTRAN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE OPERRPT-FILE
               CLOSE OPERJRNL-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "OPERTRAN NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ OPERTRAN-FILE
               AT END MOVE 'Y' TO WS-OPERTRAN-EOF
           END-READ
           PERFORM UNTIL OPERTRAN-AT-EOF
               IF OPERTRAN-RECORD NOT = SPACES
                   AND OX-ACCION NOT = '*'
                   ADD 1 TO WS-TRANS-LEIDAS
                   PERFORM APLICAR-TRANSACCION
                       THRU APLICAR-TRANSACCION-FIN
               END-IF
               READ OPERTRAN-FILE
                   AT END MOVE 'Y' TO WS-OPERTRAN-EOF
               END-READ
           END-PERFORM
           CLOSE OPERTRAN-FILE
           .

      *    VALIDACION COMUN DE LA TARJETA (ACCION, OPERADOR
      *    AFECTADO, AUTORIZANTE DE NIVEL 3 DISTINTO DEL
      *    AFECTADO) Y DESPACHO POR ACCION. NADIE PUEDE
      *    MODIFICAR SU PROPIA ENTRADA DEL MAESTRO.
       APLICAR-TRANSACCION.
           MOVE SPACES TO WS-RECHAZO
           MOVE OX-OPERADOR TO WS-TRAN-OPERADOR
           EVALUATE OX-ACCION
               WHEN 'A'
                   MOVE "ALTA" TO WS-TRAN-ACCION
               WHEN 'N'
                   MOVE "NIVEL" TO WS-TRAN-ACCION
               WHEN 'D'
                   MOVE "DESACTIVA" TO WS-TRAN-ACCION
               WHEN 'R'
                   MOVE "REACTIVA" TO WS-TRAN-ACCION
               WHEN OTHER
                   MOVE OX-ACCION TO WS-TRAN-ACCION
                   MOVE "ACCION INVALIDA" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
           END-EVALUATE
           IF OX-OPERADOR = SPACES
               MOVE "OPERADOR AFECTADO EN BLANCO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           IF OX-AUTORIZA = SPACES
               MOVE WS-OPERATOR-ID TO WS-TRAN-AUTORIZA
           ELSE
               MOVE OX-AUTORIZA TO WS-TRAN-AUTORIZA
           END-IF
           IF WS-TRAN-AUTORIZA = WS-TRAN-OPERADOR
               OR WS-OPERATOR-ID = WS-TRAN-OPERADOR
               MOVE "CAMBIO SOBRE EL PROPIO OPERADOR" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE WS-TRAN-AUTORIZA TO WS-BUSCAR-OPERADOR
           PERFORM BUSCAR-OPERADOR
           IF WS-OPER-HALLADO = 'N'
               OR WS-OPER-ACTIVO NOT = 'A'
               OR WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               STRING "AUTORIZANTE " WS-TRAN-AUTORIZA
                   " SIN NIVEL 3" DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE WS-TRAN-OPERADOR TO WS-BUSCAR-OPERADOR
           PERFORM BUSCAR-OPERADOR
           IF OX-ACCION = 'A'
               IF WS-OPER-HALLADO = 'Y'
                   MOVE "OPERADOR YA EXISTE" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
               END-IF
               MOVE SPACE TO WS-ANTES-NIVEL
               MOVE SPACE TO WS-ANTES-ACTIVO
           ELSE
               IF WS-OPER-HALLADO = 'N'
                   MOVE "OPERADOR INEXISTENTE" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
               END-IF
               MOVE WS-OPT-NIVEL (WS-OPER-POS) TO WS-ANTES-NIVEL
               MOVE WS-OPT-ACTIVO (WS-OPER-POS) TO WS-ANTES-ACTIVO
           END-IF
           EVALUATE OX-ACCION
               WHEN 'A'
                   PERFORM APLICAR-ALTA THRU APLICAR-ALTA-FIN
               WHEN 'N'
                   PERFORM APLICAR-NIVEL THRU APLICAR-NIVEL-FIN
               WHEN 'D'
                   PERFORM APLICAR-DESACTIVA
                       THRU APLICAR-DESACTIVA-FIN
               WHEN 'R'
                   PERFORM APLICAR-REACTIVA
                       THRU APLICAR-REACTIVA-FIN
           END-EVALUATE.
       APLICAR-TRANSACCION-FIN.
           EXIT.

      *    ALTA: EL OPERADOR ENTRA ACTIVO CON EL NIVEL DE LA
      *    TARJETA; LA FECHA Y EL AUTORIZANTE QUEDAN COMO
      *    OTORGAMIENTO DEL NIVEL.
       APLICAR-ALTA.
           IF OX-NIVEL NOT = '1' AND OX-NIVEL NOT = '2'
               AND OX-NIVEL NOT = '3'
               STRING "NIVEL INVALIDO: " OX-NIVEL
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-ALTA-FIN
           END-IF
           IF OX-NOMBRE = SPACES
               MOVE "NOMBRE EN BLANCO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-ALTA-FIN
           END-IF
           IF WS-OPER-COUNT = 500
               MOVE "MAESTRO LLENO (500 OPERADORES)" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-ALTA-FIN
           END-IF
           ADD 1 TO WS-OPER-COUNT
           MOVE WS-OPER-COUNT TO WS-OPER-POS
           MOVE WS-TRAN-OPERADOR TO WS-OPT-OPERADOR (WS-OPER-POS)
           MOVE OX-NOMBRE TO WS-OPT-NOMBRE (WS-OPER-POS)
           MOVE OX-NIVEL TO WS-OPT-NIVEL (WS-OPER-POS)
           MOVE 'A' TO WS-OPT-ACTIVO (WS-OPER-POS)
           PERFORM OTORGAR-NIVEL
           ADD 1 TO WS-ALTAS-OK
           MOVE 'A' TO OJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "ALTA OPER " WS-TRAN-OPERADOR " NIVEL " OX-NIVEL
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   ALTA      " WS-TRAN-OPERADOR
               " " OX-NOMBRE " NIVEL " OX-NIVEL
               " " WS-TRAN-AUTORIZA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD.
       APLICAR-ALTA-FIN.
           EXIT.

      *    CAMBIO DE NIVEL: SOLO SOBRE OPERADORES ACTIVOS Y A
      *    UN NIVEL DISTINTO DEL ACTUAL.
       APLICAR-NIVEL.
           IF OX-NIVEL NOT = '1' AND OX-NIVEL NOT = '2'
               AND OX-NIVEL NOT = '3'
               STRING "NIVEL INVALIDO: " OX-NIVEL
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-NIVEL-FIN
           END-IF
           IF WS-ANTES-ACTIVO NOT = 'A'
               MOVE "OPERADOR INACTIVO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-NIVEL-FIN
           END-IF
           IF OX-NIVEL = WS-ANTES-NIVEL
               MOVE "NIVEL IGUAL AL ACTUAL" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-NIVEL-FIN
           END-IF
           MOVE OX-NIVEL TO WS-OPT-NIVEL (WS-OPER-POS)
           PERFORM OTORGAR-NIVEL
           ADD 1 TO WS-NIVELES-OK
           MOVE 'N' TO OJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "NIVEL OPER " WS-TRAN-OPERADOR " "
               WS-ANTES-NIVEL ">" OX-NIVEL
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   NIVEL     " WS-TRAN-OPERADOR
               " NIVEL " WS-ANTES-NIVEL " -> " OX-NIVEL
               " " WS-TRAN-AUTORIZA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD.
       APLICAR-NIVEL-FIN.
           EXIT.

      *    DESACTIVAR: EL OPERADOR QUEDA EN EL MAESTRO CON SU
      *    NIVEL, PERO LA VERIFICACION DE CADA PROGRAMA LO
      *    RECHAZA.
       APLICAR-DESACTIVA.
           IF WS-ANTES-ACTIVO NOT = 'A'
               MOVE "OPERADOR YA INACTIVO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-DESACTIVA-FIN
           END-IF
           MOVE 'I' TO WS-OPT-ACTIVO (WS-OPER-POS)
           ADD 1 TO WS-BAJAS-OK
           MOVE 'D' TO OJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "DESACTIVA OPER " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   DESACTIVA " WS-TRAN-OPERADOR
               " NIVEL " WS-ANTES-NIVEL
               " " WS-TRAN-AUTORIZA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD.
       APLICAR-DESACTIVA-FIN.
           EXIT.

      *    REACTIVAR: EL OPERADOR VUELVE CON EL NIVEL QUE
      *    TENIA, QUE SE CONSIDERA OTORGADO DE NUEVO EN ESTA
      *    FECHA POR EL AUTORIZANTE.
       APLICAR-REACTIVA.
           IF WS-ANTES-ACTIVO = 'A'
               MOVE "OPERADOR YA ACTIVO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-REACTIVA-FIN
           END-IF
           MOVE 'A' TO WS-OPT-ACTIVO (WS-OPER-POS)
           PERFORM OTORGAR-NIVEL
           ADD 1 TO WS-REACTIV-OK
           MOVE 'R' TO OJ-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING "REACTIVA OPER " WS-TRAN-OPERADOR
               " NIVEL " WS-ANTES-NIVEL
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   REACTIVA  " WS-TRAN-OPERADOR
               " NIVEL " WS-ANTES-NIVEL
               " " WS-TRAN-AUTORIZA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD.
       APLICAR-REACTIVA-FIN.
           EXIT.

       OTORGAR-NIVEL.
           MOVE WS-FECHA-HOY TO WS-OPT-FECHA-NIVEL (WS-OPER-POS)
           MOVE WS-TRAN-AUTORIZA TO WS-OPT-OTORGADO (WS-OPER-POS)
           .

       RECHAZAR-TRANSACCION.
           ADD 1 TO WS-RECHAZADAS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADA  " WS-TRAN-ACCION " " OX-OPERADOR
               " - " WS-RECHAZO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           .

      *    UNA ENTRADA DE JOURNAL POR CADA CAMBIO APLICADO AL
      *    MAESTRO, CON IMAGEN ANTERIOR Y POSTERIOR; LAS
      *    TRANSACCIONES RECHAZADAS NO SE REGISTRAN.
       GRABAR-JOURNAL.
           MOVE WS-FECHA-HOY TO OJ-FECHA
           MOVE WS-HORA-HOY TO OJ-HORA
           MOVE WS-TRAN-OPERADOR TO OJ-OPERADOR
           MOVE WS-ANTES-NIVEL TO OJ-ANTES-NIVEL
           MOVE WS-ANTES-ACTIVO TO OJ-ANTES-ACTIVO
           MOVE WS-OPT-NIVEL (WS-OPER-POS) TO WS-DESP-NIVEL
           MOVE WS-DESP-NIVEL TO OJ-DESP-NIVEL
           MOVE WS-OPT-ACTIVO (WS-OPER-POS) TO OJ-DESP-ACTIVO
           MOVE WS-OPT-NOMBRE (WS-OPER-POS) TO OJ-NOMBRE
           MOVE WS-TRAN-AUTORIZA TO OJ-AUTORIZA
           MOVE WS-RUN-ID TO OJ-RUN-ID
           WRITE OJ-JOURNAL-RECORD
           ADD 1 TO WS-JRN-GRABADOS
           .

      *    CADA TRANSACCION APLICADA QUEDA EN LA AUDITORIA
      *    CON EL OPERADOR QUE LA AUTORIZO.
       AUDITAR-TRANSACCION.
           MOVE WS-TRAN-AUTORIZA TO WS-AUDIT-OPERADOR
           PERFORM ESCRIBIR-AUDITORIA
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           .

       GRABAR-OPERADORES.
           OPEN OUTPUT OPEROUT-FILE
           PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > WS-OPER-COUNT
               MOVE WS-OPT-OPERADOR (ODX) TO OPEROUT-OPERADOR
               MOVE WS-OPT-NOMBRE (ODX) TO OPEROUT-NOMBRE
               MOVE WS-OPT-NIVEL (ODX) TO OPEROUT-NIVEL
               MOVE WS-OPT-ACTIVO (ODX) TO OPEROUT-ACTIVO
               MOVE WS-OPT-FECHA-NIVEL (ODX) TO OPEROUT-FECHA-NIVEL
               MOVE WS-OPT-OTORGADO (ODX) TO OPEROUT-OTORGADO
               WRITE OPEROUT-RECORD
               ADD 1 TO WS-OPER-GRABADOS
           END-PERFORM
           CLOSE OPEROUT-FILE
           .

       ESCRIBIR-TOTALES.
           MOVE SPACES TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACCIONES LEIDAS:   " WS-TRANS-LEIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALTAS:                  " WS-ALTAS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CAMBIOS DE NIVEL:       " WS-NIVELES-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DESACTIVADOS:           " WS-BAJAS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REACTIVADOS:            " WS-REACTIV-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADAS:             " WS-RECHAZADAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERADORES EN MAESTRO:  " WS-OPER-INICIAL
               " ANTES  " WS-OPER-GRABADOS " DESPUES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO OPERRPT-RECORD
           WRITE OPERRPT-RECORD
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
               IF RP-PROGRAMA = "MANTOPERADORES"
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
           MOVE "MANTOPERADORES" TO AU-PROGRAM-NAME
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
