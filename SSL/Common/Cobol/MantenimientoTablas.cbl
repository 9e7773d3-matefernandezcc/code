       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoTablas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLALIMIT-FILE ASSIGN TO "SLALIMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLALIMIT-STATUS.
           SELECT RATECARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECARD-STATUS.
           SELECT RUTEO-FILE ASSIGN TO "RUTEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTEO-STATUS.
           SELECT SLANEW-FILE ASSIGN TO "SLANEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLANEW-STATUS.
           SELECT RATENEW-FILE ASSIGN TO "RATENEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATENEW-STATUS.
           SELECT RUTENEW-FILE ASSIGN TO "RUTENEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTENEW-STATUS.
           SELECT TABTRAN-FILE ASSIGN TO "TABTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABTRAN-STATUS.
           SELECT TABRPT-FILE ASSIGN TO "TABRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABRPT-STATUS.
           SELECT TABJRNL-FILE ASSIGN TO "TABJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABJRNL-STATUS.
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
       FD  SLALIMIT-FILE
           RECORDING MODE IS F.
           COPY SLALIMIT.

       FD  RATECARD-FILE
           RECORDING MODE IS F.
           COPY RATECARD.

       FD  RUTEO-FILE
           RECORDING MODE IS F.
           COPY RUTEO.

       FD  SLANEW-FILE
           RECORDING MODE IS F.
       01  SLANEW-RECORD           PIC X(36).

       FD  RATENEW-FILE
           RECORDING MODE IS F.
       01  RATENEW-RECORD          PIC X(40).

       FD  RUTENEW-FILE
           RECORDING MODE IS F.
       01  RUTENEW-RECORD          PIC X(29).

      *    TRANSACCION DE TABLAS DE REFERENCIA:
      *    COL 1     TABLA: S = SLALIMIT, R = RATECARD,
      *              U = RUTEO.
      *    COL 2     A = ALTA DE VERSION (O REEMPLAZO DE UNA
      *              VERSION FUTURA), B = RETIRO DE UNA
      *              VERSION FUTURA.
      *    COLS 3-10 VIGENCIA DESDE (EN BLANCO = FECHA DE
      *              PROCESO). NUNCA ANTERIOR A LA FECHA DE
      *              PROCESO: LO YA CORRIDO NO SE REVALORIZA.
      *    COLS 11-30 PROGRAMA (S, R) O REPORTE (U).
      *    COLS 31-43 VALORES: S = SEGUNDOS 9(6)V99 (31-38);
      *              R = TARIFA POR SEGUNDO 9(4)V99 (31-36) Y
      *              POR MILLON DE COMPARACIONES (37-42);
      *              U = DEPARTAMENTO (31-42) Y CLASE (43).
      *    COLS 44-51 OPERADOR QUE AUTORIZA (EN BLANCO = EL
      *              OPERADOR DE LA CORRIDA).
       FD  TABTRAN-FILE
           RECORDING MODE IS F.
       01  TABTRAN-RECORD.
           05  TX-TABLA            PIC X(1).
           05  TX-ACCION           PIC X(1).
           05  TX-VIGENCIA         PIC X(8).
           05  TX-CLAVE            PIC X(20).
           05  TX-VALORES          PIC X(13).
           05  TX-VAL-SLA REDEFINES TX-VALORES.
               10  TX-SLA-SEGUNDOS     PIC X(8).
               10  FILLER              PIC X(5).
           05  TX-VAL-TARIFA REDEFINES TX-VALORES.
               10  TX-TAR-SEG          PIC X(6).
               10  TX-TAR-MCOMP        PIC X(6).
               10  FILLER              PIC X(1).
           05  TX-VAL-RUTEO REDEFINES TX-VALORES.
               10  TX-RUT-DEPTO        PIC X(12).
               10  TX-RUT-CLASE        PIC X(1).
           05  TX-OPERADOR         PIC X(8).
           05  FILLER              PIC X(29).

       FD  TABRPT-FILE
           RECORDING MODE IS F.
       01  TABRPT-RECORD           PIC X(80).

       FD  TABJRNL-FILE
           RECORDING MODE IS F.
           COPY TABJRNL.

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
       01  WS-SLALIMIT-STATUS    PIC X(02) VALUE '00'.
       01  WS-RATECARD-STATUS    PIC X(02) VALUE '00'.
       01  WS-RUTEO-STATUS       PIC X(02) VALUE '00'.
       01  WS-SLANEW-STATUS      PIC X(02) VALUE '00'.
       01  WS-RATENEW-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUTENEW-STATUS     PIC X(02) VALUE '00'.
       01  WS-TABTRAN-STATUS     PIC X(02) VALUE '00'.
       01  WS-TABRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-TABJRNL-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-TABLA-EOF          PIC X VALUE 'N'.
           88  TABLA-AT-EOF      VALUE 'Y'.
       01  WS-TABTRAN-EOF        PIC X VALUE 'N'.
           88  TABTRAN-AT-EOF    VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    LAS TRES TABLAS EN UNA SOLA, CON TODAS LAS
      *    VERSIONES. LOS VALORES SE GUARDAN COMO FIGURAN EN
      *    LA TARJETA (DESDE LA COLUMNA 21 EN SLALIMIT Y
      *    RATECARD, DESDE LA 9 EN RUTEO). LOS RETIROS MARCAN
      *    LA ENTRADA Y NO SE REGRABAN.
       01  WS-VER-COUNT          PIC 9(4) VALUE 0.
       01  WS-VER-TABLA.
           05  WS-VER-ENTRY OCCURS 1500 TIMES.
               10  WS-VER-TABLA-ID     PIC X(1).
               10  WS-VER-CLAVE        PIC X(20).
               10  WS-VER-VIGENCIA     PIC X(8).
               10  WS-VER-VALORES      PIC X(13).
               10  WS-VER-ESTADO       PIC X(1).
                   88  VER-RETIRADA    VALUE 'B'.
       01  WS-VER-TEMP.
           05  WS-VTP-TABLA-ID     PIC X(1).
           05  WS-VTP-CLAVE        PIC X(20).
           05  WS-VTP-VIGENCIA     PIC X(8).
           05  WS-VTP-VALORES      PIC X(13).
           05  WS-VTP-ESTADO       PIC X(1).
       01  VDX                   PIC 9(4).
       01  WS-VER-POS            PIC 9(4).
       01  WS-VIG-POS            PIC 9(4).
       01  WS-SWAPPED            PIC X.
       01  WS-VER-LEIDAS         PIC 9(5) VALUE 0.
       01  WS-VER-GRABADAS       PIC 9(5) VALUE 0.

      *    PROGRAMAS DE LA SUITE QUE GRABAN BENCHLOG: LOS
      *    UNICOS QUE PUEDEN TENER UMBRAL O TARIFA.
       01  WS-PROGRAMA-TABLA.
           05  FILLER PIC X(20) VALUE "BUBBLESORT".
           05  FILLER PIC X(20) VALUE "BUBBLESORTEXMPL".
           05  FILLER PIC X(20) VALUE "BUSQBINIMPARES".
           05  FILLER PIC X(20) VALUE "BUSQUEDABINARIA".
           05  FILLER PIC X(20) VALUE "BUSQSEARCHALL".
           05  FILLER PIC X(20) VALUE "CONSULTAMOVIMIENTOS".
       01  WS-PROGRAMAS REDEFINES WS-PROGRAMA-TABLA.
           05  WS-PRG-NOMBRE       PIC X(20) OCCURS 6 TIMES.

      *    REPORTES DEL PAQUETE NOCTURNO QUE SE RUTEAN. LOS
      *    REPORTES DE EXCEPCION TAMBIEN DAN EL EQUIPO INICIAL
      *    DE LOS CASOS QUE ABRE LA CARGA DE CASOS.
       01  WS-REPORTE-TABLA.
           05  FILLER PIC X(8) VALUE "DUPRPT".
           05  FILLER PIC X(8) VALUE "BALRPT".
           05  FILLER PIC X(8) VALUE "SLARPT".
           05  FILLER PIC X(8) VALUE "STATRPT".
           05  FILLER PIC X(8) VALUE "MANTRPT".
           05  FILLER PIC X(8) VALUE "USAGERPT".
           05  FILLER PIC X(8) VALUE "SCORERPT".
           05  FILLER PIC X(8) VALUE "EDITRPT".
           05  FILLER PIC X(8) VALUE "DROPOUT".
           05  FILLER PIC X(8) VALUE "EXPRPT".
           05  FILLER PIC X(8) VALUE "SUGRPT".
           05  FILLER PIC X(8) VALUE "IMPRPT".
           05  FILLER PIC X(8) VALUE "RPTOUT".
           05  FILLER PIC X(8) VALUE "TRENDRPT".
       01  WS-REPORTES REDEFINES WS-REPORTE-TABLA.
           05  WS-RPT-NOMBRE       PIC X(8) OCCURS 14 TIMES.

      *    DEPARTAMENTOS DESTINO Y CLASES DE SALIDA ADMITIDOS.
       01  WS-DEPTO-TABLA.
           05  FILLER PIC X(12) VALUE "OPERACIONES".
           05  FILLER PIC X(12) VALUE "SISTEMAS".
           05  FILLER PIC X(12) VALUE "AUDITORIA".
           05  FILLER PIC X(12) VALUE "FINANZAS".
           05  FILLER PIC X(12) VALUE "CONTROL".
           05  FILLER PIC X(12) VALUE "GERENCIA".
       01  WS-DEPTOS REDEFINES WS-DEPTO-TABLA.
           05  WS-DEP-NOMBRE       PIC X(12) OCCURS 6 TIMES.
       01  WS-CLASES-VALIDAS     PIC X(5) VALUE "ABCDH".
       01  LDX                   PIC 9(2).
       01  WS-LISTA-HALLADO      PIC X.

      *    OPERADORES DEL MAESTRO, PARA EL CONTROL DE NIVEL
      *    DE CADA TRANSACCION.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-TABLA.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERADOR     PIC X(8).
               10  WS-OPT-NIVEL        PIC 9(1).
               10  WS-OPT-ACTIVO       PIC X(1).
       01  ODX                   PIC 9(3).

       01  WS-TRAN-TABLA         PIC X(8).
       01  WS-TRAN-ACCION        PIC X(8).
       01  WS-TRAN-CLAVE         PIC X(20).
       01  WS-TRAN-VIGENCIA      PIC X(8).
       01  WS-TRAN-VALORES       PIC X(13).
       01  WS-TRAN-OPERADOR      PIC X(8).
       01  WS-RECHAZO            PIC X(40).
       01  WS-ANTES-VALORES      PIC X(13).
       01  WS-JRN-ACCION         PIC X(1).
       01  WS-NUM-SEGUNDOS       PIC 9(6)V99.
       01  WS-NUM-TARIFA-SEG     PIC 9(4)V99.
       01  WS-NUM-TARIFA-MCOMP   PIC 9(4)V99.
       01  WS-VAL-SLA.
           05  WS-VSL-SEGUNDOS     PIC 9(6)V99.
           05  FILLER              PIC X(5) VALUE SPACES.
       01  WS-VAL-TARIFA.
           05  WS-VTA-SEG          PIC 9(4)V99.
           05  WS-VTA-MCOMP        PIC 9(4)V99.
           05  FILLER              PIC X(1) VALUE SPACES.
       01  WS-SEG-DISP           PIC ZZZZZ9.99.
       01  WS-TAR-DISP           PIC ZZZ9.99.
       01  WS-TAR-DISP-2         PIC ZZZ9.99.

       01  WS-TRANS-LEIDAS       PIC 9(5) VALUE 0.
       01  WS-ALTAS-OK           PIC 9(5) VALUE 0.
       01  WS-REEMPLAZOS-OK      PIC 9(5) VALUE 0.
       01  WS-RETIROS-OK         PIC 9(5) VALUE 0.
       01  WS-RECHAZADAS         PIC 9(5) VALUE 0.
       01  WS-JRN-GRABADOS       PIC 9(5) VALUE 0.

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-ESTADO-VERSION     PIC X(10).
       01  WS-TABLA-ACTUAL       PIC X(1).
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
           MOVE "MTAB" TO WS-RUN-ID (17:4)
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
           PERFORM CARGAR-TABLAS THRU CARGAR-TABLAS-FIN
           OPEN EXTEND TABJRNL-FILE
           IF WS-TABJRNL-STATUS = "35"
               OPEN OUTPUT TABJRNL-FILE
           END-IF
           OPEN OUTPUT TABRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANTENIMIENTO DE TABLAS DE REFERENCIA - FECHA "
               WS-FECHA-HOY "   OPERADOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM APLICAR-TRANSACCIONES
           PERFORM ORDENAR-VERSIONES
           PERFORM GRABAR-TABLAS
           PERFORM LISTAR-VERSIONES
           PERFORM ESCRIBIR-TOTALES
           CLOSE TABRPT-FILE
           CLOSE TABJRNL-FILE
           IF WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           MOVE SPACES TO AU-DETAIL
           STRING "ALT=" WS-ALTAS-OK
               " REE=" WS-REEMPLAZOS-OK
               " RET=" WS-RETIROS-OK
               " RECH=" WS-RECHAZADAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "MANTENIMIENTO DE TABLAS TERMINADO - "
               WS-VER-GRABADAS " VERSIONES GRABADAS"
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
      *    NIVEL 3: ES EL QUE FIRMA LAS TARJETAS SIN OPERADOR.
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

      *    LAS TRES TABLAS SON OBLIGATORIAS: SI FALTA UNA NO
      *    SE PUEDE REGRABAR SIN PERDER SUS VERSIONES.
       CARGAR-TABLAS.
           MOVE 0 TO WS-VER-COUNT
           MOVE 'N' TO WS-TABLA-EOF
           OPEN INPUT SLALIMIT-FILE
           IF WS-SLALIMIT-STATUS NOT = "00"
               MOVE "SLALIMIT" TO WS-TRAN-TABLA
               GO TO CARGAR-TABLAS-ERROR
           END-IF
           READ SLALIMIT-FILE
               AT END MOVE 'Y' TO WS-TABLA-EOF
           END-READ
           PERFORM UNTIL TABLA-AT-EOF
               IF SLALIMIT-RECORD NOT = SPACES
                   MOVE 'S' TO WS-VTP-TABLA-ID
                   MOVE SLA-PROGRAMA TO WS-VTP-CLAVE
                   MOVE SLA-VIGENCIA TO WS-VTP-VIGENCIA
                   MOVE SLALIMIT-RECORD (21:8) TO WS-VTP-VALORES
                   PERFORM AGREGAR-VERSION-LEIDA
               END-IF
               READ SLALIMIT-FILE
                   AT END MOVE 'Y' TO WS-TABLA-EOF
               END-READ
           END-PERFORM
           CLOSE SLALIMIT-FILE
           MOVE 'N' TO WS-TABLA-EOF
           OPEN INPUT RATECARD-FILE
           IF WS-RATECARD-STATUS NOT = "00"
               MOVE "RATECARD" TO WS-TRAN-TABLA
               GO TO CARGAR-TABLAS-ERROR
           END-IF
           READ RATECARD-FILE
               AT END MOVE 'Y' TO WS-TABLA-EOF
           END-READ
           PERFORM UNTIL TABLA-AT-EOF
               IF RATECARD-RECORD NOT = SPACES
                   MOVE 'R' TO WS-VTP-TABLA-ID
                   MOVE RC-PROGRAMA TO WS-VTP-CLAVE
                   MOVE RC-VIGENCIA TO WS-VTP-VIGENCIA
                   MOVE RATECARD-RECORD (21:12) TO WS-VTP-VALORES
                   PERFORM AGREGAR-VERSION-LEIDA
               END-IF
               READ RATECARD-FILE
                   AT END MOVE 'Y' TO WS-TABLA-EOF
               END-READ
           END-PERFORM
           CLOSE RATECARD-FILE
           MOVE 'N' TO WS-TABLA-EOF
           OPEN INPUT RUTEO-FILE
           IF WS-RUTEO-STATUS NOT = "00"
               MOVE "RUTEO" TO WS-TRAN-TABLA
               GO TO CARGAR-TABLAS-ERROR
           END-IF
           READ RUTEO-FILE
               AT END MOVE 'Y' TO WS-TABLA-EOF
           END-READ
           PERFORM UNTIL TABLA-AT-EOF
               IF RUTEO-RECORD NOT = SPACES
                   MOVE 'U' TO WS-VTP-TABLA-ID
                   MOVE RU-REPORTE TO WS-VTP-CLAVE
                   MOVE RU-VIGENCIA TO WS-VTP-VIGENCIA
                   MOVE RUTEO-RECORD (9:13) TO WS-VTP-VALORES
                   PERFORM AGREGAR-VERSION-LEIDA
               END-IF
               READ RUTEO-FILE
                   AT END MOVE 'Y' TO WS-TABLA-EOF
               END-READ
           END-PERFORM
           CLOSE RUTEO-FILE
           GO TO CARGAR-TABLAS-FIN.
       CARGAR-TABLAS-ERROR.
           DISPLAY WS-TRAN-TABLA " NO DISPONIBLE - ABORTADO"
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO AU-DETAIL
           STRING WS-TRAN-TABLA " NO DISPONIBLE"
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           GOBACK.
       CARGAR-TABLAS-FIN.
           EXIT.

       AGREGAR-VERSION-LEIDA.
           IF WS-VER-COUNT = 1500
               DISPLAY "TABLAS MAYORES A 1500 VERSIONES - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "TABLAS EXCEDEN 1500 VERSIONES"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           ADD 1 TO WS-VER-COUNT
           ADD 1 TO WS-VER-LEIDAS
           MOVE 'A' TO WS-VTP-ESTADO
           MOVE WS-VER-TEMP TO WS-VER-ENTRY (WS-VER-COUNT)
           .

       APLICAR-TRANSACCIONES.
           OPEN INPUT TABTRAN-FILE
           IF WS-TABTRAN-STATUS NOT = "00"
               DISPLAY "TABTRAN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE TABRPT-FILE
               CLOSE TABJRNL-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "TABTRAN NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ TABTRAN-FILE
               AT END MOVE 'Y' TO WS-TABTRAN-EOF
           END-READ
           PERFORM UNTIL TABTRAN-AT-EOF
               IF TABTRAN-RECORD NOT = SPACES
                   AND TX-TABLA NOT = '*'
                   ADD 1 TO WS-TRANS-LEIDAS
                   PERFORM APLICAR-TRANSACCION
                       THRU APLICAR-TRANSACCION-FIN
               END-IF
               READ TABTRAN-FILE
                   AT END MOVE 'Y' TO WS-TABTRAN-EOF
               END-READ
           END-PERFORM
           CLOSE TABTRAN-FILE
           .

      *    VALIDACION DE LA TARJETA: TABLA, ACCION, VIGENCIA
      *    NO RETROACTIVA, CLAVE DE LA LISTA DE LA TABLA,
      *    VALORES Y OPERADOR DE NIVEL 3.
       APLICAR-TRANSACCION.
           MOVE SPACES TO WS-RECHAZO
           MOVE TX-CLAVE TO WS-TRAN-CLAVE
           EVALUATE TX-TABLA
               WHEN 'S'
                   MOVE "SLALIMIT" TO WS-TRAN-TABLA
               WHEN 'R'
                   MOVE "RATECARD" TO WS-TRAN-TABLA
               WHEN 'U'
                   MOVE "RUTEO" TO WS-TRAN-TABLA
                   MOVE SPACES TO WS-TRAN-CLAVE
                   MOVE TX-CLAVE (1:8) TO WS-TRAN-CLAVE
               WHEN OTHER
                   MOVE TX-TABLA TO WS-TRAN-TABLA
                   MOVE "TABLA INVALIDA" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
           END-EVALUATE
           EVALUATE TX-ACCION
               WHEN 'A'
                   MOVE "ALTA" TO WS-TRAN-ACCION
               WHEN 'B'
                   MOVE "RETIRO" TO WS-TRAN-ACCION
               WHEN OTHER
                   MOVE TX-ACCION TO WS-TRAN-ACCION
                   MOVE "ACCION INVALIDA" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
           END-EVALUATE
           IF TX-VIGENCIA = SPACES
               MOVE WS-FECHA-HOY TO WS-TRAN-VIGENCIA
           ELSE
               MOVE TX-VIGENCIA TO WS-TRAN-VIGENCIA
           END-IF
           IF WS-TRAN-VIGENCIA IS NOT NUMERIC
               OR WS-TRAN-VIGENCIA (5:2) < "01"
               OR WS-TRAN-VIGENCIA (5:2) > "12"
               OR WS-TRAN-VIGENCIA (7:2) < "01"
               OR WS-TRAN-VIGENCIA (7:2) > "31"
               STRING "VIGENCIA INVALIDA: " TX-VIGENCIA
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           IF WS-TRAN-VIGENCIA < WS-FECHA-HOY
               MOVE "VIGENCIA RETROACTIVA" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           PERFORM VALIDAR-CLAVE
           IF WS-LISTA-HALLADO = 'N'
               STRING "CLAVE DESCONOCIDA EN " WS-TRAN-TABLA
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           IF TX-OPERADOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-TRAN-OPERADOR
           ELSE
               MOVE TX-OPERADOR TO WS-TRAN-OPERADOR
           END-IF
           PERFORM BUSCAR-OPERADOR
           IF WS-OPER-HALLADO = 'N'
               OR WS-OPER-ACTIVO NOT = 'A'
               OR WS-OPER-NIVEL < WS-NIVEL-REQUERIDO
               STRING "OPERADOR " WS-TRAN-OPERADOR
                   " SIN NIVEL 3" DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE 0 TO WS-VIG-POS
           PERFORM VARYING VDX FROM 1 BY 1
                   UNTIL VDX > WS-VER-COUNT OR WS-VIG-POS > 0
               IF WS-VER-TABLA-ID (VDX) = TX-TABLA
                   AND WS-VER-CLAVE (VDX) = WS-TRAN-CLAVE
                   AND WS-VER-VIGENCIA (VDX) = WS-TRAN-VIGENCIA
                   AND NOT VER-RETIRADA (VDX)
                   MOVE VDX TO WS-VIG-POS
               END-IF
           END-PERFORM
           EVALUATE TX-ACCION
               WHEN 'A'
                   PERFORM APLICAR-ALTA THRU APLICAR-ALTA-FIN
               WHEN 'B'
                   PERFORM APLICAR-RETIRO THRU APLICAR-RETIRO-FIN
           END-EVALUATE.
       APLICAR-TRANSACCION-FIN.
           EXIT.

      *    LA CLAVE DEBE SER UN PROGRAMA QUE GRABA BENCHLOG
      *    (SLALIMIT, RATECARD) O UN REPORTE DEL PAQUETE
      *    (RUTEO).
       VALIDAR-CLAVE.
           MOVE 'N' TO WS-LISTA-HALLADO
           IF TX-TABLA = 'U'
               PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > 14
                   IF WS-RPT-NOMBRE (LDX) = WS-TRAN-CLAVE (1:8)
                       AND WS-TRAN-CLAVE (9:12) = SPACES
                       AND TX-CLAVE (9:12) = SPACES
                       MOVE 'Y' TO WS-LISTA-HALLADO
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > 6
                   IF WS-PRG-NOMBRE (LDX) = WS-TRAN-CLAVE
                       MOVE 'Y' TO WS-LISTA-HALLADO
                   END-IF
               END-PERFORM
           END-IF
           .

      *    ALTA DE VERSION: VALORES VALIDADOS SEGUN LA TABLA.
      *    SI YA HAY UNA VERSION CON LA MISMA VIGENCIA SE
      *    REEMPLAZA, PERO SOLO SI TODAVIA NO ENTRO EN VIGOR.
       APLICAR-ALTA.
           PERFORM VALIDAR-VALORES THRU VALIDAR-VALORES-FIN
           IF WS-RECHAZO NOT = SPACES
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-ALTA-FIN
           END-IF
           IF WS-VIG-POS > 0
               IF WS-TRAN-VIGENCIA NOT > WS-FECHA-HOY
                   MOVE "VERSION YA VIGENTE - NO SE REEMPLAZA"
                       TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-ALTA-FIN
               END-IF
               MOVE WS-VER-VALORES (WS-VIG-POS) TO WS-ANTES-VALORES
               MOVE WS-TRAN-VALORES TO WS-VER-VALORES (WS-VIG-POS)
               ADD 1 TO WS-REEMPLAZOS-OK
               MOVE 'C' TO WS-JRN-ACCION
               MOVE "REEMPLAZO" TO WS-TRAN-ACCION
           ELSE
               IF WS-VER-COUNT = 1500
                   MOVE "TABLAS LLENAS (1500 VERSIONES)" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-ALTA-FIN
               END-IF
               ADD 1 TO WS-VER-COUNT
               MOVE WS-VER-COUNT TO WS-VIG-POS
               MOVE TX-TABLA TO WS-VER-TABLA-ID (WS-VIG-POS)
               MOVE WS-TRAN-CLAVE TO WS-VER-CLAVE (WS-VIG-POS)
               MOVE WS-TRAN-VIGENCIA TO WS-VER-VIGENCIA (WS-VIG-POS)
               MOVE WS-TRAN-VALORES TO WS-VER-VALORES (WS-VIG-POS)
               MOVE 'A' TO WS-VER-ESTADO (WS-VIG-POS)
               MOVE SPACES TO WS-ANTES-VALORES
               ADD 1 TO WS-ALTAS-OK
               MOVE 'A' TO WS-JRN-ACCION
           END-IF
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING WS-TRAN-TABLA " " WS-JRN-ACCION " "
               WS-TRAN-CLAVE (1:15) " " WS-TRAN-VIGENCIA
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           PERFORM INFORMAR-APLICADA.
       APLICAR-ALTA-FIN.
           EXIT.

      *    RETIRO: SOLO DE UNA VERSION QUE TODAVIA NO ENTRO EN
      *    VIGOR; LO QUE YA SE USO PARA JUZGAR O VALORIZAR
      *    CORRIDAS QUEDA COMO HISTORIA.
       APLICAR-RETIRO.
           IF WS-VIG-POS = 0
               MOVE "NO HAY VERSION CON ESA VIGENCIA" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-RETIRO-FIN
           END-IF
           IF WS-TRAN-VIGENCIA NOT > WS-FECHA-HOY
               MOVE "VERSION YA VIGENTE - NO SE RETIRA" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-RETIRO-FIN
           END-IF
           MOVE WS-VER-VALORES (WS-VIG-POS) TO WS-ANTES-VALORES
           MOVE SPACES TO WS-TRAN-VALORES
           MOVE 'B' TO WS-VER-ESTADO (WS-VIG-POS)
           ADD 1 TO WS-RETIROS-OK
           MOVE 'B' TO WS-JRN-ACCION
           PERFORM GRABAR-JOURNAL
           MOVE SPACES TO AU-DETAIL
           STRING WS-TRAN-TABLA " B " WS-TRAN-CLAVE (1:15)
               " " WS-TRAN-VIGENCIA
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           PERFORM INFORMAR-APLICADA.
       APLICAR-RETIRO-FIN.
           EXIT.

      *    VALORES SEGUN LA TABLA: IMPORTES NUMERICOS (EL
      *    UMBRAL DISTINTO DE CERO), DEPARTAMENTO Y CLASE DE
      *    LAS LISTAS ADMITIDAS. DEJA EN WS-TRAN-VALORES LA
      *    IMAGEN COMO VA EN LA TARJETA DE LA TABLA.
       VALIDAR-VALORES.
           MOVE SPACES TO WS-TRAN-VALORES
           EVALUATE TX-TABLA
               WHEN 'S'
                   IF TX-SLA-SEGUNDOS IS NOT NUMERIC
                       OR TX-SLA-SEGUNDOS = "00000000"
                       STRING "SEGUNDOS INVALIDOS: " TX-SLA-SEGUNDOS
                           DELIMITED BY SIZE INTO WS-RECHAZO
                       GO TO VALIDAR-VALORES-FIN
                   END-IF
                   MOVE TX-SLA-SEGUNDOS TO WS-VAL-SLA (1:8)
                   MOVE WS-VAL-SLA TO WS-TRAN-VALORES
               WHEN 'R'
                   IF TX-TAR-SEG IS NOT NUMERIC
                       OR TX-TAR-MCOMP IS NOT NUMERIC
                       STRING "TARIFAS INVALIDAS: " TX-TAR-SEG
                           " " TX-TAR-MCOMP
                           DELIMITED BY SIZE INTO WS-RECHAZO
                       GO TO VALIDAR-VALORES-FIN
                   END-IF
                   MOVE TX-TAR-SEG TO WS-VAL-TARIFA (1:6)
                   MOVE TX-TAR-MCOMP TO WS-VAL-TARIFA (7:6)
                   MOVE WS-VAL-TARIFA TO WS-TRAN-VALORES
               WHEN 'U'
                   MOVE 'N' TO WS-LISTA-HALLADO
                   PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > 6
                       IF WS-DEP-NOMBRE (LDX) = TX-RUT-DEPTO
                           MOVE 'Y' TO WS-LISTA-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-LISTA-HALLADO = 'N'
                       STRING "DEPARTAMENTO INVALIDO: " TX-RUT-DEPTO
                           DELIMITED BY SIZE INTO WS-RECHAZO
                       GO TO VALIDAR-VALORES-FIN
                   END-IF
                   MOVE 'N' TO WS-LISTA-HALLADO
                   PERFORM VARYING LDX FROM 1 BY 1 UNTIL LDX > 5
                       IF WS-CLASES-VALIDAS (LDX:1) = TX-RUT-CLASE
                           AND TX-RUT-CLASE NOT = SPACE
                           MOVE 'Y' TO WS-LISTA-HALLADO
                       END-IF
                   END-PERFORM
                   IF WS-LISTA-HALLADO = 'N'
                       STRING "CLASE DE SALIDA INVALIDA: "
                           TX-RUT-CLASE
                           DELIMITED BY SIZE INTO WS-RECHAZO
                       GO TO VALIDAR-VALORES-FIN
                   END-IF
                   MOVE TX-VAL-RUTEO TO WS-TRAN-VALORES
           END-EVALUATE.
       VALIDAR-VALORES-FIN.
           EXIT.

       INFORMAR-APLICADA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   " WS-TRAN-ACCION " " WS-TRAN-TABLA
               " " WS-TRAN-CLAVE (1:16) " DESDE " WS-TRAN-VIGENCIA
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       RECHAZAR-TRANSACCION.
           ADD 1 TO WS-RECHAZADAS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADA  " WS-TRAN-ACCION " " WS-TRAN-TABLA
               " " TX-CLAVE (1:16) " - " WS-RECHAZO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    UNA ENTRADA DE JOURNAL POR CADA VERSION AGREGADA,
      *    REEMPLAZADA O RETIRADA, CON IMAGEN ANTERIOR Y
      *    POSTERIOR; LAS TRANSACCIONES RECHAZADAS NO SE
      *    REGISTRAN.
       GRABAR-JOURNAL.
           MOVE WS-FECHA-HOY TO TJ-FECHA
           MOVE WS-HORA-HOY TO TJ-HORA
           MOVE TX-TABLA TO TJ-TABLA
           MOVE WS-JRN-ACCION TO TJ-ACCION
           MOVE WS-TRAN-CLAVE TO TJ-CLAVE
           MOVE WS-TRAN-VIGENCIA TO TJ-VIGENCIA
           MOVE WS-ANTES-VALORES TO TJ-ANTES
           MOVE WS-TRAN-VALORES TO TJ-DESP
           MOVE WS-TRAN-OPERADOR TO TJ-OPERADOR
           MOVE WS-RUN-ID TO TJ-RUN-ID
           WRITE TJ-JOURNAL-RECORD
           ADD 1 TO WS-JRN-GRABADOS
           .

      *    CADA TRANSACCION APLICADA QUEDA EN LA AUDITORIA
      *    CON EL OPERADOR QUE LA AUTORIZO.
       AUDITAR-TRANSACCION.
           MOVE WS-TRAN-OPERADOR TO WS-AUDIT-OPERADOR
           PERFORM ESCRIBIR-AUDITORIA
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           .

      *    ORDEN DE GRABACION: TABLA, CLAVE Y VIGENCIA, ASI
      *    CADA TARJETA MUESTRA SU HISTORIA EN ORDEN.
       ORDENAR-VERSIONES.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING VDX FROM 1 BY 1
                       UNTIL VDX > WS-VER-COUNT - 1
                   IF WS-VER-TABLA-ID (VDX) > WS-VER-TABLA-ID (VDX + 1)
                       OR (WS-VER-TABLA-ID (VDX) =
                           WS-VER-TABLA-ID (VDX + 1)
                           AND WS-VER-CLAVE (VDX) >
                               WS-VER-CLAVE (VDX + 1))
                       OR (WS-VER-TABLA-ID (VDX) =
                           WS-VER-TABLA-ID (VDX + 1)
                           AND WS-VER-CLAVE (VDX) =
                               WS-VER-CLAVE (VDX + 1)
                           AND WS-VER-VIGENCIA (VDX) >
                               WS-VER-VIGENCIA (VDX + 1))
                       MOVE WS-VER-ENTRY (VDX) TO WS-VER-TEMP
                       MOVE WS-VER-ENTRY (VDX + 1)
                           TO WS-VER-ENTRY (VDX)
                       MOVE WS-VER-TEMP TO WS-VER-ENTRY (VDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       GRABAR-TABLAS.
           OPEN OUTPUT SLANEW-FILE
           OPEN OUTPUT RATENEW-FILE
           OPEN OUTPUT RUTENEW-FILE
           PERFORM VARYING VDX FROM 1 BY 1 UNTIL VDX > WS-VER-COUNT
               IF NOT VER-RETIRADA (VDX)
                   EVALUATE WS-VER-TABLA-ID (VDX)
                       WHEN 'S'
                           MOVE SPACES TO SLALIMIT-RECORD
                           MOVE WS-VER-CLAVE (VDX) TO SLA-PROGRAMA
                           MOVE WS-VER-VALORES (VDX)
                               TO SLALIMIT-RECORD (21:8)
                           MOVE WS-VER-VIGENCIA (VDX) TO SLA-VIGENCIA
                           WRITE SLANEW-RECORD FROM SLALIMIT-RECORD
                       WHEN 'R'
                           MOVE SPACES TO RATECARD-RECORD
                           MOVE WS-VER-CLAVE (VDX) TO RC-PROGRAMA
                           MOVE WS-VER-VALORES (VDX)
                               TO RATECARD-RECORD (21:12)
                           MOVE WS-VER-VIGENCIA (VDX) TO RC-VIGENCIA
                           WRITE RATENEW-RECORD FROM RATECARD-RECORD
                       WHEN 'U'
                           MOVE SPACES TO RUTEO-RECORD
                           MOVE WS-VER-CLAVE (VDX) TO RU-REPORTE
                           MOVE WS-VER-VALORES (VDX)
                               TO RUTEO-RECORD (9:13)
                           MOVE WS-VER-VIGENCIA (VDX) TO RU-VIGENCIA
                           WRITE RUTENEW-RECORD FROM RUTEO-RECORD
                   END-EVALUATE
                   ADD 1 TO WS-VER-GRABADAS
               END-IF
           END-PERFORM
           CLOSE SLANEW-FILE
           CLOSE RATENEW-FILE
           CLOSE RUTENEW-FILE
           .

      *    LISTADO DE TODAS LAS VERSIONES CON SU SITUACION A
      *    LA FECHA DE PROCESO: VIGENTE, HISTORICA (YA
      *    REEMPLAZADA POR UNA POSTERIOR) O FUTURA.
       LISTAR-VERSIONES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERSIONES AL " WS-FECHA-HOY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-TABLA-ACTUAL
           PERFORM VARYING VDX FROM 1 BY 1 UNTIL VDX > WS-VER-COUNT
               IF NOT VER-RETIRADA (VDX)
                   IF WS-VER-TABLA-ID (VDX) NOT = WS-TABLA-ACTUAL
                       MOVE WS-VER-TABLA-ID (VDX) TO WS-TABLA-ACTUAL
                       PERFORM TITULO-TABLA
                   END-IF
                   PERFORM LISTAR-VERSION
               END-IF
           END-PERFORM
           .

       TITULO-TABLA.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-TABLA-ACTUAL
               WHEN 'S'
                   STRING "SLALIMIT  PROGRAMA             VIGENCIA"
                       "  SITUACION  MAX SEGUNDOS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 'R'
                   STRING "RATECARD  PROGRAMA             VIGENCIA"
                       "  SITUACION  POR SEG  POR MCOMP"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 'U'
                   STRING "RUTEO     REPORTE              VIGENCIA"
                       "  SITUACION  DEPARTAMENTO CLASE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM GRABAR-LINEA
           .

       LISTAR-VERSION.
           IF WS-VER-VIGENCIA (VDX) > WS-FECHA-HOY
               MOVE "FUTURA" TO WS-ESTADO-VERSION
           ELSE
               MOVE "VIGENTE" TO WS-ESTADO-VERSION
               MOVE VDX TO WS-VER-POS
               ADD 1 TO WS-VER-POS
               PERFORM UNTIL WS-VER-POS > WS-VER-COUNT
                   IF WS-VER-TABLA-ID (WS-VER-POS) =
                       WS-VER-TABLA-ID (VDX)
                       AND WS-VER-CLAVE (WS-VER-POS) =
                           WS-VER-CLAVE (VDX)
                       AND NOT VER-RETIRADA (WS-VER-POS)
                       AND WS-VER-VIGENCIA (WS-VER-POS)
                           NOT > WS-FECHA-HOY
                       MOVE "HISTORICA" TO WS-ESTADO-VERSION
                   END-IF
                   ADD 1 TO WS-VER-POS
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-VER-TABLA-ID (VDX)
               WHEN 'S'
                   MOVE WS-VER-VALORES (VDX) TO WS-VAL-SLA
                   MOVE WS-VSL-SEGUNDOS TO WS-SEG-DISP
                   STRING "          " WS-VER-CLAVE (VDX)
                       " " WS-VER-VIGENCIA (VDX)
                       "  " WS-ESTADO-VERSION " " WS-SEG-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 'R'
                   MOVE WS-VER-VALORES (VDX) TO WS-VAL-TARIFA
                   MOVE WS-VTA-SEG TO WS-TAR-DISP
                   MOVE WS-VTA-MCOMP TO WS-TAR-DISP-2
                   STRING "          " WS-VER-CLAVE (VDX)
                       " " WS-VER-VIGENCIA (VDX)
                       "  " WS-ESTADO-VERSION " " WS-TAR-DISP
                       "  " WS-TAR-DISP-2
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 'U'
                   STRING "          " WS-VER-CLAVE (VDX)
                       " " WS-VER-VIGENCIA (VDX)
                       "  " WS-ESTADO-VERSION " "
                       WS-VER-VALORES (VDX) (1:12)
                       " " WS-VER-VALORES (VDX) (13:1)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE
           PERFORM GRABAR-LINEA
           .

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACCIONES LEIDAS:   " WS-TRANS-LEIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERSIONES AGREGADAS:    " WS-ALTAS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERSIONES REEMPLAZADAS: " WS-REEMPLAZOS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERSIONES RETIRADAS:    " WS-RETIROS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADAS:             " WS-RECHAZADAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERSIONES EN TABLAS:    " WS-VER-LEIDAS
               " ANTES  " WS-VER-GRABADAS " DESPUES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO TABRPT-RECORD
           WRITE TABRPT-RECORD
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
               IF RP-PROGRAMA = "MANTTABLAS"
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
           MOVE "MANTTABLAS" TO AU-PROGRAM-NAME
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
