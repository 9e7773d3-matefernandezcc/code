       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConsultaMovimientos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVREQ-FILE ASSIGN TO "MOVREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVREQ-STATUS.
           SELECT NUMOUT-FILE ASSIGN TO "NUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMOUT-STATUS.
           SELECT NUMHIST-FILE ASSIGN TO "NUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMHIST-STATUS.
           SELECT MOVRES-FILE ASSIGN TO "MOVRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVRES-STATUS.
           SELECT MOVRPT-FILE ASSIGN TO "MOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MOVRPT-STATUS.
           SELECT BENCHLOG-FILE ASSIGN TO "BENCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHLOG-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    PEDIDOS DE CONSULTA CON LA FORMA DEL MULTIKEY:
      *    COLS 1-7 CLAVE (O CLAVE BAJA), COL 8 OPERACION
      *    (' '/'E' = CLAVE UNICA, 'R' = RANGO), COLS 9-15
      *    CLAVE ALTA DEL RANGO. CABECERA 'H' PRIMERO Y
      *    TRAILER 'T' (CUENTA Y HASH DE CLAVES) AL FINAL.
       FD  MOVREQ-FILE
           RECORDING MODE IS F.
       01  MOVREQ-RECORD           PIC X(19).
       01  MOVREQ-REC-CABECERA REDEFINES MOVREQ-RECORD.
           05  MOVREQ-CAB-TIPO     PIC X(1).
           05  MOVREQ-CAB-FECHA    PIC X(8).
           05  MOVREQ-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(2).
       01  MOVREQ-REC-TRAILER REDEFINES MOVREQ-RECORD.
           05  MOVREQ-TRL-TIPO     PIC X(1).
           05  MOVREQ-TRL-CUENTA   PIC 9(7).
           05  MOVREQ-TRL-HASH     PIC 9(11).
       01  MOVREQ-REC-DATO REDEFINES MOVREQ-RECORD.
           05  MOVREQ-CLAVE        PIC 9(7).
           05  MOVREQ-OPER         PIC X(1).
           05  MOVREQ-CLAVE-ALTA   PIC X(7).
           05  FILLER              PIC X(4).

      *    GENERACION VIGENTE DE MOVIMIENTOS, ORDENADA POR
      *    CLAVE, CON CABECERA 'H' Y TRAILER 'T'.
       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).

      *    GENERACIONES ANTERIORES CONCATENADAS, CADA UNA CON
      *    SU PROPIA CABECERA Y TRAILER.
       FD  NUMHIST-FILE
           RECORDING MODE IS F.
       01  NUMHIST-RECORD          PIC X(40).

      *    RESULTADO DE LA CONSULTA: UN REGISTRO POR
      *    MOVIMIENTO HALLADO, CON LA FECHA DE LA GENERACION
      *    DE DONDE SALIO. CABECERA 'H' (FECHA DE PROCESO Y
      *    ORIGEN DEL PEDIDO) Y TRAILER 'T' (CUENTA, HASH DE
      *    CLAVES E IMPORTE NETO CON SIGNO; LOS REVERSOS
      *    RESTAN).
       FD  MOVRES-FILE
           RECORDING MODE IS F.
       01  MOVRES-RECORD.
           05  MR-CLAVE            PIC 9(7).
           05  MR-FECHA-GEN        PIC X(8).
           05  MR-DESCRIPCION      PIC X(20).
           05  MR-IMPORTE          PIC 9(5)V99.
           05  MR-FECHA-MOVIM      PIC X(8).
           05  MR-TIPO-MOVIM       PIC X(1).
       01  MOVRES-REC-CABECERA REDEFINES MOVRES-RECORD.
           05  MR-CAB-TIPO         PIC X(1).
           05  MR-CAB-FECHA        PIC X(8).
           05  MR-CAB-ORIGEN       PIC X(8).
           05  FILLER              PIC X(34).
       01  MOVRES-REC-TRAILER REDEFINES MOVRES-RECORD.
           05  MR-TRL-TIPO         PIC X(1).
           05  MR-TRL-CUENTA       PIC 9(7).
           05  MR-TRL-HASH         PIC 9(11).
           05  MR-TRL-IMPORTE      PIC 9(9)V99.
           05  MR-TRL-SIGNO        PIC X(1).
           05  FILLER              PIC X(20).

       FD  MOVRPT-FILE
           RECORDING MODE IS F.
       01  MOVRPT-RECORD           PIC X(80).

       FD  BENCHLOG-FILE
           RECORDING MODE IS F.
           COPY BENCHLOG.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CTLTOT-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       WORKING-STORAGE SECTION.
       01  WS-MOVREQ-STATUS      PIC X(02) VALUE '00'.
       01  WS-NUMOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-NUMHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-MOVRES-STATUS      PIC X(02) VALUE '00'.
       01  WS-MOVRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-BENCHLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-MOVREQ-EOF         PIC X VALUE 'N'.
           88  MOVREQ-AT-EOF     VALUE 'Y'.
       01  WS-NUMOUT-EOF         PIC X VALUE 'N'.
           88  NUMOUT-AT-EOF     VALUE 'Y'.
       01  WS-NUMHIST-EOF        PIC X VALUE 'N'.
           88  NUMHIST-AT-EOF    VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-MOVREQ-TRAILER     PIC X VALUE 'N'.
           88  MOVREQ-TRAILER-VISTO VALUE 'Y'.

      *    REGISTRO DE GENERACION EN CURSO DE CARGA, SEA DEL
      *    NUMOUT O DEL NUMHIST.
       01  WS-NUM-REGISTRO       PIC X(40).
       01  WS-NUM-CABECERA REDEFINES WS-NUM-REGISTRO.
           05  WS-NUM-CAB-TIPO     PIC X(1).
           05  WS-NUM-CAB-FECHA    PIC X(8).
           05  WS-NUM-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(23).
       01  WS-NUM-TRAILER REDEFINES WS-NUM-REGISTRO.
           05  WS-NUM-TRL-TIPO     PIC X(1).
           05  WS-NUM-TRL-CUENTA   PIC 9(7).
           05  WS-NUM-TRL-HASH     PIC 9(11).
           05  FILLER              PIC X(21).
       01  WS-NUM-DATO REDEFINES WS-NUM-REGISTRO.
           05  WS-NUM-PIC          PIC 9(4).
           05  WS-NUM-DESCRIPCION  PIC X(20).
           05  WS-NUM-IMPORTE      PIC 9(5)V99.
           05  WS-NUM-FECHA-MOVIM  PIC X(8).
           05  WS-NUM-TIPO-MOVIM   PIC X(1).
       01  WS-NUM-ARCHIVO        PIC X(8).

      *    GENERACIONES CARGADAS: LA 1 ES LA VIGENTE Y LAS
      *    SIGUIENTES LAS ANTERIORES EN EL ORDEN DEL NUMHIST.
      *    CADA UNA OCUPA UN TRAMO ORDENADO DE LA TABLA DE
      *    MOVIMIENTOS, Y LA BUSQUEDA BINARIA SE HACE POR
      *    TRAMO.
       01  WS-GENERACIONES.
           05  WS-GEN-COUNT        PIC 9(2) VALUE 0.
           05  WS-GEN-ENTRY OCCURS 10 TIMES.
               10  WS-GEN-FECHA        PIC X(8).
               10  WS-GEN-DESDE        PIC 9(7).
               10  WS-GEN-HASTA        PIC 9(7).
               10  WS-GEN-CERRADA      PIC X(1).
       01  GDX                   PIC 9(2).

       01  WS-MOVIMIENTOS.
           05  WS-MOV-COUNT        PIC 9(7) VALUE 0.
           05  WS-MOV-ENTRY OCCURS 200000 TIMES.
               10  WS-MOV-CLAVE        PIC 9(7).
               10  WS-MOV-DESCRIPCION  PIC X(20).
               10  WS-MOV-IMPORTE      PIC 9(5)V99.
               10  WS-MOV-FECHA-MOVIM  PIC X(8).
               10  WS-MOV-TIPO-MOVIM   PIC X(1).
       01  MDX                   PIC 9(7).

      *    MOVIMIENTOS HALLADOS PARA EL PEDIDO EN CURSO, EN
      *    ORDEN DE CLAVE; DENTRO DE UNA CLAVE PRIMERO LA
      *    GENERACION VIGENTE Y LUEGO LAS ANTERIORES.
       01  WS-HALLADOS.
           05  WS-HAL-COUNT        PIC 9(4) VALUE 0.
           05  WS-HAL-ENTRY OCCURS 5000 TIMES.
               10  WS-HAL-CLAVE        PIC 9(7).
               10  WS-HAL-GEN          PIC 9(2).
               10  WS-HAL-MOV          PIC 9(7).
       01  HDX                   PIC 9(4).
       01  HJX                   PIC 9(4).
       01  WS-HAL-LLENA          PIC X VALUE 'N'.

       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-GEN-CUENTA         PIC 9(7) VALUE 0.
       01  WS-GEN-HASH           PIC 9(11) VALUE 0.
       01  WS-CLAVE-ANTERIOR     PIC 9(7) VALUE 0.
       01  WS-REQ-ORIGEN         PIC X(8) VALUE SPACES.

       01  WS-RANGO-BAJA         PIC 9(7).
       01  WS-RANGO-ALTA         PIC 9(7).
       01  WS-BAJO               PIC 9(7).
       01  WS-ALTO               PIC 9(7).
       01  WS-MEDIO              PIC 9(7).
       01  WS-PRIMERO            PIC 9(7).
       01  WS-COMPARE-COUNT      PIC 9(9) COMP VALUE 0.

       01  WS-CON-HISTORIA       PIC X VALUE 'N'.
           88  BUSCAR-HISTORIA   VALUE 'S'.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-HIST          PIC X(08) VALUE SPACES.

       01  WS-PEDIDOS            PIC 9(7) VALUE 0.
       01  WS-PEDIDOS-SIN-MOV    PIC 9(7) VALUE 0.
       01  WS-PEDIDOS-INVALIDOS  PIC 9(7) VALUE 0.
       01  WS-RES-CUENTA         PIC 9(7) VALUE 0.
       01  WS-RES-HASH           PIC 9(11) VALUE 0.
       01  WS-RES-IMPORTE        PIC S9(11)V99 VALUE 0.
       01  WS-SUB-CLAVE          PIC 9(7).
       01  WS-SUB-CUENTA         PIC 9(5).
       01  WS-SUB-IMPORTE        PIC S9(9)V99.
       01  WS-PED-CUENTA         PIC 9(5).

       01  WS-IMP-DISP           PIC -(7)9.99.
       01  WS-SUB-DISP           PIC -(9)9.99.
       01  WS-TOT-DISP           PIC -(11)9.99.
       01  WS-REPORT-LINE        PIC X(80).

       01  WS-START-STAMP        PIC X(21).
       01  WS-END-STAMP          PIC X(21).
       01  WS-START-SECONDS      PIC 9(5)V99.
       01  WS-END-SECONDS        PIC 9(5)V99.
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
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
           PERFORM CARGAR-FECHA-PROCESO
               THRU CARGAR-FECHA-PROCESO-FIN
           PERFORM START-BENCHMARK
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,HISTORIA. 'HIST' AGREGA A LA
      *    CONSULTA LAS GENERACIONES ANTERIORES DEL NUMHIST.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-HIST
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-HIST = "HIST"
                   MOVE 'S' TO WS-CON-HISTORIA
               END-IF
           END-IF
           PERFORM VALIDAR-PEDIDOS
           PERFORM CARGAR-VIGENTE
           IF BUSCAR-HISTORIA
               PERFORM CARGAR-HISTORIA
           END-IF
           DISPLAY "GENERACIONES CARGADAS: " WS-GEN-COUNT
               "  MOVIMIENTOS: " WS-MOV-COUNT
           PERFORM ATENDER-PEDIDOS
           PERFORM STOP-BENCHMARK
           DISPLAY "PEDIDOS:              " WS-PEDIDOS
           DISPLAY "PEDIDOS SIN MOVIM.:   " WS-PEDIDOS-SIN-MOV
           DISPLAY "PEDIDOS RECHAZADOS:   " WS-PEDIDOS-INVALIDOS
           DISPLAY "MOVIMIENTOS DEVUELTOS:" WS-RES-CUENTA
           IF WS-PEDIDOS-INVALIDOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "PED=" WS-PEDIDOS
               " MOV=" WS-RES-CUENTA
               " GEN=" WS-GEN-COUNT
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    PRIMERA PASADA DEL ARCHIVO DE PEDIDOS: CABECERA,
      *    TRAILER (CUENTA Y HASH) Y RECIEN DESPUES SE ATIENDE.
       VALIDAR-PEDIDOS.
           OPEN INPUT MOVREQ-FILE
           IF WS-MOVREQ-STATUS NOT = "00"
               DISPLAY "MOVREQ NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MOVREQ NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ MOVREQ-FILE
               AT END MOVE 'Y' TO WS-MOVREQ-EOF
           END-READ
           IF MOVREQ-AT-EOF OR MOVREQ-CAB-TIPO NOT = 'H'
               DISPLAY "MOVREQ SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MOVREQ SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE MOVREQ-CAB-ORIGEN TO WS-REQ-ORIGEN
           READ MOVREQ-FILE
               AT END MOVE 'Y' TO WS-MOVREQ-EOF
           END-READ
           PERFORM UNTIL MOVREQ-AT-EOF OR MOVREQ-TRAILER-VISTO
               IF MOVREQ-CAB-TIPO = 'T'
                   MOVE 'Y' TO WS-MOVREQ-TRAILER
                   IF MOVREQ-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR MOVREQ-TRL-HASH NOT = WS-CTL-HASH
                       DISPLAY "MOVREQ DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " MOVREQ-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "MOVREQ DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-CUENTA
                   IF MOVREQ-RECORD (1:7) IS NUMERIC
                       COMPUTE WS-CTL-HASH = FUNCTION MOD
                           (WS-CTL-HASH + MOVREQ-CLAVE,
                           100000000000)
                   END-IF
               END-IF
               READ MOVREQ-FILE
                   AT END MOVE 'Y' TO WS-MOVREQ-EOF
               END-READ
           END-PERFORM
           CLOSE MOVREQ-FILE
           IF NOT MOVREQ-TRAILER-VISTO
               DISPLAY "MOVREQ SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MOVREQ SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

      *    LA GENERACION VIGENTE ES OBLIGATORIA.
       CARGAR-VIGENTE.
           MOVE "NUMOUT" TO WS-NUM-ARCHIVO
           MOVE 'N' TO WS-NUMOUT-EOF
           OPEN INPUT NUMOUT-FILE
           IF WS-NUMOUT-STATUS NOT = "00"
               DISPLAY "NUMOUT NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           PERFORM UNTIL NUMOUT-AT-EOF
               MOVE NUMOUT-RECORD TO WS-NUM-REGISTRO
               PERFORM CARGAR-REGISTRO
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMOUT-FILE
           PERFORM VERIFICAR-CIERRE
           .

      *    LAS GENERACIONES ANTERIORES SON OPCIONALES: SIN
      *    NUMHIST SE CONSULTA SOLO LA VIGENTE.
       CARGAR-HISTORIA.
           MOVE "NUMHIST" TO WS-NUM-ARCHIVO
           MOVE 'N' TO WS-NUMHIST-EOF
           OPEN INPUT NUMHIST-FILE
           IF WS-NUMHIST-STATUS NOT = "00"
               DISPLAY "NUMHIST NO DISPONIBLE - "
                   "SOLO GENERACION VIGENTE"
           ELSE
               READ NUMHIST-FILE
                   AT END MOVE 'Y' TO WS-NUMHIST-EOF
               END-READ
               PERFORM UNTIL NUMHIST-AT-EOF
                   MOVE NUMHIST-RECORD TO WS-NUM-REGISTRO
                   PERFORM CARGAR-REGISTRO
                   READ NUMHIST-FILE
                       AT END MOVE 'Y' TO WS-NUMHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE NUMHIST-FILE
               PERFORM VERIFICAR-CIERRE
           END-IF
           .

      *    CADA CABECERA ABRE UN TRAMO NUEVO; CADA TRAILER LO
      *    CIERRA CONTRA LA CUENTA Y EL HASH CARGADOS. UNA
      *    GENERACION FUERA DE ORDEN NO SE PUEDE BUSCAR POR
      *    BISECCION Y CORTA LA CORRIDA.
       CARGAR-REGISTRO.
           EVALUATE TRUE
               WHEN WS-NUM-CAB-TIPO = 'H'
                   IF WS-GEN-COUNT = 10
                       DISPLAY "MAS DE 10 GENERACIONES - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "DEMASIADAS GENERACIONES" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF WS-GEN-COUNT > 0
                       PERFORM VERIFICAR-CIERRE
                   END-IF
                   ADD 1 TO WS-GEN-COUNT
                   MOVE WS-NUM-CAB-FECHA TO WS-GEN-FECHA (WS-GEN-COUNT)
                   COMPUTE WS-GEN-DESDE (WS-GEN-COUNT) =
                       WS-MOV-COUNT + 1
                   MOVE WS-MOV-COUNT TO WS-GEN-HASTA (WS-GEN-COUNT)
                   MOVE 'N' TO WS-GEN-CERRADA (WS-GEN-COUNT)
                   MOVE 0 TO WS-GEN-CUENTA
                   MOVE 0 TO WS-GEN-HASH
               WHEN WS-NUM-TRL-TIPO = 'T'
                   IF WS-GEN-COUNT = 0
                       OR WS-GEN-CERRADA (WS-GEN-COUNT) = 'S'
                       DISPLAY WS-NUM-ARCHIVO
                           " TRAILER SIN CABECERA - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING WS-NUM-ARCHIVO " SIN CABECERA"
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF WS-NUM-TRL-CUENTA NOT = WS-GEN-CUENTA
                       OR WS-NUM-TRL-HASH NOT = WS-GEN-HASH
                       DISPLAY WS-NUM-ARCHIVO " GENERACION "
                           WS-GEN-FECHA (WS-GEN-COUNT)
                           " DESCUADRADA - ABORTADO"
                       DISPLAY "  ESPERADO " WS-NUM-TRL-CUENTA
                           " LEIDO " WS-GEN-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING WS-NUM-ARCHIVO " DESCUADRADO "
                           WS-GEN-FECHA (WS-GEN-COUNT)
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   MOVE 'S' TO WS-GEN-CERRADA (WS-GEN-COUNT)
               WHEN WS-NUM-REGISTRO (1:4) IS NUMERIC
                   IF WS-GEN-COUNT = 0
                       OR WS-GEN-CERRADA (WS-GEN-COUNT) = 'S'
                       DISPLAY WS-NUM-ARCHIVO
                           " SIN CABECERA DE CONTROL - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING WS-NUM-ARCHIVO " SIN CABECERA"
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF WS-GEN-CUENTA > 0
                       AND WS-NUM-PIC < WS-CLAVE-ANTERIOR
                       DISPLAY WS-NUM-ARCHIVO " GENERACION "
                           WS-GEN-FECHA (WS-GEN-COUNT)
                           " FUERA DE ORDEN - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING WS-NUM-ARCHIVO " FUERA DE ORDEN"
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF WS-MOV-COUNT = 200000
                       DISPLAY "TABLA DE MOVIMIENTOS LLENA - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "TABLA DE MOVIMIENTOS LLENA" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   MOVE WS-NUM-PIC TO WS-CLAVE-ANTERIOR
                   ADD 1 TO WS-GEN-CUENTA
                   COMPUTE WS-GEN-HASH = FUNCTION MOD
                       (WS-GEN-HASH + WS-NUM-PIC, 100000000000)
                   ADD 1 TO WS-MOV-COUNT
                   MOVE WS-NUM-PIC TO WS-MOV-CLAVE (WS-MOV-COUNT)
                   MOVE WS-NUM-DESCRIPCION
                       TO WS-MOV-DESCRIPCION (WS-MOV-COUNT)
                   MOVE WS-NUM-IMPORTE TO WS-MOV-IMPORTE (WS-MOV-COUNT)
                   MOVE WS-NUM-FECHA-MOVIM
                       TO WS-MOV-FECHA-MOVIM (WS-MOV-COUNT)
                   MOVE WS-NUM-TIPO-MOVIM
                       TO WS-MOV-TIPO-MOVIM (WS-MOV-COUNT)
                   MOVE WS-MOV-COUNT TO WS-GEN-HASTA (WS-GEN-COUNT)
           END-EVALUATE
           .

      *    LA ULTIMA GENERACION ABIERTA DEBE HABER CERRADO CON
      *    SU TRAILER ANTES DE LA CABECERA SIGUIENTE O DEL FIN
      *    DEL ARCHIVO.
       VERIFICAR-CIERRE.
           IF WS-GEN-COUNT = 0
               DISPLAY WS-NUM-ARCHIVO
                   " SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING WS-NUM-ARCHIVO " SIN CABECERA"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           IF WS-GEN-CERRADA (WS-GEN-COUNT) NOT = 'S'
               DISPLAY WS-NUM-ARCHIVO
                   " SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING WS-NUM-ARCHIVO " SIN TRAILER"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

       ATENDER-PEDIDOS.
           OPEN INPUT MOVREQ-FILE
           OPEN OUTPUT MOVRES-FILE
           OPEN OUTPUT MOVRPT-FILE
           MOVE SPACES TO MOVRES-RECORD
           MOVE 'H' TO MR-CAB-TIPO
           MOVE WS-FECHA-HOY TO MR-CAB-FECHA
           MOVE WS-REQ-ORIGEN TO MR-CAB-ORIGEN
           WRITE MOVRES-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONSULTA DE MOVIMIENTOS - FECHA " WS-FECHA-HOY
               " ORIGEN " WS-REQ-ORIGEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING GDX FROM 1 BY 1 UNTIL GDX > WS-GEN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               COMPUTE WS-PED-CUENTA =
                   WS-GEN-HASTA (GDX) - WS-GEN-DESDE (GDX) + 1
               STRING "GENERACION " WS-GEN-FECHA (GDX)
                   "  MOVIMIENTOS " WS-PED-CUENTA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVE   GENERAC. DESCRIPCION               IMPORTE"
               " FECHA MOV T"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE 'N' TO WS-MOVREQ-EOF
           READ MOVREQ-FILE
               AT END MOVE 'Y' TO WS-MOVREQ-EOF
           END-READ
           PERFORM UNTIL MOVREQ-AT-EOF
               IF MOVREQ-CAB-TIPO = 'T'
                   MOVE 'Y' TO WS-MOVREQ-EOF
               ELSE
                   IF MOVREQ-CAB-TIPO NOT = 'H'
                       ADD 1 TO WS-PEDIDOS
                       PERFORM ATENDER-PEDIDO THRU ATENDER-PEDIDO-FIN
                   END-IF
                   READ MOVREQ-FILE
                       AT END MOVE 'Y' TO WS-MOVREQ-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE MOVREQ-FILE
           MOVE SPACES TO MOVRES-RECORD
           MOVE 'T' TO MR-TRL-TIPO
           MOVE WS-RES-CUENTA TO MR-TRL-CUENTA
           MOVE WS-RES-HASH TO MR-TRL-HASH
           IF WS-RES-IMPORTE < 0
               COMPUTE MR-TRL-IMPORTE = 0 - WS-RES-IMPORTE
               MOVE '-' TO MR-TRL-SIGNO
           ELSE
               MOVE WS-RES-IMPORTE TO MR-TRL-IMPORTE
               MOVE '+' TO MR-TRL-SIGNO
           END-IF
           WRITE MOVRES-RECORD
           CLOSE MOVRES-FILE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PEDIDOS: " WS-PEDIDOS
               "  SIN MOVIMIENTOS: " WS-PEDIDOS-SIN-MOV
               "  RECHAZADOS: " WS-PEDIDOS-INVALIDOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RES-IMPORTE TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MOVIMIENTOS DEVUELTOS: " WS-RES-CUENTA
               "  IMPORTE NETO: " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           CLOSE MOVRPT-FILE
           .

      *    UN PEDIDO: VALIDA LOS LIMITES, JUNTA LO HALLADO EN
      *    CADA GENERACION Y LO LISTA CON SUBTOTAL POR CLAVE.
       ATENDER-PEDIDO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF MOVREQ-RECORD (1:7) IS NOT NUMERIC
               ADD 1 TO WS-PEDIDOS-INVALIDOS
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PEDIDO " MOVREQ-RECORD (1:7)
                   " RECHAZADO - CLAVE INVALIDA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO ATENDER-PEDIDO-FIN
           END-IF
           MOVE MOVREQ-CLAVE TO WS-RANGO-BAJA
           MOVE MOVREQ-CLAVE TO WS-RANGO-ALTA
           IF MOVREQ-OPER = 'R'
               IF MOVREQ-CLAVE-ALTA IS NOT NUMERIC
                   ADD 1 TO WS-PEDIDOS-INVALIDOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RANGO " WS-RANGO-BAJA
                       " RECHAZADO - CLAVE ALTA INVALIDA"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
                   GO TO ATENDER-PEDIDO-FIN
               END-IF
               MOVE MOVREQ-CLAVE-ALTA TO WS-RANGO-ALTA
               IF WS-RANGO-ALTA < WS-RANGO-BAJA
                   ADD 1 TO WS-PEDIDOS-INVALIDOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RANGO " WS-RANGO-BAJA " - " WS-RANGO-ALTA
                       " RECHAZADO - LIMITES INVERTIDOS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
                   GO TO ATENDER-PEDIDO-FIN
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PEDIDO RANGO " WS-RANGO-BAJA " - " WS-RANGO-ALTA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PEDIDO CLAVE " WS-RANGO-BAJA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           MOVE 0 TO WS-HAL-COUNT
           MOVE 'N' TO WS-HAL-LLENA
           PERFORM VARYING GDX FROM 1 BY 1 UNTIL GDX > WS-GEN-COUNT
               PERFORM BUSCAR-EN-GENERACION
           END-PERFORM
           IF WS-HAL-COUNT = 0
               ADD 1 TO WS-PEDIDOS-SIN-MOV
               MOVE SPACES TO WS-REPORT-LINE
               STRING "        SIN MOVIMIENTOS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO ATENDER-PEDIDO-FIN
           END-IF
           MOVE WS-HAL-CLAVE (1) TO WS-SUB-CLAVE
           MOVE 0 TO WS-SUB-CUENTA
           MOVE 0 TO WS-SUB-IMPORTE
           PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HAL-COUNT
               IF WS-HAL-CLAVE (HDX) NOT = WS-SUB-CLAVE
                   PERFORM IMPRIMIR-SUBTOTAL
                   MOVE WS-HAL-CLAVE (HDX) TO WS-SUB-CLAVE
                   MOVE 0 TO WS-SUB-CUENTA
                   MOVE 0 TO WS-SUB-IMPORTE
               END-IF
               PERFORM DEVOLVER-MOVIMIENTO
           END-PERFORM
           PERFORM IMPRIMIR-SUBTOTAL
           IF WS-HAL-LLENA = 'S'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "        *** PEDIDO TRUNCADO A 5000 MOVIMIENTOS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF.
       ATENDER-PEDIDO-FIN.
           EXIT.

      *    BUSQUEDA BINARIA DEL PRIMER MOVIMIENTO DEL TRAMO CON
      *    CLAVE >= CLAVE BAJA; DE AHI SE AVANZA MIENTRAS LA
      *    CLAVE NO SUPERE LA CLAVE ALTA.
       BUSCAR-EN-GENERACION.
           MOVE WS-GEN-DESDE (GDX) TO WS-BAJO
           COMPUTE WS-ALTO = WS-GEN-HASTA (GDX) + 1
           PERFORM UNTIL WS-BAJO >= WS-ALTO
               COMPUTE WS-MEDIO = (WS-BAJO + WS-ALTO) / 2
               ADD 1 TO WS-COMPARE-COUNT
               IF WS-MOV-CLAVE (WS-MEDIO) < WS-RANGO-BAJA
                   COMPUTE WS-BAJO = WS-MEDIO + 1
               ELSE
                   MOVE WS-MEDIO TO WS-ALTO
               END-IF
           END-PERFORM
           MOVE WS-BAJO TO WS-PRIMERO
           PERFORM VARYING MDX FROM WS-PRIMERO BY 1
                   UNTIL MDX > WS-GEN-HASTA (GDX)
                   OR WS-MOV-CLAVE (MDX) > WS-RANGO-ALTA
               ADD 1 TO WS-COMPARE-COUNT
               PERFORM GUARDAR-HALLADO
           END-PERFORM
           .

      *    INSERCION ORDENADA POR CLAVE. COMO LAS GENERACIONES
      *    SE RECORREN EN ORDEN, A IGUAL CLAVE QUEDA PRIMERO
      *    LA MAS RECIENTE.
       GUARDAR-HALLADO.
           IF WS-HAL-COUNT = 5000
               MOVE 'S' TO WS-HAL-LLENA
           ELSE
               MOVE WS-HAL-COUNT TO HJX
               PERFORM UNTIL HJX = 0
                   OR WS-HAL-CLAVE (HJX) <= WS-MOV-CLAVE (MDX)
                   MOVE WS-HAL-ENTRY (HJX) TO WS-HAL-ENTRY (HJX + 1)
                   SUBTRACT 1 FROM HJX
               END-PERFORM
               ADD 1 TO HJX
               MOVE WS-MOV-CLAVE (MDX) TO WS-HAL-CLAVE (HJX)
               MOVE GDX TO WS-HAL-GEN (HJX)
               MOVE MDX TO WS-HAL-MOV (HJX)
               ADD 1 TO WS-HAL-COUNT
           END-IF
           .

       DEVOLVER-MOVIMIENTO.
           MOVE WS-HAL-MOV (HDX) TO MDX
           MOVE WS-HAL-GEN (HDX) TO GDX
           MOVE WS-MOV-CLAVE (MDX) TO MR-CLAVE
           MOVE WS-GEN-FECHA (GDX) TO MR-FECHA-GEN
           MOVE WS-MOV-DESCRIPCION (MDX) TO MR-DESCRIPCION
           MOVE WS-MOV-IMPORTE (MDX) TO MR-IMPORTE
           MOVE WS-MOV-FECHA-MOVIM (MDX) TO MR-FECHA-MOVIM
           MOVE WS-MOV-TIPO-MOVIM (MDX) TO MR-TIPO-MOVIM
           WRITE MOVRES-RECORD
           ADD 1 TO WS-RES-CUENTA
           COMPUTE WS-RES-HASH = FUNCTION MOD
               (WS-RES-HASH + WS-MOV-CLAVE (MDX), 100000000000)
           ADD 1 TO WS-SUB-CUENTA
           IF WS-MOV-TIPO-MOVIM (MDX) = 'R'
               SUBTRACT WS-MOV-IMPORTE (MDX) FROM WS-RES-IMPORTE
               SUBTRACT WS-MOV-IMPORTE (MDX) FROM WS-SUB-IMPORTE
               COMPUTE WS-IMP-DISP = 0 - WS-MOV-IMPORTE (MDX)
           ELSE
               ADD WS-MOV-IMPORTE (MDX) TO WS-RES-IMPORTE
               ADD WS-MOV-IMPORTE (MDX) TO WS-SUB-IMPORTE
               MOVE WS-MOV-IMPORTE (MDX) TO WS-IMP-DISP
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-MOV-CLAVE (MDX)
               " " WS-GEN-FECHA (GDX)
               " " WS-MOV-DESCRIPCION (MDX)
               " " WS-IMP-DISP
               " " WS-MOV-FECHA-MOVIM (MDX)
               "  " WS-MOV-TIPO-MOVIM (MDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       IMPRIMIR-SUBTOTAL.
           MOVE WS-SUB-IMPORTE TO WS-SUB-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "        SUBTOTAL CLAVE " WS-SUB-CLAVE
               "  MOVIMIENTOS " WS-SUB-CUENTA
               "  NETO " WS-SUB-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO MOVRPT-RECORD
           WRITE MOVRPT-RECORD
           .

       START-BENCHMARK.
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP
           IF WS-FECHA-PROCESO NOT = SPACES
               MOVE WS-FECHA-PROCESO TO WS-START-STAMP (1:8)
           END-IF
           MOVE WS-START-STAMP (1:8) TO WS-FECHA-HOY
           MOVE WS-START-STAMP (9:8) TO WS-HORA-HOY
           COMPUTE WS-START-SECONDS =
               FUNCTION NUMVAL(WS-START-STAMP (9:2)) * 3600 +
               FUNCTION NUMVAL(WS-START-STAMP (11:2)) * 60 +
               FUNCTION NUMVAL(WS-START-STAMP (13:2)) +
               FUNCTION NUMVAL(WS-START-STAMP (15:2)) / 100
           MOVE SPACES TO WS-RUN-ID
           MOVE WS-START-STAMP (1:16) TO WS-RUN-ID (1:16)
           MOVE "CMOV" TO WS-RUN-ID (17:4)
           .

      *    TAMANIO DE TABLA = MOVIMIENTOS CARGADOS DE TODAS LAS
      *    GENERACIONES; COMPARACIONES = SONDEOS DE LA
      *    BISECCION MAS LOS MOVIMIENTOS RECORRIDOS.
       STOP-BENCHMARK.
           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           COMPUTE WS-END-SECONDS =
               FUNCTION NUMVAL(WS-END-STAMP (9:2)) * 3600 +
               FUNCTION NUMVAL(WS-END-STAMP (11:2)) * 60 +
               FUNCTION NUMVAL(WS-END-STAMP (13:2)) +
               FUNCTION NUMVAL(WS-END-STAMP (15:2)) / 100
           OPEN EXTEND BENCHLOG-FILE
           IF WS-BENCHLOG-STATUS = "35"
               OPEN OUTPUT BENCHLOG-FILE
           END-IF
           MOVE "CONSULTAMOVIMIENTOS" TO BM-PROGRAM-NAME
           MOVE "BINARY-SEARCH" TO BM-ALGORITHM
           MOVE WS-MOV-COUNT TO BM-TABLE-SIZE
           MOVE WS-START-STAMP (1:8) TO BM-RUN-DATE
           MOVE WS-START-STAMP (9:8) TO BM-START-TIME
           MOVE WS-END-STAMP (9:8) TO BM-END-TIME
           IF WS-END-SECONDS < WS-START-SECONDS
               COMPUTE BM-ELAPSED-SECONDS =
                   WS-END-SECONDS + 86400 - WS-START-SECONDS
           ELSE
               COMPUTE BM-ELAPSED-SECONDS =
                   WS-END-SECONDS - WS-START-SECONDS
           END-IF
           MOVE WS-COMPARE-COUNT TO BM-COMPARE-COUNT
           MOVE ZERO TO BM-SWAP-COUNT
           MOVE WS-RUN-ID TO BM-RUN-ID
           WRITE BM-LOG-RECORD
           CLOSE BENCHLOG-FILE
           .

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
      *    RP-MODO 'HISTORIA' PARA CONSULTAR SIEMPRE TAMBIEN
      *    LAS GENERACIONES ANTERIORES; EL PARM SOBREESCRIBE.
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
               IF RP-PROGRAMA = "CONSULTAMOVIMIENTOS"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-MODO = "HISTORIA"
                       MOVE 'S' TO WS-CON-HISTORIA
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
           MOVE "CONSULTAMOVIMIENTOS" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = PEDIDOS, GRABADOS =
      *    MOVIMIENTOS DEVUELTOS EN EL ARCHIVO DE RESULTADO.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "CONSULTAMOVIMIENTOS" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-PEDIDOS TO CT-RECORDS-READ
           MOVE WS-RES-CUENTA TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
