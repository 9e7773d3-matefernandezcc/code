       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterfazContable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMOUT-FILE ASSIGN TO "NUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMOUT-STATUS.
           SELECT CTAMAP-FILE ASSIGN TO "CTAMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTAMAP-STATUS.
           SELECT GLPOST-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLPOST-STATUS.
           SELECT GLRPT-FILE ASSIGN TO "GLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLRPT-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
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
      *    GENERACION ORDENADA DE MOVIMIENTOS CON CABECERA 'H'
      *    (FECHA DE NEGOCIO Y ORIGEN) Y TRAILER 'T' (CUENTA,
      *    HASH DE CLAVES E IMPORTE NETO CON SIGNO). LOS
      *    REVERSOS RESTAN.
       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).
       01  NUMOUT-REC-CABECERA REDEFINES NUMOUT-RECORD.
           05  NUMOUT-CAB-TIPO     PIC X(1).
           05  NUMOUT-CAB-FECHA    PIC X(8).
           05  NUMOUT-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(23).
       01  NUMOUT-REC-TRAILER REDEFINES NUMOUT-RECORD.
           05  NUMOUT-TRL-TIPO     PIC X(1).
           05  NUMOUT-TRL-CUENTA   PIC 9(7).
           05  NUMOUT-TRL-HASH     PIC 9(11).
           05  NUMOUT-TRL-IMPORTE  PIC 9(9)V99.
           05  NUMOUT-TRL-SIGNO    PIC X(1).
           05  FILLER              PIC X(9).
       01  NUMOUT-REC-DATO REDEFINES NUMOUT-RECORD.
           05  NUM-PIC             PIC 9(4).
           05  NUM-DESCRIPCION     PIC X(20).
           05  NUM-IMPORTE         PIC 9(5)V99.
           05  NUM-FECHA-MOVIM     PIC X(8).
           05  NUM-TIPO-MOVIM      PIC X(1).

       FD  CTAMAP-FILE
           RECORDING MODE IS F.
           COPY CTAMAP.

       FD  GLPOST-FILE
           RECORDING MODE IS F.
           COPY GLPOST.

       FD  GLRPT-FILE
           RECORDING MODE IS F.
       01  GLRPT-RECORD            PIC X(80).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CTLTOT-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

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
       01  WS-NUMOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-CTAMAP-STATUS      PIC X(02) VALUE '00'.
       01  WS-GLPOST-STATUS      PIC X(02) VALUE '00'.
       01  WS-GLRPT-STATUS       PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMOUT-EOF         PIC X VALUE 'N'.
           88  NUMOUT-AT-EOF     VALUE 'Y'.
       01  WS-CTAMAP-EOF         PIC X VALUE 'N'.
           88  CTAMAP-AT-EOF     VALUE 'Y'.
       01  WS-BCHREG-EOF         PIC X VALUE 'N'.
           88  BCHREG-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-NUMOUT-TRAILER     PIC X VALUE 'N'.
           88  NUMOUT-TRAILER-VISTO VALUE 'Y'.

      *    MAPA DE CUENTAS POR RANGO DE CLAVES, MAS EL PAR DE
      *    CUENTAS DE SUSPENSO PARA LAS CLAVES SIN RANGO.
       01  WS-MAP-COUNT          PIC 9(3) VALUE 0.
       01  WS-MAPA.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  WS-MAP-DESDE        PIC 9(4).
               10  WS-MAP-HASTA        PIC 9(4).
               10  WS-MAP-CUENTA       PIC X(12).
               10  WS-MAP-CONTRA       PIC X(12).
               10  WS-MAP-DESCRIPCION  PIC X(20).
       01  MDX                   PIC 9(3).
       01  MJX                   PIC 9(3).
       01  WS-MAP-POS            PIC 9(3).
       01  WS-SUS-DEFINIDO       PIC X VALUE 'N'.
       01  WS-SUS-CUENTA         PIC X(12) VALUE SPACES.
       01  WS-SUS-CONTRA         PIC X(12) VALUE SPACES.
      *    EL SUSPENSO SE ACUMULA CON ESTE NUMERO DE MAPA
      *    PARA QUE SUS ASIENTOS SALGAN ULTIMOS EN CADA FECHA.
       01  WS-MAPA-SUSPENSO      PIC 9(3) VALUE 999.
       01  WS-MAPA-ERROR         PIC X(40) VALUE SPACES.

      *    ASIENTOS: UNO POR FECHA DE MOVIMIENTO Y CUENTA DEL
      *    MAPA, CON EL NETO CON SIGNO Y LOS MOVIMIENTOS.
       01  WS-AS-COUNT           PIC 9(4) VALUE 0.
       01  WS-ASIENTOS.
           05  WS-AS-ENTRY OCCURS 3000 TIMES.
               10  WS-AS-FECHA         PIC X(8).
               10  WS-AS-MAPA          PIC 9(3).
               10  WS-AS-NETO          PIC S9(11)V99.
               10  WS-AS-MOVIM         PIC 9(7).
       01  WS-AS-TEMP            PIC X(31).
       01  ADX                   PIC 9(4).
       01  AJX                   PIC 9(4).
       01  WS-AS-POS             PIC 9(4).

      *    CLAVES SIN CUENTA EN EL MAPA (CLAVE + 1 ES EL
      *    SUBINDICE), PARA EL LISTADO DE FINANZAS.
       01  WS-SIN-MAPA.
           05  WS-SMP-ENTRY OCCURS 10000 TIMES.
               10  WS-SMP-MOVIM        PIC 9(5).
               10  WS-SMP-NETO         PIC S9(9)V99.
       01  KX                    PIC 9(5).

       01  WS-CAB-FECHA          PIC X(8) VALUE SPACES.
       01  WS-CAB-ORIGEN         PIC X(8) VALUE SPACES.
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-CTL-IMPORTE        PIC S9(11)V99 VALUE 0.
       01  WS-TRL-IMPORTE        PIC S9(11)V99 VALUE 0.
       01  WS-IMPORTE-NETO       PIC S9(5)V99.

       01  WS-MOV-MAPEADOS       PIC 9(7) VALUE 0.
       01  WS-MOV-SUSPENSO       PIC 9(7) VALUE 0.
       01  WS-CLAVES-SUSPENSO    PIC 9(5) VALUE 0.
       01  WS-NETO-MAPEADO       PIC S9(11)V99 VALUE 0.
       01  WS-NETO-SUSPENSO      PIC S9(11)V99 VALUE 0.
       01  WS-NETO-POSTEADO      PIC S9(11)V99 VALUE 0.
       01  WS-DIFERENCIA         PIC S9(11)V99 VALUE 0.
       01  WS-ASIENTOS-GL        PIC 9(6) VALUE 0.
       01  WS-ASIENTOS-CERO      PIC 9(6) VALUE 0.
       01  WS-LINEAS-GL          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEBE         PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-HABER        PIC 9(13)V99 VALUE 0.
       01  WS-IMPORTE-ASIENTO    PIC 9(11)V99.
       01  WS-CUENTA-DEBE        PIC X(12).
       01  WS-CUENTA-HABER       PIC X(12).
       01  WS-REFERENCIA         PIC X(30).
       01  WS-CUADRE             PIC X VALUE 'S'.
           88  INTERFAZ-CUADRADA VALUE 'S'.

       01  WS-IMP-DISP           PIC -(11)9.99.
       01  WS-IMP-DISP2          PIC Z(10)9.99.
       01  WS-TOT-DISP           PIC Z(12)9.99.
       01  WS-CNT-DISP           PIC Z(6)9.
       01  WS-CNT-DISP2          PIC Z(4)9.
       01  WS-CLAVE-DISP         PIC 9(4).
       01  WS-REPORT-LINE        PIC X(80).

       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-REPROC        PIC X(08) VALUE SPACES.
       01  WS-REPROCESO          PIC X VALUE 'N'.
           88  REPROCESO-PERMITIDO VALUE 'Y'.
       01  WS-LOTE-YA-PROC       PIC X VALUE 'N'.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
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
           MOVE "INTC" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,REPROCESO. 'REPROC' PERMITE VOLVER
      *    A GENERAR LA INTERFAZ DE UNA GENERACION YA
      *    REGISTRADA EN BCHREG (POR EJEMPLO SI EL MAYOR
      *    GENERAL RECHAZO EL LOTE COMPLETO).
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-REPROC
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-REPROC = "REPROC"
                   MOVE 'Y' TO WS-REPROCESO
               END-IF
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           PERFORM VALIDAR-NUMOUT
           PERFORM VERIFICAR-LOTE THRU VERIFICAR-LOTE-FIN
           PERFORM CARGAR-MAPA THRU CARGAR-MAPA-FIN
           PERFORM ACUMULAR-NUMOUT
           IF WS-MOV-SUSPENSO > 0 AND WS-SUS-DEFINIDO = 'N'
               DISPLAY "CLAVES SIN CUENTA Y SIN CUENTA DE SUSPENSO"
                   " EN CTAMAP - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "CTAMAP SIN CUENTA DE SUSPENSO" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           PERFORM ORDENAR-ASIENTOS
           PERFORM GRABAR-INTERFAZ
           COMPUTE WS-DIFERENCIA = WS-NETO-POSTEADO - WS-TRL-IMPORTE
           IF WS-DIFERENCIA NOT = 0
               OR WS-TOTAL-DEBE NOT = WS-TOTAL-HABER
               MOVE 'N' TO WS-CUADRE
           END-IF
           OPEN OUTPUT GLRPT-FILE
           PERFORM REPORTAR-ASIENTOS
           PERFORM REPORTAR-SUSPENSO
           PERFORM REPORTAR-CUADRE
           CLOSE GLRPT-FILE
           DISPLAY "GENERACION:           " WS-CAB-FECHA
           DISPLAY "MOVIMIENTOS:          " WS-CTL-CUENTA
           DISPLAY "ASIENTOS GL:          " WS-ASIENTOS-GL
           DISPLAY "CLAVES A SUSPENSO:    " WS-CLAVES-SUSPENSO
           IF INTERFAZ-CUADRADA
               IF WS-MOV-SUSPENSO > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "INTERFAZ NO CUADRA CON EL TRAILER DE NUMOUT"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "GL=" WS-CAB-FECHA
               " AS=" WS-ASIENTOS-GL
               " SUSP=" WS-CLAVES-SUSPENSO
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
      *    UNA INTERFAZ QUE NO CUADRA NO SE REGISTRA: NO DEBE
      *    ENVIARSE, Y LA CORRIDA CORREGIDA NO NECESITA REPROC.
           IF INTERFAZ-CUADRADA
               PERFORM REGISTRAR-LOTE
           END-IF
           GOBACK.

      *    PRIMERA PASADA: VALIDA CABECERA Y TRAILER DE LA
      *    GENERACION (CUENTA, HASH E IMPORTE NETO) ANTES DE
      *    GENERAR NADA.
       VALIDAR-NUMOUT.
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
           IF NUMOUT-AT-EOF OR NUMOUT-CAB-TIPO NOT = 'H'
               OR NUMOUT-CAB-FECHA IS NOT NUMERIC
               DISPLAY "NUMOUT SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE NUMOUT-CAB-FECHA TO WS-CAB-FECHA
           MOVE NUMOUT-CAB-ORIGEN TO WS-CAB-ORIGEN
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           PERFORM UNTIL NUMOUT-AT-EOF OR NUMOUT-TRAILER-VISTO
               IF NUMOUT-TRL-TIPO = 'T'
                   MOVE 'Y' TO WS-NUMOUT-TRAILER
                   IF NUMOUT-TRL-SIGNO = '-'
                       COMPUTE WS-TRL-IMPORTE =
                           0 - NUMOUT-TRL-IMPORTE
                   ELSE
                       MOVE NUMOUT-TRL-IMPORTE TO WS-TRL-IMPORTE
                   END-IF
                   IF NUMOUT-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR NUMOUT-TRL-HASH NOT = WS-CTL-HASH
                       OR WS-TRL-IMPORTE NOT = WS-CTL-IMPORTE
                       DISPLAY "NUMOUT DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " NUMOUT-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "NUMOUT DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   IF NUMOUT-RECORD (1:4) IS NUMERIC
                       ADD 1 TO WS-CTL-CUENTA
                       COMPUTE WS-CTL-HASH = FUNCTION MOD
                           (WS-CTL-HASH + NUM-PIC, 100000000000)
                       IF NUM-TIPO-MOVIM = 'R'
                           SUBTRACT NUM-IMPORTE FROM WS-CTL-IMPORTE
                       ELSE
                           ADD NUM-IMPORTE TO WS-CTL-IMPORTE
                       END-IF
                   END-IF
               END-IF
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMOUT-FILE
           IF NOT NUMOUT-TRAILER-VISTO
               DISPLAY "NUMOUT SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

      *    MAPA DE CUENTAS DE FINANZAS. UN RANGO INVALIDO O
      *    SUPERPUESTO CON OTRO ABORTA LA CORRIDA: UNA CLAVE
      *    NO PUEDE POSTEARSE EN DOS CUENTAS.
       CARGAR-MAPA.
           MOVE 'N' TO WS-CTAMAP-EOF
           OPEN INPUT CTAMAP-FILE
           IF WS-CTAMAP-STATUS NOT = "00"
               DISPLAY "CTAMAP NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "CTAMAP NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ CTAMAP-FILE
               AT END MOVE 'Y' TO WS-CTAMAP-EOF
           END-READ
           PERFORM UNTIL CTAMAP-AT-EOF
               EVALUATE CM-TIPO
                   WHEN 'R'
                       IF CM-CLAVE-DESDE IS NOT NUMERIC
                           OR CM-CLAVE-HASTA IS NOT NUMERIC
                           OR CM-CLAVE-DESDE > CM-CLAVE-HASTA
                           OR CM-CUENTA = SPACES
                           OR CM-CONTRAPARTIDA = SPACES
                           STRING "RANGO INVALIDO " CM-CLAVE-DESDE
                               "-" CM-CLAVE-HASTA
                               DELIMITED BY SIZE INTO WS-MAPA-ERROR
                       ELSE
                           IF WS-MAP-COUNT = 500
                               MOVE "MAPA MAYOR A 500 RANGOS"
                                   TO WS-MAPA-ERROR
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE CM-CLAVE-DESDE
                                   TO WS-MAP-DESDE (WS-MAP-COUNT)
                               MOVE CM-CLAVE-HASTA
                                   TO WS-MAP-HASTA (WS-MAP-COUNT)
                               MOVE CM-CUENTA
                                   TO WS-MAP-CUENTA (WS-MAP-COUNT)
                               MOVE CM-CONTRAPARTIDA
                                   TO WS-MAP-CONTRA (WS-MAP-COUNT)
                               MOVE CM-DESCRIPCION
                                   TO WS-MAP-DESCRIPCION (WS-MAP-COUNT)
                           END-IF
                       END-IF
                   WHEN 'S'
                       IF CM-CUENTA NOT = SPACES
                           AND CM-CONTRAPARTIDA NOT = SPACES
                           MOVE 'S' TO WS-SUS-DEFINIDO
                           MOVE CM-CUENTA TO WS-SUS-CUENTA
                           MOVE CM-CONTRAPARTIDA TO WS-SUS-CONTRA
                       END-IF
               END-EVALUATE
               READ CTAMAP-FILE
                   AT END MOVE 'Y' TO WS-CTAMAP-EOF
               END-READ
           END-PERFORM
           CLOSE CTAMAP-FILE
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > WS-MAP-COUNT
               PERFORM VARYING MJX FROM 1 BY 1
                       UNTIL MJX > WS-MAP-COUNT
                   IF MJX NOT = MDX
                       AND WS-MAP-DESDE (MJX) NOT > WS-MAP-HASTA (MDX)
                       AND WS-MAP-HASTA (MJX) NOT < WS-MAP-DESDE (MDX)
                       AND WS-MAPA-ERROR = SPACES
                       STRING "RANGOS SUPERPUESTOS "
                           WS-MAP-DESDE (MDX) "-" WS-MAP-HASTA (MDX)
                           " Y " WS-MAP-DESDE (MJX)
                           DELIMITED BY SIZE INTO WS-MAPA-ERROR
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MAPA-ERROR NOT = SPACES
               DISPLAY "CTAMAP: " WS-MAPA-ERROR " - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE WS-MAPA-ERROR TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       CARGAR-MAPA-FIN.
           EXIT.

      *    SEGUNDA PASADA: CADA MOVIMIENTO SUMA (O RESTA, SI
      *    ES REVERSO) AL ASIENTO DE SU FECHA Y SU CUENTA.
       ACUMULAR-NUMOUT.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
               MOVE ZERO TO WS-SMP-MOVIM (KX)
               MOVE ZERO TO WS-SMP-NETO (KX)
           END-PERFORM
           MOVE 'N' TO WS-NUMOUT-EOF
           OPEN INPUT NUMOUT-FILE
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           PERFORM UNTIL NUMOUT-AT-EOF
               IF NUMOUT-RECORD (1:4) IS NUMERIC
                   PERFORM ACUMULAR-MOVIMIENTO
               END-IF
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMOUT-FILE
           .

       ACUMULAR-MOVIMIENTO.
           IF NUM-TIPO-MOVIM = 'R'
               COMPUTE WS-IMPORTE-NETO = 0 - NUM-IMPORTE
           ELSE
               MOVE NUM-IMPORTE TO WS-IMPORTE-NETO
           END-IF
           MOVE 0 TO WS-MAP-POS
           PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > WS-MAP-COUNT OR WS-MAP-POS > 0
               IF NUM-PIC NOT < WS-MAP-DESDE (MDX)
                   AND NUM-PIC NOT > WS-MAP-HASTA (MDX)
                   MOVE MDX TO WS-MAP-POS
               END-IF
           END-PERFORM
           IF WS-MAP-POS = 0
               MOVE WS-MAPA-SUSPENSO TO WS-MAP-POS
               COMPUTE KX = NUM-PIC + 1
               IF WS-SMP-MOVIM (KX) = 0
                   ADD 1 TO WS-CLAVES-SUSPENSO
               END-IF
               ADD 1 TO WS-SMP-MOVIM (KX)
               ADD WS-IMPORTE-NETO TO WS-SMP-NETO (KX)
               ADD 1 TO WS-MOV-SUSPENSO
               ADD WS-IMPORTE-NETO TO WS-NETO-SUSPENSO
           ELSE
               ADD 1 TO WS-MOV-MAPEADOS
               ADD WS-IMPORTE-NETO TO WS-NETO-MAPEADO
           END-IF
           MOVE 0 TO WS-AS-POS
           PERFORM VARYING ADX FROM 1 BY 1
                   UNTIL ADX > WS-AS-COUNT OR WS-AS-POS > 0
               IF WS-AS-FECHA (ADX) = NUM-FECHA-MOVIM
                   AND WS-AS-MAPA (ADX) = WS-MAP-POS
                   MOVE ADX TO WS-AS-POS
               END-IF
           END-PERFORM
           IF WS-AS-POS = 0
               IF WS-AS-COUNT = 3000
                   DISPLAY "MAS DE 3000 ASIENTOS - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE "TABLA DE ASIENTOS EXCEDIDA" TO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-AS-COUNT
               MOVE WS-AS-COUNT TO WS-AS-POS
               MOVE NUM-FECHA-MOVIM TO WS-AS-FECHA (WS-AS-POS)
               MOVE WS-MAP-POS TO WS-AS-MAPA (WS-AS-POS)
               MOVE ZERO TO WS-AS-NETO (WS-AS-POS)
               MOVE ZERO TO WS-AS-MOVIM (WS-AS-POS)
           END-IF
           ADD WS-IMPORTE-NETO TO WS-AS-NETO (WS-AS-POS)
           ADD 1 TO WS-AS-MOVIM (WS-AS-POS)
           .

      *    ORDEN DE LOS ASIENTOS: FECHA DE MOVIMIENTO Y, EN
      *    CADA FECHA, EL ORDEN DEL MAPA (SUSPENSO AL FINAL).
       ORDENAR-ASIENTOS.
           PERFORM VARYING ADX FROM 1 BY 1
                   UNTIL ADX > WS-AS-COUNT - 1
               PERFORM VARYING AJX FROM 1 BY 1
                       UNTIL AJX > WS-AS-COUNT - ADX
                   IF WS-AS-FECHA (AJX) > WS-AS-FECHA (AJX + 1)
                       OR (WS-AS-FECHA (AJX) = WS-AS-FECHA (AJX + 1)
                       AND WS-AS-MAPA (AJX) > WS-AS-MAPA (AJX + 1))
                       MOVE WS-AS-ENTRY (AJX) TO WS-AS-TEMP
                       MOVE WS-AS-ENTRY (AJX + 1)
                           TO WS-AS-ENTRY (AJX)
                       MOVE WS-AS-TEMP TO WS-AS-ENTRY (AJX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    ARCHIVO DEL MAYOR GENERAL: CABECERA, DOS LINEAS POR
      *    ASIENTO Y TRAILER CON CUENTAS Y HASH DE DEBE Y
      *    HABER. UN NETO NEGATIVO (REVERSOS) INVIERTE LAS
      *    CUENTAS; UN NETO CERO NO SE POSTEA.
       GRABAR-INTERFAZ.
           OPEN OUTPUT GLPOST-FILE
           IF WS-GLPOST-STATUS NOT = "00"
               DISPLAY "GLPOST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "GLPOST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE SPACES TO GP-CABECERA
           MOVE 'H' TO GP-CAB-TIPO
           MOVE "TPCOMPAR" TO GP-CAB-SISTEMA
           MOVE WS-CAB-FECHA TO GP-CAB-FECHA
           MOVE WS-CAB-ORIGEN TO GP-CAB-ORIGEN
           MOVE WS-RUN-ID TO GP-CAB-LOTE
           MOVE WS-FECHA-HOY TO GP-CAB-FECHA-PROC
           WRITE GP-CABECERA
           PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > WS-AS-COUNT
               IF WS-AS-NETO (ADX) = 0
                   ADD 1 TO WS-ASIENTOS-CERO
               ELSE
                   PERFORM GRABAR-ASIENTO
               END-IF
           END-PERFORM
           MOVE SPACES TO GP-TRAILER
           MOVE 'T' TO GP-TRL-TIPO
           MOVE WS-ASIENTOS-GL TO GP-TRL-ASIENTOS
           MOVE WS-LINEAS-GL TO GP-TRL-LINEAS
           MOVE WS-TOTAL-DEBE TO GP-TRL-HASH-DEBE
           MOVE WS-TOTAL-HABER TO GP-TRL-HASH-HABER
           WRITE GP-TRAILER
           CLOSE GLPOST-FILE
           .

       GRABAR-ASIENTO.
           ADD 1 TO WS-ASIENTOS-GL
           ADD WS-AS-NETO (ADX) TO WS-NETO-POSTEADO
           PERFORM CUENTAS-ASIENTO
           MOVE SPACES TO GP-LINEA
           MOVE 'D' TO GP-LIN-TIPO
           MOVE WS-ASIENTOS-GL TO GP-LIN-ASIENTO
           MOVE 1 TO GP-LIN-RENGLON
           MOVE WS-AS-FECHA (ADX) TO GP-LIN-FECHA-VALOR
           MOVE WS-CUENTA-DEBE TO GP-LIN-CUENTA
           MOVE 'D' TO GP-LIN-DH
           MOVE WS-IMPORTE-ASIENTO TO GP-LIN-IMPORTE
           MOVE WS-AS-MOVIM (ADX) TO GP-LIN-MOVIM
           MOVE WS-REFERENCIA TO GP-LIN-REFERENCIA
           WRITE GP-LINEA
           ADD 1 TO WS-LINEAS-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-DEBE
           MOVE 2 TO GP-LIN-RENGLON
           MOVE WS-CUENTA-HABER TO GP-LIN-CUENTA
           MOVE 'H' TO GP-LIN-DH
           WRITE GP-LINEA
           ADD 1 TO WS-LINEAS-GL
           ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-HABER
           .

      *    CUENTAS, IMPORTE Y REFERENCIA DEL ASIENTO ADX.
       CUENTAS-ASIENTO.
           MOVE SPACES TO WS-REFERENCIA
           IF WS-AS-MAPA (ADX) = WS-MAPA-SUSPENSO
               MOVE WS-SUS-CUENTA TO WS-CUENTA-DEBE
               MOVE WS-SUS-CONTRA TO WS-CUENTA-HABER
               MOVE "TPCOMPAR CLAVES SIN CUENTA" TO WS-REFERENCIA
           ELSE
               MOVE WS-AS-MAPA (ADX) TO MDX
               MOVE WS-MAP-CUENTA (MDX) TO WS-CUENTA-DEBE
               MOVE WS-MAP-CONTRA (MDX) TO WS-CUENTA-HABER
               STRING "TPCOMPAR CLAVES " WS-MAP-DESDE (MDX)
                   "-" WS-MAP-HASTA (MDX)
                   DELIMITED BY SIZE INTO WS-REFERENCIA
           END-IF
           IF WS-AS-NETO (ADX) < 0
               COMPUTE WS-IMPORTE-ASIENTO = 0 - WS-AS-NETO (ADX)
               MOVE WS-CUENTA-DEBE TO WS-CUENTA-HABER
               IF WS-AS-MAPA (ADX) = WS-MAPA-SUSPENSO
                   MOVE WS-SUS-CONTRA TO WS-CUENTA-DEBE
               ELSE
                   MOVE WS-MAP-CONTRA (MDX) TO WS-CUENTA-DEBE
               END-IF
           ELSE
               MOVE WS-AS-NETO (ADX) TO WS-IMPORTE-ASIENTO
           END-IF
           .

      *    REGISTRO DE POSTEO: LOS ASIENTOS TAL COMO VAN AL
      *    MAYOR GENERAL.
       REPORTAR-ASIENTOS.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INTERFAZ CONTABLE - REGISTRO DE POSTEO DE LA "
               "GENERACION DEL " WS-CAB-FECHA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN ID " WS-RUN-ID "  FECHA DE PROCESO "
               WS-FECHA-HOY "  ORIGEN " WS-CAB-ORIGEN
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ASIENTO F.VALOR  CUENTA       D/H        IMPORTE"
               "    MOVS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE 0 TO AJX
           PERFORM VARYING ADX FROM 1 BY 1 UNTIL ADX > WS-AS-COUNT
               IF WS-AS-NETO (ADX) NOT = 0
                   ADD 1 TO AJX
                   PERFORM IMPRIMIR-ASIENTO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       IMPRIMIR-ASIENTO.
           PERFORM CUENTAS-ASIENTO
           MOVE WS-IMPORTE-ASIENTO TO WS-IMP-DISP2
           MOVE WS-AS-MOVIM (ADX) TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " AJX "    " WS-AS-FECHA (ADX)
               " " WS-CUENTA-DEBE " D  " WS-IMP-DISP2
               " " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                   " WS-CUENTA-HABER
               " H  " WS-IMP-DISP2 "  " WS-REFERENCIA (10:21)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    CLAVES SIN CUENTA EN EL MAPA: VAN A LA CUENTA DE
      *    SUSPENSO Y SE LISTAN PARA QUE FINANZAS LAS MAPEE.
       REPORTAR-SUSPENSO.
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CLAVES-SUSPENSO = 0
               STRING "CLAVES SIN CUENTA EN EL MAPA: NINGUNA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           ELSE
               STRING "CLAVES SIN CUENTA EN EL MAPA - POSTEADAS A "
                   "SUSPENSO " WS-SUS-CUENTA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CLAVE   MOVS      IMPORTE NETO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
                   IF WS-SMP-MOVIM (KX) > 0
                       COMPUTE WS-CLAVE-DISP = KX - 1
                       MOVE WS-SMP-MOVIM (KX) TO WS-CNT-DISP2
                       MOVE WS-SMP-NETO (KX) TO WS-IMP-DISP
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  " WS-CLAVE-DISP "   " WS-CNT-DISP2
                           " " WS-IMP-DISP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    CUADRE: EL NETO POSTEADO (CUENTAS DEL MAPA MAS
      *    SUSPENSO) DEBE IGUALAR EL IMPORTE DEL TRAILER DE
      *    NUMOUT, Y EL DEBE AL HABER.
       REPORTAR-CUADRE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CUADRE CONTRA EL TRAILER DE NUMOUT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-CTL-CUENTA TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS DE LA GENERACION ... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-MOV-MAPEADOS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS CON CUENTA ......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-MOV-SUSPENSO TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS A SUSPENSO ......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ASIENTOS-GL TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ASIENTOS GENERADOS ............. " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ASIENTOS-CERO TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ASIENTOS EN CERO (NO POSTEADOS)  " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-LINEAS-GL TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  LINEAS DEL ARCHIVO GL .......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOTAL-DEBE TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL DEBE ............. " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOTAL-HABER TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL HABER ............ " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-NETO-MAPEADO TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NETO A CUENTAS DEL MAPA ... " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-NETO-SUSPENSO TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NETO A SUSPENSO ........... " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-NETO-POSTEADO TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NETO POSTEADO ............. " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TRL-IMPORTE TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  IMPORTE TRAILER NUMOUT .... " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-DIFERENCIA TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DIFERENCIA ................ " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF INTERFAZ-CUADRADA
               STRING "  RESULTADO: CUADRA CON NUMOUT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  RESULTADO: NO CUADRA - NO ENVIAR EL ARCHIVO"
                   " GL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO GLRPT-RECORD
           WRITE GLRPT-RECORD
           .

      *    LA GENERACION SE REGISTRA EN BCHREG BAJO SU FECHA
      *    DE CABECERA, CUENTA Y HASH: UNA SEGUNDA INTERFAZ DE
      *    LA MISMA GENERACION DUPLICARIA LOS ASIENTOS.
       VERIFICAR-LOTE.
           IF REPROCESO-PERMITIDO
               DISPLAY "REPROCESO AUTORIZADO POR PARM"
               GO TO VERIFICAR-LOTE-FIN
           END-IF
           MOVE 'N' TO WS-LOTE-YA-PROC
           MOVE 'N' TO WS-BCHREG-EOF
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               GO TO VERIFICAR-LOTE-FIN
           END-IF
           READ BCHREG-FILE
               AT END MOVE 'Y' TO WS-BCHREG-EOF
           END-READ
           PERFORM UNTIL BCHREG-AT-EOF
               IF BR-ARCHIVO = "NUMOUTGL"
                   AND BR-CAB-FECHA = WS-CAB-FECHA
                   AND BR-ORIGEN = WS-CAB-ORIGEN
                   AND BR-CUENTA = WS-CTL-CUENTA
                   AND BR-HASH = WS-CTL-HASH
                   MOVE 'Y' TO WS-LOTE-YA-PROC
               END-IF
               READ BCHREG-FILE
                   AT END MOVE 'Y' TO WS-BCHREG-EOF
               END-READ
           END-PERFORM
           CLOSE BCHREG-FILE
           IF WS-LOTE-YA-PROC = 'Y'
               DISPLAY "GENERACION NUMOUT DEL " WS-CAB-FECHA
                   " YA POSTEADA EN EL MAYOR GENERAL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "GENERACION NUMOUT YA ENVIADA AL GL" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       VERIFICAR-LOTE-FIN.
           EXIT.

       REGISTRAR-LOTE.
           OPEN EXTEND BCHREG-FILE
           IF WS-BCHREG-STATUS = "35"
               OPEN OUTPUT BCHREG-FILE
           END-IF
           IF WS-BCHREG-STATUS = "00"
               MOVE "NUMOUTGL" TO BR-ARCHIVO
               MOVE WS-CAB-FECHA TO BR-CAB-FECHA
               MOVE WS-CAB-ORIGEN TO BR-ORIGEN
               MOVE WS-CTL-CUENTA TO BR-CUENTA
               MOVE WS-CTL-HASH TO BR-HASH
               MOVE WS-FECHA-HOY TO BR-FECHA-PROC
               MOVE WS-RUN-ID TO BR-RUN-ID
               WRITE BR-REGISTER-RECORD
               CLOSE BCHREG-FILE
           END-IF
           .

      *    CONTROL DE AUTORIZACION DE OPERADORES: EL OPERADOR
      *    DEL PARM DEBE EXISTIR EN EL MAESTRO OPERMAST,
      *    ESTAR ACTIVO Y TENER EL NIVEL REQUERIDO POR ESTE
      *    PROGRAMA. SIN MAESTRO DISPONIBLE SE AVISA POR
      *    CONSOLA Y SE CONTINUA.
       VERIFICAR-OPERADOR.
           MOVE 'N' TO WS-OPER-HALLADO
           MOVE 'N' TO WS-OPERMAST-EOF
           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = "00"
               DISPLAY "OPERMAST NO DISPONIBLE - "
                   "SIN CONTROL DE OPERADOR"
               GO TO VERIFICAR-OPERADOR-FIN
           END-IF
           READ OPERMAST-FILE
               AT END MOVE 'Y' TO WS-OPERMAST-EOF
           END-READ
           PERFORM UNTIL OPERMAST-AT-EOF
               IF OM-OPERADOR = WS-OPERATOR-ID
                   MOVE 'Y' TO WS-OPER-HALLADO
                   MOVE OM-NIVEL TO WS-OPER-NIVEL
                   MOVE OM-ACTIVO TO WS-OPER-ACTIVO
               END-IF
               READ OPERMAST-FILE
                   AT END MOVE 'Y' TO WS-OPERMAST-EOF
               END-READ
           END-PERFORM
           CLOSE OPERMAST-FILE
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
               IF RP-PROGRAMA = "INTERFAZCONTABLE"
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
           MOVE "INTERFAZCONTABLE" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = MOVIMIENTOS DE LA
      *    GENERACION, GRABADOS = LINEAS DEL ARCHIVO GL.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "INTERFAZCONTABLE" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-CTL-CUENTA TO CT-RECORDS-READ
           MOVE WS-LINEAS-GL TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
