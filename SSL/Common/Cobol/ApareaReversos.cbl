       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApareaReversos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMIN-FILE ASSIGN TO "NUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMIN-STATUS.
           SELECT NUMHIST-FILE ASSIGN TO "NUMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMHIST-STATUS.
           SELECT NUMNET-FILE ASSIGN TO "NUMNET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMNET-STATUS.
           SELECT REVEXC-FILE ASSIGN TO "REVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVEXC-STATUS.
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
      *    NUMIN CON TIPO DE MOVIMIENTO EN LA POSICION 40:
      *    BLANCO U 'O' = ORIGINAL, 'R' = REVERSO DE UN
      *    ORIGINAL (MISMA CLAVE, IMPORTE Y FECHA DE
      *    MOVIMIENTO), 'A' = AJUSTE (CORRECCION POSITIVA
      *    QUE NO SE APAREA). CABECERA 'H' Y TRAILER 'T'
      *    COMO EN TODAS LAS ENTRADAS DE LA SUITE.
       FD  NUMIN-FILE
           RECORDING MODE IS F.
       01  NUMIN-RECORD            PIC X(40).
       01  NUMIN-REC-CABECERA REDEFINES NUMIN-RECORD.
           05  NUMIN-CAB-TIPO      PIC X(1).
           05  NUMIN-CAB-FECHA     PIC X(8).
           05  NUMIN-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(23).
       01  NUMIN-REC-TRAILER REDEFINES NUMIN-RECORD.
           05  NUMIN-TRL-TIPO      PIC X(1).
           05  NUMIN-TRL-CUENTA    PIC 9(7).
           05  NUMIN-TRL-HASH      PIC 9(11).
           05  FILLER              PIC X(21).
       01  NUMIN-REC-DATO REDEFINES NUMIN-RECORD.
           05  NUMIN-NUM-PIC       PIC 9(4).
           05  NUMIN-DESCRIPCION   PIC X(20).
           05  NUMIN-IMPORTE       PIC 9(5)V99.
           05  NUMIN-FECHA-MOVIM   PIC X(8).
           05  NUMIN-TIPO-MOVIM    PIC X(1).

      *    GENERACIONES ANTERIORES DE NUMOUT CONCATENADAS:
      *    SOLO SE USAN LOS REGISTROS DE DATOS (CLAVE
      *    NUMERICA); LAS CABECERAS Y TRAILERS DE CADA
      *    GENERACION SE SALTEAN.
       FD  NUMHIST-FILE
           RECORDING MODE IS F.
       01  NUMHIST-RECORD.
           05  HIS-NUM-PIC         PIC 9(4).
           05  HIS-DESCRIPCION     PIC X(20).
           05  HIS-IMPORTE         PIC 9(5)V99.
           05  HIS-FECHA-MOVIM     PIC X(8).
           05  HIS-TIPO-MOVIM      PIC X(1).

      *    NUMIN APAREADO PARA EL ORDENAMIENTO: MISMA
      *    CABECERA, SIN LOS REVERSOS RECHAZADOS Y CON
      *    TRAILER RECALCULADO SOBRE LO QUE QUEDA.
       FD  NUMNET-FILE
           RECORDING MODE IS F.
       01  NUMNET-RECORD           PIC X(40).

      *    REVERSOS SIN ORIGINAL Y MOVIMIENTOS DE TIPO
      *    INVALIDO: REGISTRO COMPLETO MAS MOTIVO.
       FD  REVEXC-FILE
           RECORDING MODE IS F.
       01  REVEXC-RECORD.
           05  EX-REGISTRO         PIC X(40).
           05  FILLER              PIC X(1).
           05  EX-MOTIVO           PIC X(3).
           05  FILLER              PIC X(1).
           05  EX-DESCRIPCION      PIC X(35).

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
       01  WS-NUMIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-NUMHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-NUMNET-STATUS      PIC X(02) VALUE '00'.
       01  WS-REVEXC-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMIN-EOF          PIC X VALUE 'N'.
           88  NUMIN-AT-EOF      VALUE 'Y'.
       01  WS-NUMHIST-EOF        PIC X VALUE 'N'.
           88  NUMHIST-AT-EOF    VALUE 'Y'.
       01  WS-BCHREG-EOF         PIC X VALUE 'N'.
           88  BCHREG-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-NUMIN-TRAILER      PIC X VALUE 'N'.
           88  NUMIN-TRAILER-VISTO VALUE 'Y'.

      *    REVERSOS (Y MOVIMIENTOS DE TIPO INVALIDO) DEL
      *    NUMIN, EN ORDEN DE LLEGADA. ESTADO: P = PENDIENTE,
      *    M = APAREADO CON UN ORIGINAL DEL MISMO NUMIN,
      *    H = APAREADO CON UN ORIGINAL DE UNA GENERACION
      *    ANTERIOR, X = EXCEPCION. LOS INDICADORES GUARDAN
      *    LO QUE SE VIO DE LA CLAVE PARA DAR EL MOTIVO.
       01  WS-REVERSOS.
           05  WS-REV-COUNT        PIC 9(5) VALUE 0.
           05  WS-REV-ENTRY OCCURS 2000 TIMES.
               10  WS-REV-REGISTRO     PIC X(40).
               10  WS-REV-CLAVE        PIC 9(4).
               10  WS-REV-IMPORTE      PIC 9(5)V99.
               10  WS-REV-FECHA        PIC X(8).
               10  WS-REV-ESTADO       PIC X(1).
               10  WS-REV-MOTIVO       PIC X(3).
               10  WS-REV-HIST-ORIG    PIC 9(5).
               10  WS-REV-HIST-REV     PIC 9(5).
               10  WS-REV-TRIPLE-VISTO PIC X(1).
               10  WS-REV-DIF-IMPORTE  PIC X(1).
               10  WS-REV-DIF-FECHA    PIC X(1).
       01  RDX                   PIC 9(5).
       01  RJX                   PIC 9(5).
       01  WS-REV-ORDINAL        PIC 9(5) VALUE 0.
       01  WS-REV-HALLADO        PIC X.
       01  WS-DISPONIBLES        PIC S9(5).
       01  WS-YA-ASIGNADOS       PIC 9(5).

       01  WS-MOV-CLAVE          PIC 9(4).
       01  WS-MOV-IMPORTE        PIC 9(5)V99.
       01  WS-MOV-FECHA          PIC X(8).

      *    MOTIVOS DE EXCEPCION.
       01  WS-MOTIVO-TABLA.
           05  FILLER PIC X(38)
               VALUE "R01SIN ORIGINAL PARA LA CLAVE        ".
           05  FILLER PIC X(38)
               VALUE "R02IMPORTE DISTINTO DEL ORIGINAL     ".
           05  FILLER PIC X(38)
               VALUE "R03FECHA DISTINTA DEL ORIGINAL       ".
           05  FILLER PIC X(38)
               VALUE "R04ORIGINAL YA REVERSADO             ".
           05  FILLER PIC X(38)
               VALUE "R05TIPO DE MOVIMIENTO INVALIDO       ".
       01  WS-MOTIVOS REDEFINES WS-MOTIVO-TABLA.
           05  WS-MOT-ENTRY OCCURS 5 TIMES.
               10  WS-MOT-CODIGO       PIC X(3).
               10  WS-MOT-TEXTO        PIC X(35).
       01  MDX                   PIC 9(1).

       01  WS-CAB-FECHA          PIC X(8) VALUE SPACES.
       01  WS-CAB-ORIGEN         PIC X(8) VALUE SPACES.
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-NET-CUENTA         PIC 9(7) VALUE 0.
       01  WS-NET-HASH           PIC 9(11) VALUE 0.
       01  WS-NUMNET-TRAILER.
           05  FILLER              PIC X(1) VALUE 'T'.
           05  WS-NTRL-CUENTA      PIC 9(7).
           05  WS-NTRL-HASH        PIC 9(11).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-ORIGINALES         PIC 9(7) VALUE 0.
       01  WS-AJUSTES            PIC 9(7) VALUE 0.
       01  WS-TOT-REVERSOS       PIC 9(7) VALUE 0.
       01  WS-APAR-LOTE          PIC 9(7) VALUE 0.
       01  WS-APAR-HIST          PIC 9(7) VALUE 0.
       01  WS-APAR-TOTAL         PIC 9(7) VALUE 0.
       01  WS-EXCEPCIONES        PIC 9(7) VALUE 0.
       01  WS-HIST-LEIDOS        PIC 9(7) VALUE 0.
       01  WS-HIST-DISPONIBLE    PIC X VALUE 'N'.
           88  HISTORIA-DISPONIBLE VALUE 'Y'.

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
           MOVE "REVS" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,REPROCESO. 'REPROC' PERMITE VOLVER
      *    A APAREAR UN NUMIN YA REGISTRADO EN BCHREG.
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
           PERFORM CARGAR-REVERSOS
           PERFORM VERIFICAR-LOTE THRU VERIFICAR-LOTE-FIN
           IF WS-REV-COUNT > 0
               PERFORM APAREAR-EN-LOTE
           END-IF
           PERFORM CONTAR-PENDIENTES
           IF WS-REV-HALLADO = 'Y'
               PERFORM APAREAR-EN-HISTORIA
                   THRU APAREAR-EN-HISTORIA-FIN
           END-IF
           PERFORM ASIGNAR-MOTIVOS
           PERFORM GRABAR-NUMNET
           DISPLAY "ORIGINALES:          " WS-ORIGINALES
           DISPLAY "AJUSTES:             " WS-AJUSTES
           DISPLAY "REVERSOS:            " WS-TOT-REVERSOS
           DISPLAY "  APAREADOS EN LOTE: " WS-APAR-LOTE
           DISPLAY "  APAREADOS HISTORIA:" WS-APAR-HIST
           DISPLAY "EXCEPCIONES:         " WS-EXCEPCIONES
           DISPLAY "MOVIMIENTOS A ORDENAR: " WS-NET-CUENTA
           IF WS-EXCEPCIONES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           COMPUTE WS-APAR-TOTAL = WS-APAR-LOTE + WS-APAR-HIST
           STRING "REV=" WS-TOT-REVERSOS
               " AP=" WS-APAR-TOTAL
               " EXC=" WS-EXCEPCIONES
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           PERFORM REGISTRAR-LOTE
           GOBACK.

      *    PRIMERA PASADA: VALIDA CABECERA Y TRAILER DEL
      *    NUMIN, CUENTA LOS TIPOS Y GUARDA EN LA TABLA CADA
      *    REVERSO Y CADA MOVIMIENTO DE TIPO DESCONOCIDO.
       CARGAR-REVERSOS.
           MOVE 'N' TO WS-NUMIN-EOF
           OPEN INPUT NUMIN-FILE
           IF WS-NUMIN-STATUS NOT = "00"
               DISPLAY "NUMIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           IF NUMIN-AT-EOF OR NUMIN-CAB-TIPO NOT = 'H'
               DISPLAY "NUMIN SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE NUMIN-CAB-FECHA TO WS-CAB-FECHA
           MOVE NUMIN-CAB-ORIGEN TO WS-CAB-ORIGEN
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           PERFORM UNTIL NUMIN-AT-EOF OR NUMIN-TRAILER-VISTO
               IF NUMIN-CAB-TIPO = 'T'
                   MOVE 'Y' TO WS-NUMIN-TRAILER
                   IF NUMIN-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR NUMIN-TRL-HASH NOT = WS-CTL-HASH
                       DISPLAY "NUMIN DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " NUMIN-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "NUMIN DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-CUENTA
                   COMPUTE WS-CTL-HASH = FUNCTION MOD
                       (WS-CTL-HASH + NUMIN-NUM-PIC, 100000000000)
                   EVALUATE NUMIN-TIPO-MOVIM
                       WHEN SPACE
                       WHEN 'O'
                           ADD 1 TO WS-ORIGINALES
                       WHEN 'A'
                           ADD 1 TO WS-AJUSTES
                       WHEN OTHER
                           PERFORM GUARDAR-REVERSO
                   END-EVALUATE
               END-IF
               READ NUMIN-FILE
                   AT END MOVE 'Y' TO WS-NUMIN-EOF
               END-READ
           END-PERFORM
           CLOSE NUMIN-FILE
           IF NOT NUMIN-TRAILER-VISTO
               DISPLAY "NUMIN SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

       GUARDAR-REVERSO.
           IF WS-REV-COUNT = 2000
               DISPLAY "MAS DE 2000 REVERSOS EN NUMIN - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "TABLA DE REVERSOS DESBORDADA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           ADD 1 TO WS-REV-COUNT
           MOVE WS-REV-COUNT TO RDX
           MOVE NUMIN-RECORD TO WS-REV-REGISTRO (RDX)
           MOVE NUMIN-NUM-PIC TO WS-REV-CLAVE (RDX)
           MOVE NUMIN-IMPORTE TO WS-REV-IMPORTE (RDX)
           MOVE NUMIN-FECHA-MOVIM TO WS-REV-FECHA (RDX)
           MOVE ZERO TO WS-REV-HIST-ORIG (RDX)
           MOVE ZERO TO WS-REV-HIST-REV (RDX)
           MOVE 'N' TO WS-REV-TRIPLE-VISTO (RDX)
           MOVE 'N' TO WS-REV-DIF-IMPORTE (RDX)
           MOVE 'N' TO WS-REV-DIF-FECHA (RDX)
           MOVE SPACES TO WS-REV-MOTIVO (RDX)
           IF NUMIN-TIPO-MOVIM = 'R'
               ADD 1 TO WS-TOT-REVERSOS
               MOVE 'P' TO WS-REV-ESTADO (RDX)
           ELSE
               MOVE 'X' TO WS-REV-ESTADO (RDX)
               MOVE "R05" TO WS-REV-MOTIVO (RDX)
           END-IF
           .

      *    SEGUNDA PASADA: CADA ORIGINAL DEL NUMIN CANCELA
      *    EL PRIMER REVERSO PENDIENTE CON LA MISMA CLAVE,
      *    IMPORTE Y FECHA DE MOVIMIENTO. LOS AJUSTES NO
      *    SON ORIGINALES Y NO SE APAREAN.
       APAREAR-EN-LOTE.
           MOVE 'N' TO WS-NUMIN-EOF
           OPEN INPUT NUMIN-FILE
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           PERFORM UNTIL NUMIN-AT-EOF
               IF NUMIN-CAB-TIPO NOT = 'H' AND NUMIN-CAB-TIPO NOT = 'T'
                   AND (NUMIN-TIPO-MOVIM = SPACE
                        OR NUMIN-TIPO-MOVIM = 'O')
                   MOVE NUMIN-NUM-PIC TO WS-MOV-CLAVE
                   MOVE NUMIN-IMPORTE TO WS-MOV-IMPORTE
                   MOVE NUMIN-FECHA-MOVIM TO WS-MOV-FECHA
                   PERFORM MARCAR-VISTOS
                   PERFORM VARYING RDX FROM 1 BY 1
                           UNTIL RDX > WS-REV-COUNT
                       IF WS-REV-ESTADO (RDX) = 'P'
                           AND WS-REV-CLAVE (RDX) = WS-MOV-CLAVE
                           AND WS-REV-IMPORTE (RDX) = WS-MOV-IMPORTE
                           AND WS-REV-FECHA (RDX) = WS-MOV-FECHA
                           MOVE 'M' TO WS-REV-ESTADO (RDX)
                           ADD 1 TO WS-APAR-LOTE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ NUMIN-FILE
                   AT END MOVE 'Y' TO WS-NUMIN-EOF
               END-READ
           END-PERFORM
           CLOSE NUMIN-FILE
           .

      *    ANOTA EN CADA REVERSO DE LA MISMA CLAVE QUE SE VIO
      *    UN ORIGINAL IGUAL, O UNO QUE DIFIERE SOLO EN EL
      *    IMPORTE O SOLO EN LA FECHA.
       MARCAR-VISTOS.
           PERFORM VARYING RJX FROM 1 BY 1 UNTIL RJX > WS-REV-COUNT
               IF WS-REV-CLAVE (RJX) = WS-MOV-CLAVE
                   IF WS-REV-FECHA (RJX) = WS-MOV-FECHA
                       IF WS-REV-IMPORTE (RJX) = WS-MOV-IMPORTE
                           MOVE 'Y' TO WS-REV-TRIPLE-VISTO (RJX)
                       ELSE
                           MOVE 'Y' TO WS-REV-DIF-IMPORTE (RJX)
                       END-IF
                   ELSE
                       IF WS-REV-IMPORTE (RJX) = WS-MOV-IMPORTE
                           MOVE 'Y' TO WS-REV-DIF-FECHA (RJX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       CONTAR-PENDIENTES.
           MOVE 'N' TO WS-REV-HALLADO
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REV-COUNT
               IF WS-REV-ESTADO (RDX) = 'P'
                   MOVE 'Y' TO WS-REV-HALLADO
               END-IF
           END-PERFORM
           .

      *    TERCERA PASADA, SOLO SI QUEDAN REVERSOS SIN
      *    APAREAR: SE CUENTAN EN LAS GENERACIONES ANTERIORES
      *    DE NUMOUT LOS ORIGINALES Y LOS REVERSOS YA
      *    APLICADOS DE CADA CLAVE/IMPORTE/FECHA PENDIENTE.
      *    UN ORIGINAL QUE YA TIENE SU REVERSO EN LA HISTORIA
      *    NO PUEDE VOLVER A CANCELARSE, ASI QUE CADA REVERSO
      *    PENDIENTE TOMA UNO DE LOS ORIGINALES QUE QUEDAN
      *    LIBRES (ORIGINALES MENOS REVERSOS), EN ORDEN DE
      *    LLEGADA. SIN HISTORIA SE AVISA Y LOS PENDIENTES
      *    QUEDAN COMO EXCEPCION.
       APAREAR-EN-HISTORIA.
           MOVE 'N' TO WS-NUMHIST-EOF
           OPEN INPUT NUMHIST-FILE
           IF WS-NUMHIST-STATUS NOT = "00"
               DISPLAY "NUMHIST NO DISPONIBLE - REVERSOS PENDIENTES "
                   "SIN APAREO CONTRA GENERACIONES ANTERIORES"
               GO TO APAREAR-EN-HISTORIA-FIN
           END-IF
           MOVE 'Y' TO WS-HIST-DISPONIBLE
           READ NUMHIST-FILE
               AT END MOVE 'Y' TO WS-NUMHIST-EOF
           END-READ
           PERFORM UNTIL NUMHIST-AT-EOF
               IF NUMHIST-RECORD (1:4) IS NUMERIC
                   ADD 1 TO WS-HIST-LEIDOS
                   PERFORM CONTAR-HISTORIA
               END-IF
               READ NUMHIST-FILE
                   AT END MOVE 'Y' TO WS-NUMHIST-EOF
               END-READ
           END-PERFORM
           CLOSE NUMHIST-FILE
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REV-COUNT
               IF WS-REV-ESTADO (RDX) = 'P'
                   MOVE 0 TO WS-YA-ASIGNADOS
                   PERFORM VARYING RJX FROM 1 BY 1 UNTIL RJX = RDX
                       IF WS-REV-ESTADO (RJX) = 'H'
                           AND WS-REV-CLAVE (RJX) = WS-REV-CLAVE (RDX)
                           AND WS-REV-IMPORTE (RJX)
                               = WS-REV-IMPORTE (RDX)
                           AND WS-REV-FECHA (RJX) = WS-REV-FECHA (RDX)
                           ADD 1 TO WS-YA-ASIGNADOS
                       END-IF
                   END-PERFORM
                   COMPUTE WS-DISPONIBLES = WS-REV-HIST-ORIG (RDX)
                       - WS-REV-HIST-REV (RDX) - WS-YA-ASIGNADOS
                   IF WS-DISPONIBLES > 0
                       MOVE 'H' TO WS-REV-ESTADO (RDX)
                       ADD 1 TO WS-APAR-HIST
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "MOVIMIENTOS DE HISTORIA LEIDOS: " WS-HIST-LEIDOS
           .
       APAREAR-EN-HISTORIA-FIN.
           EXIT.

       CONTAR-HISTORIA.
           MOVE HIS-NUM-PIC TO WS-MOV-CLAVE
           MOVE HIS-IMPORTE TO WS-MOV-IMPORTE
           MOVE HIS-FECHA-MOVIM TO WS-MOV-FECHA
           EVALUATE HIS-TIPO-MOVIM
               WHEN SPACE
               WHEN 'O'
                   PERFORM MARCAR-VISTOS
                   PERFORM VARYING RDX FROM 1 BY 1
                           UNTIL RDX > WS-REV-COUNT
                       IF WS-REV-ESTADO (RDX) = 'P'
                           AND WS-REV-CLAVE (RDX) = WS-MOV-CLAVE
                           AND WS-REV-IMPORTE (RDX) = WS-MOV-IMPORTE
                           AND WS-REV-FECHA (RDX) = WS-MOV-FECHA
                           ADD 1 TO WS-REV-HIST-ORIG (RDX)
                       END-IF
                   END-PERFORM
               WHEN 'R'
                   PERFORM VARYING RDX FROM 1 BY 1
                           UNTIL RDX > WS-REV-COUNT
                       IF WS-REV-ESTADO (RDX) = 'P'
                           AND WS-REV-CLAVE (RDX) = WS-MOV-CLAVE
                           AND WS-REV-IMPORTE (RDX) = WS-MOV-IMPORTE
                           AND WS-REV-FECHA (RDX) = WS-MOV-FECHA
                           ADD 1 TO WS-REV-HIST-REV (RDX)
                       END-IF
                   END-PERFORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

      *    LOS REVERSOS QUE NO ENCONTRARON ORIGINAL LIBRE
      *    PASAN A EXCEPCION CON EL MOTIVO MAS CERCANO A LO
      *    QUE SE VIO DE SU CLAVE.
       ASIGNAR-MOTIVOS.
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-REV-COUNT
               IF WS-REV-ESTADO (RDX) = 'P'
                   MOVE 'X' TO WS-REV-ESTADO (RDX)
                   EVALUATE TRUE
                       WHEN WS-REV-TRIPLE-VISTO (RDX) = 'Y'
                           MOVE "R04" TO WS-REV-MOTIVO (RDX)
                       WHEN WS-REV-DIF-IMPORTE (RDX) = 'Y'
                           MOVE "R02" TO WS-REV-MOTIVO (RDX)
                       WHEN WS-REV-DIF-FECHA (RDX) = 'Y'
                           MOVE "R03" TO WS-REV-MOTIVO (RDX)
                       WHEN OTHER
                           MOVE "R01" TO WS-REV-MOTIVO (RDX)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .

      *    ULTIMA PASADA: COPIA EL NUMIN A NUMNET EN EL MISMO
      *    ORDEN, DESVIANDO A REVEXC LAS EXCEPCIONES, Y
      *    CIERRA CON UN TRAILER SOBRE LO GRABADO. LOS PARES
      *    APAREADOS SIGUEN JUNTOS HACIA NUMOUT, DONDE EL
      *    REVERSO RESTA Y EL PAR NETEA A CERO.
       GRABAR-NUMNET.
           OPEN OUTPUT NUMNET-FILE
           IF WS-NUMNET-STATUS NOT = "00"
               DISPLAY "NUMNET NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMNET NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT REVEXC-FILE
           MOVE 0 TO WS-REV-ORDINAL
           MOVE 'N' TO WS-NUMIN-EOF
           OPEN INPUT NUMIN-FILE
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           PERFORM UNTIL NUMIN-AT-EOF
               EVALUATE TRUE
                   WHEN NUMIN-CAB-TIPO = 'H'
                       MOVE NUMIN-RECORD TO NUMNET-RECORD
                       WRITE NUMNET-RECORD
                   WHEN NUMIN-CAB-TIPO = 'T'
                       CONTINUE
                   WHEN NUMIN-TIPO-MOVIM = SPACE
                       OR NUMIN-TIPO-MOVIM = 'O'
                       OR NUMIN-TIPO-MOVIM = 'A'
                       PERFORM GRABAR-MOVIMIENTO
                   WHEN OTHER
                       ADD 1 TO WS-REV-ORDINAL
                       IF WS-REV-ESTADO (WS-REV-ORDINAL) = 'X'
                           PERFORM GRABAR-EXCEPCION
                       ELSE
                           PERFORM GRABAR-MOVIMIENTO
                       END-IF
               END-EVALUATE
               READ NUMIN-FILE
                   AT END MOVE 'Y' TO WS-NUMIN-EOF
               END-READ
           END-PERFORM
           CLOSE NUMIN-FILE
           MOVE WS-NET-CUENTA TO WS-NTRL-CUENTA
           MOVE WS-NET-HASH TO WS-NTRL-HASH
           MOVE WS-NUMNET-TRAILER TO NUMNET-RECORD
           WRITE NUMNET-RECORD
           CLOSE NUMNET-FILE
           CLOSE REVEXC-FILE
           .

       GRABAR-MOVIMIENTO.
           MOVE NUMIN-RECORD TO NUMNET-RECORD
           WRITE NUMNET-RECORD
           ADD 1 TO WS-NET-CUENTA
           COMPUTE WS-NET-HASH = FUNCTION MOD
               (WS-NET-HASH + NUMIN-NUM-PIC, 100000000000)
           .

       GRABAR-EXCEPCION.
           MOVE SPACES TO REVEXC-RECORD
           MOVE NUMIN-RECORD TO EX-REGISTRO
           MOVE WS-REV-MOTIVO (WS-REV-ORDINAL) TO EX-MOTIVO
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > 5
               IF WS-MOT-CODIGO (MDX) = EX-MOTIVO
                   MOVE WS-MOT-TEXTO (MDX) TO EX-DESCRIPCION
               END-IF
           END-PERFORM
           WRITE REVEXC-RECORD
           ADD 1 TO WS-EXCEPCIONES
           .

      *    EL NUMIN CRUDO SE REGISTRA EN BCHREG BAJO SU
      *    PROPIO NOMBRE DE ARCHIVO: EL APAREO DEPENDE DE LA
      *    HISTORIA, ASI QUE UNA SEGUNDA PASADA DEL MISMO
      *    LOTE PODRIA DEJAR UN NUMNET DISTINTO QUE EL
      *    CONTROL DEL ORDENAMIENTO NO RECONOCERIA.
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
               IF BR-ARCHIVO = "NUMINREV"
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
               DISPLAY "LOTE NUMIN DEL " WS-CAB-FECHA
                   " ORIGEN " WS-CAB-ORIGEN
                   " YA APAREADO - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "LOTE NUMIN YA APAREADO" TO AU-DETAIL
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
               MOVE "NUMINREV" TO BR-ARCHIVO
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
               IF RP-PROGRAMA = "APAREAREVERSOS"
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
           MOVE "APAREAREVERSOS" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = DATOS DEL NUMIN,
      *    GRABADOS = DATOS DEL NUMNET; LA DIFERENCIA SON LAS
      *    EXCEPCIONES DE REVEXC.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "APAREAREVERSOS" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-CTL-CUENTA TO CT-RECORDS-READ
           MOVE WS-NET-CUENTA TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
