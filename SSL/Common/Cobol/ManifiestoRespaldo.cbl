       IDENTIFICATION DIVISION.
       PROGRAM-ID. ManifiestoRespaldo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYMAST-FILE ASSIGN TO "KEYMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMAST-STATUS.
           SELECT KEYVERS-FILE ASSIGN TO "KEYVERS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYVERS-STATUS.
           SELECT KEYJRNL-FILE ASSIGN TO "KEYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYJRNL-STATUS.
           SELECT KEYUSAGE-FILE ASSIGN TO "KEYUSAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYUSAGE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT VERMARK-FILE ASSIGN TO "VERMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERMARK-STATUS.
           SELECT VERMARK2-FILE ASSIGN TO "VERMARK2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERMARK2-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT RESTVER-FILE ASSIGN TO "RESTVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTVER-STATUS.
           SELECT RESPRPT-FILE ASSIGN TO "RESPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPRPT-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEYMAST-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

       FD  KEYVERS-FILE
           RECORDING MODE IS F.
           COPY KEYVERS.

       FD  KEYJRNL-FILE
           RECORDING MODE IS F.
           COPY KEYJRNL.

       FD  KEYUSAGE-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SU-CLAVE            PIC 9(7).
           05  SU-FECHA-ALTA       PIC X(8).
           05  SU-CICLOS           PIC 9(3).
           05  SU-ORIGEN           PIC X(8).

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

       FD  OPERMAST-FILE
           RECORDING MODE IS F.
           COPY OPERMAST.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

      *    MARCAS DE VERSION VERIFICADA DE LOS PROGRAMAS DE
      *    BUSQUEDA, CON EL MISMO TRAZADO QUE EL KEYVERS.
       FD  VERMARK-FILE
           RECORDING MODE IS F.
       01  VM-MARK-RECORD.
           05  VM-FECHA            PIC X(08).
           05  VM-HORA             PIC X(08).
           05  VM-ACTIVAS          PIC 9(07).
           05  VM-HASH             PIC 9(11).
           05  VM-RUN-ID           PIC X(20).

       FD  VERMARK2-FILE
           RECORDING MODE IS F.
       01  V2-MARK-RECORD.
           05  V2-FECHA            PIC X(08).
           05  V2-HORA             PIC X(08).
           05  V2-ACTIVAS          PIC 9(07).
           05  V2-HASH             PIC 9(11).
           05  V2-RUN-ID           PIC X(20).

      *    MANIFIESTO DEL RESPALDO: CABECERA 'H' (ARCHIVO
      *    MANIFEST, RUN-ID DEL RESPALDO Y FECHA DE PROCESO),
      *    UN RENGLON 'D' POR ARCHIVO RESPALDADO (CUENTA DE
      *    REGISTROS, HASH DE CLAVES Y ULTIMA MARCA) Y
      *    TRAILER 'T' (CANTIDAD DE RENGLONES Y SUMA DE SUS
      *    HASHES).
       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  MANIFEST-RECORD.
           05  MF-TIPO             PIC X(1).
           05  MF-ARCHIVO          PIC X(8).
           05  MF-CUENTA           PIC 9(7).
           05  MF-HASH             PIC 9(11).
           05  MF-MARCA            PIC X(20).
           05  MF-FECHA            PIC X(8).
           05  FILLER              PIC X(5).

       FD  RESTVER-FILE
           RECORDING MODE IS F.
           COPY RESTVER.

       FD  RESPRPT-FILE
           RECORDING MODE IS F.
       01  RESPRPT-RECORD          PIC X(80).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CTLTOT-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       WORKING-STORAGE SECTION.
       01  WS-KEYMAST-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYVERS-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYJRNL-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYUSAGE-STATUS    PIC X(02) VALUE '00'.
       01  WS-SUSPENSE-STATUS    PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-VERMARK-STATUS     PIC X(02) VALUE '00'.
       01  WS-VERMARK2-STATUS    PIC X(02) VALUE '00'.
       01  WS-MANIFEST-STATUS    PIC X(02) VALUE '00'.
       01  WS-RESTVER-STATUS     PIC X(02) VALUE '00'.
       01  WS-RESPRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-ARCHIVO-EOF        PIC X VALUE 'N'.
           88  ARCHIVO-AT-EOF    VALUE 'Y'.
       01  WS-MANIFEST-EOF       PIC X VALUE 'N'.
           88  MANIFEST-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    PARM: OPERADOR,MODO. RESPALDO GRABA EL MANIFIESTO
      *    DE LAS COPIAS RECIEN TOMADAS; BLOQUEAR DEJA EL
      *    TREN NOCTURNO DETENIDO ANTES DE RESTAURAR;
      *    VERIFICAR (POR DEFECTO) COMPARA LOS ARCHIVOS
      *    RESTAURADOS CONTRA EL MANIFIESTO Y ENTRE SI Y
      *    SOLO LIBERA EL TREN SI EL JUEGO ES CONSISTENTE.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-MODO          PIC X(10) VALUE SPACES.
       01  WS-MODO               PIC X(10) VALUE "VERIFICAR".
           88  MODO-RESPALDO     VALUE "RESPALDO".
           88  MODO-BLOQUEAR     VALUE "BLOQUEAR".
           88  MODO-VERIFICAR    VALUE "VERIFICAR".

      *    ARCHIVOS DEL JUEGO, EN EL ORDEN DEL MANIFIESTO.
       01  WS-NOMBRES-ARCHIVO.
           05  FILLER PIC X(08) VALUE "KEYMAST".
           05  FILLER PIC X(08) VALUE "KEYVERS".
           05  FILLER PIC X(08) VALUE "KEYJRNL".
           05  FILLER PIC X(08) VALUE "KEYUSAGE".
           05  FILLER PIC X(08) VALUE "SUSPENSE".
           05  FILLER PIC X(08) VALUE "BCHREG".
           05  FILLER PIC X(08) VALUE "OPERMAST".
           05  FILLER PIC X(08) VALUE "RUNPROF".
           05  FILLER PIC X(08) VALUE "FECPROC".
           05  FILLER PIC X(08) VALUE "VERMARK".
           05  FILLER PIC X(08) VALUE "VERMARK2".
       01  WS-NOMBRES-TABLA REDEFINES WS-NOMBRES-ARCHIVO.
           05  WS-NOMBRE-ARCHIVO   PIC X(08) OCCURS 11 TIMES.
       01  WS-CANT-ARCHIVOS      PIC 9(2) VALUE 11.

      *    CUENTA, HASH DE CLAVES Y ULTIMA MARCA DE CADA
      *    ARCHIVO. LA MARCA ES EL ULTIMO RUN-ID QUE EL
      *    ARCHIVO LLEVA; LOS ARCHIVOS SIN RUN-ID LLEVAN LA
      *    FECHA MAS RECIENTE QUE CONTIENEN (EFECTIVA,
      *    ULTIMO PEDIDO, ALTA EN SUSPENSO, NIVEL OTORGADO O
      *    FECHA DE PROCESO) Y EL RUNPROF NINGUNA.
       01  WS-ARCHIVOS.
           05  WS-ARC-ENTRY OCCURS 11 TIMES.
               10  WS-ARC-PRESENTE     PIC X(01).
               10  WS-ARC-CUENTA       PIC 9(07).
               10  WS-ARC-HASH         PIC 9(11).
               10  WS-ARC-MARCA        PIC X(20).
               10  WS-MAN-HALLADO      PIC X(01).
               10  WS-MAN-CUENTA       PIC 9(07).
               10  WS-MAN-HASH         PIC 9(11).
               10  WS-MAN-MARCA        PIC X(20).
               10  WS-ARC-RESULTADO    PIC X(08).
       01  AX                    PIC 9(2).
       01  BX                    PIC 9(2).

      *    HASH DE CLAVES: LAS CLAVES NUMERICAS SE SUMAN
      *    MODULO 10**11 COMO EN LOS TRAILERS DE LA SUITE;
      *    LAS CLAVES DE TEXTO APORTAN LA SUMA DE SUS
      *    CARACTERES PONDERADOS POR POSICION.
       01  WS-HASH-VALOR         PIC 9(11).
       01  WS-HASH-TEXTO         PIC X(20).
       01  WS-HASH-PESO          PIC 9(11).
       01  WS-HASH-POS           PIC 9(03) COMP.

      *    MAESTRO EN MEMORIA PARA LOS CRUCES POR CLAVE.
       01  WS-MAESTRO.
           05  WS-MAE-COUNT        PIC 9(6) VALUE 0.
           05  WS-MAE-ENTRY OCCURS 100000 TIMES.
               10  WS-MAE-CLAVE        PIC 9(07).
               10  WS-MAE-ESTADO       PIC X(01).
               10  WS-MAE-FECHA        PIC X(08).
       01  WS-MAE-ACTIVAS        PIC 9(7) VALUE 0.
       01  WS-MAE-HASH-ACT       PIC 9(11) VALUE 0.
       01  WS-MAE-BUSCABLE       PIC X VALUE 'Y'.
           88  MAESTRO-BUSCABLE  VALUE 'Y'.
       01  WS-BUS-CLAVE          PIC 9(7).
       01  WS-BUS-POS            PIC 9(6).
       01  WS-BUS-BAJO           PIC 9(6).
       01  WS-BUS-ALTO           PIC 9(6).
       01  WS-BUS-MEDIO          PIC 9(6).

      *    REGISTRO DE VERSION Y MARCAS DE VERSION VERIFICADA
      *    (1 = VERMARK, 2 = VERMARK2).
       01  WS-VS-PRESENTE        PIC X VALUE 'N'.
       01  WS-VS-ACTUAL.
           05  WS-VS-FECHA         PIC X(08).
           05  WS-VS-HORA          PIC X(08).
           05  WS-VS-ACTIVAS       PIC 9(07).
           05  WS-VS-HASH          PIC 9(11).
           05  WS-VS-RUN-ID        PIC X(20).
       01  WS-MARCAS.
           05  WS-MRC-ENTRY OCCURS 2 TIMES.
               10  WS-MRC-PRESENTE     PIC X(01).
               10  WS-MRC-FECHA        PIC X(08).
               10  WS-MRC-HORA         PIC X(08).
               10  WS-MRC-ACTIVAS      PIC 9(07).
               10  WS-MRC-HASH         PIC 9(11).
               10  WS-MRC-RUN-ID       PIC X(20).
       01  MX                    PIC 9(1).

      *    MANIFIESTO ELEGIDO PARA LA VERIFICACION.
       01  WS-MAN-RUN-ID         PIC X(20) VALUE SPACES.
       01  WS-MAN-FECHA          PIC X(08) VALUE SPACES.
       01  WS-MAN-RENGLONES      PIC 9(7) VALUE 0.
       01  WS-MAN-SUMA-HASH      PIC 9(11) VALUE 0.
       01  WS-MAN-TRAILER        PIC X VALUE 'N'.
           88  MANIFEST-TRAILER-VISTO VALUE 'Y'.

       01  WS-INCONSISTENCIAS    PIC 9(7) VALUE 0.
       01  WS-DIFERENCIAS        PIC 9(7) VALUE 0.
       01  WS-COINCIDENTES       PIC 9(7) VALUE 0.
       01  WS-TOT-REGISTROS      PIC 9(7) VALUE 0.
       01  WS-MAN-GRABADOS       PIC 9(7) VALUE 0.
       01  WS-INC-TEXTO          PIC X(60).
       01  WS-ESTADO-REST        PIC X(01).
       01  WS-CLAVE-DISP         PIC 9(7).
       01  WS-REPORT-LINE        PIC X(80).

       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
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
           MOVE "RESP" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-MODO
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-MODO NOT = SPACES
                   MOVE WS-PARM-MODO TO WS-MODO
               END-IF
           END-IF
           IF NOT MODO-RESPALDO AND NOT MODO-BLOQUEAR
               AND NOT MODO-VERIFICAR
               DISPLAY "MODO INVALIDO: " WS-MODO " - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "MODO INVALIDO: " WS-MODO
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           EVALUATE TRUE
               WHEN MODO-RESPALDO
                   PERFORM GENERAR-MANIFIESTO
               WHEN MODO-BLOQUEAR
                   PERFORM BLOQUEAR-TREN
               WHEN MODO-VERIFICAR
                   PERFORM VERIFICAR-RESTAURACION
           END-EVALUATE
           GOBACK.

      *    RESPALDO: LOS DD APUNTAN A LAS COPIAS RECIEN
      *    TOMADAS. SE CUENTAN Y SE CRUZAN ENTRE SI; UN JUEGO
      *    INCONSISTENTE SE RESPALDA IGUAL (ES LO QUE HABIA)
      *    PERO EL PASO TERMINA CON RC=4 Y EL REPORTE LISTA
      *    LAS INCONSISTENCIAS.
       GENERAR-MANIFIESTO.
           OPEN OUTPUT RESPRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANIFIESTO DE RESPALDO - FECHA PROCESO "
               WS-FECHA-HOY " CORRIDA " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM LEER-ARCHIVOS
           PERFORM CRUZAR-ARCHIVOS
           PERFORM GRABAR-MANIFIESTO
           PERFORM LISTAR-ARCHIVOS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS RESPALDADOS: " WS-TOT-REGISTROS
               "  INCONSISTENCIAS: " WS-INCONSISTENCIAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           CLOSE RESPRPT-FILE
           DISPLAY "MANIFIESTO GRABADO: " WS-MAN-GRABADOS
               " RENGLONES, " WS-TOT-REGISTROS " REGISTROS"
           DISPLAY "INCONSISTENCIAS EN EL RESPALDO: "
               WS-INCONSISTENCIAS
           IF WS-INCONSISTENCIAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "MANIFIESTO REG=" WS-TOT-REGISTROS
               " INC=" WS-INCONSISTENCIAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           MOVE WS-MAN-GRABADOS TO WS-COINCIDENTES
           PERFORM GRABAR-CTLTOT
           .

      *    ANTES DE RESTAURAR: EL ESTADO QUEDA PENDIENTE Y EL
      *    CONTROL DE PASOS NO DEJA CORRER EL TREN HASTA QUE
      *    UNA VERIFICACION PRUEBE EL JUEGO RESTAURADO.
       BLOQUEAR-TREN.
           PERFORM LEER-CABECERA-MANIFIESTO
           MOVE 'P' TO WS-ESTADO-REST
           PERFORM GRABAR-ESTADO
           DISPLAY "TREN NOCTURNO BLOQUEADO - RESTAURACION DEL "
               "RESPALDO " WS-MAN-RUN-ID
           MOVE "RESTAURACION EN CURSO - TREN BLOQUEADO"
               TO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           .

      *    DESPUES DE RESTAURAR: EL TREN QUEDA BLOQUEADO DESDE
      *    EL PRIMER MOMENTO; SOLO UN JUEGO QUE COINCIDE CON
      *    EL MANIFIESTO ARCHIVO POR ARCHIVO Y QUE ES
      *    CONSISTENTE ENTRE SI LO LIBERA. CUALQUIER
      *    DIFERENCIA TERMINA CON RC=8 Y EL TREN SIGUE
      *    BLOQUEADO.
       VERIFICAR-RESTAURACION.
           MOVE 'P' TO WS-ESTADO-REST
           PERFORM GRABAR-ESTADO
           PERFORM CARGAR-MANIFIESTO
           OPEN OUTPUT RESPRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERIFICACION DE RESTAURACION - MANIFIESTO "
               WS-MAN-RUN-ID " DEL " WS-MAN-FECHA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM LEER-ARCHIVOS
           PERFORM CRUZAR-ARCHIVOS
           PERFORM COMPARAR-MANIFIESTO
           PERFORM LISTAR-ARCHIVOS
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVOS DISTINTOS DEL MANIFIESTO: "
               WS-DIFERENCIAS
               "  INCONSISTENCIAS: " WS-INCONSISTENCIAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           MOVE SPACES TO AU-DETAIL
           IF WS-DIFERENCIAS = 0 AND WS-INCONSISTENCIAS = 0
               MOVE 'V' TO WS-ESTADO-REST
               MOVE "JUEGO RESTAURADO CONSISTENTE - TREN LIBERADO"
                   TO WS-REPORT-LINE
               DISPLAY "JUEGO RESTAURADO CONSISTENTE - TREN LIBERADO"
               STRING "VERIFICADA MAN=" WS-MAN-RUN-ID
                   DELIMITED BY SIZE INTO AU-DETAIL
           ELSE
               MOVE 'F' TO WS-ESTADO-REST
               MOVE 8 TO RETURN-CODE
               MOVE "JUEGO RESTAURADO INCONSISTENTE - TREN BLOQUEADO"
                   TO WS-REPORT-LINE
               DISPLAY "JUEGO RESTAURADO INCONSISTENTE - TREN "
                   "BLOQUEADO"
               DISPLAY "  DISTINTOS: " WS-DIFERENCIAS
                   " INCONSISTENCIAS: " WS-INCONSISTENCIAS
               STRING "INCONSISTENTE DIF=" WS-DIFERENCIAS
                   " INC=" WS-INCONSISTENCIAS
                   DELIMITED BY SIZE INTO AU-DETAIL
           END-IF
           PERFORM GRABAR-LINEA
           CLOSE RESPRPT-FILE
           PERFORM GRABAR-ESTADO
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           .

      *    MANIFIESTO ELEGIDO: CABECERA, UN RENGLON POR
      *    ARCHIVO Y TRAILER CUADRADO. UN MANIFIESTO ILEGIBLE
      *    O DESCUADRADO NO SIRVE DE REFERENCIA: RC=16 Y EL
      *    TREN SIGUE BLOQUEADO.
       CARGAR-MANIFIESTO.
           MOVE 'N' TO WS-MANIFEST-EOF
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "MANIFEST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MANIFEST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ MANIFEST-FILE
               AT END MOVE 'Y' TO WS-MANIFEST-EOF
           END-READ
           IF MANIFEST-AT-EOF OR MF-TIPO NOT = 'H'
               DISPLAY "MANIFEST SIN CABECERA - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MANIFEST SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE MF-MARCA TO WS-MAN-RUN-ID
           MOVE MF-FECHA TO WS-MAN-FECHA
           READ MANIFEST-FILE
               AT END MOVE 'Y' TO WS-MANIFEST-EOF
           END-READ
           PERFORM UNTIL MANIFEST-AT-EOF OR MANIFEST-TRAILER-VISTO
               IF MF-TIPO = 'T'
                   MOVE 'Y' TO WS-MAN-TRAILER
                   IF MF-CUENTA NOT = WS-MAN-RENGLONES
                       OR MF-HASH NOT = WS-MAN-SUMA-HASH
                       DISPLAY "MANIFEST DESCUADRADO - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "MANIFEST DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   IF MF-TIPO NOT = 'D' OR MF-CUENTA IS NOT NUMERIC
                       OR MF-HASH IS NOT NUMERIC
                       DISPLAY "MANIFEST RENGLON INVALIDO: "
                           MF-ARCHIVO " - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "MANIFEST RENGLON INVALIDO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   ADD 1 TO WS-MAN-RENGLONES
                   COMPUTE WS-MAN-SUMA-HASH = FUNCTION MOD
                       (WS-MAN-SUMA-HASH + MF-HASH, 100000000000)
                   PERFORM VARYING BX FROM 1 BY 1
                           UNTIL BX > WS-CANT-ARCHIVOS
                       IF MF-ARCHIVO = WS-NOMBRE-ARCHIVO (BX)
                           MOVE 'Y' TO WS-MAN-HALLADO (BX)
                           MOVE MF-CUENTA TO WS-MAN-CUENTA (BX)
                           MOVE MF-HASH TO WS-MAN-HASH (BX)
                           MOVE MF-MARCA TO WS-MAN-MARCA (BX)
                       END-IF
                   END-PERFORM
               END-IF
               READ MANIFEST-FILE
                   AT END MOVE 'Y' TO WS-MANIFEST-EOF
               END-READ
           END-PERFORM
           CLOSE MANIFEST-FILE
           IF NOT MANIFEST-TRAILER-VISTO
               DISPLAY "MANIFEST SIN TRAILER - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MANIFEST SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           DISPLAY "MANIFIESTO " WS-MAN-RUN-ID " DEL " WS-MAN-FECHA
               ": " WS-MAN-RENGLONES " ARCHIVOS"
           .

      *    PARA EL BLOQUEO SOLO INTERESA QUE RESPALDO SE VA A
      *    RESTAURAR; SIN MANIFIESTO SE BLOQUEA IGUAL.
       LEER-CABECERA-MANIFIESTO.
           MOVE SPACES TO WS-MAN-RUN-ID
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = "00"
               READ MANIFEST-FILE
                   AT END MOVE SPACES TO MANIFEST-RECORD
               END-READ
               IF MF-TIPO = 'H'
                   MOVE MF-MARCA TO WS-MAN-RUN-ID
               END-IF
               CLOSE MANIFEST-FILE
           END-IF
           .

       LEER-ARCHIVOS.
           MOVE 0 TO WS-TOT-REGISTROS
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-CANT-ARCHIVOS
               MOVE 'Y' TO WS-ARC-PRESENTE (AX)
               MOVE 0 TO WS-ARC-CUENTA (AX)
               MOVE 0 TO WS-ARC-HASH (AX)
               MOVE SPACES TO WS-ARC-MARCA (AX)
               MOVE SPACES TO WS-ARC-RESULTADO (AX)
           END-PERFORM
           PERFORM LEER-KEYMAST THRU LEER-KEYMAST-FIN
           PERFORM LEER-KEYVERS THRU LEER-KEYVERS-FIN
           PERFORM LEER-KEYJRNL THRU LEER-KEYJRNL-FIN
           PERFORM LEER-KEYUSAGE THRU LEER-KEYUSAGE-FIN
           PERFORM LEER-SUSPENSO THRU LEER-SUSPENSO-FIN
           PERFORM LEER-BCHREG THRU LEER-BCHREG-FIN
           PERFORM LEER-OPERMAST THRU LEER-OPERMAST-FIN
           PERFORM LEER-RUNPROF THRU LEER-RUNPROF-FIN
           PERFORM LEER-FECPROC THRU LEER-FECPROC-FIN
           PERFORM LEER-VERMARK THRU LEER-VERMARK-FIN
           PERFORM LEER-VERMARK2 THRU LEER-VERMARK2-FIN
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-CANT-ARCHIVOS
               ADD WS-ARC-CUENTA (AX) TO WS-TOT-REGISTROS
           END-PERFORM
           .

      *    MAESTRO DE CLAVES: SE CARGA EN MEMORIA PARA LOS
      *    CRUCES Y SE CUENTAN LAS ACTIVAS CON SU HASH, QUE
      *    DEBEN SER LAS DEL REGISTRO DE VERSION.
       LEER-KEYMAST.
           MOVE 1 TO AX
           MOVE 0 TO WS-MAE-COUNT
           MOVE 0 TO WS-MAE-ACTIVAS
           MOVE 0 TO WS-MAE-HASH-ACT
           MOVE 'Y' TO WS-MAE-BUSCABLE
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT KEYMAST-FILE
           IF WS-KEYMAST-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               MOVE 'N' TO WS-MAE-BUSCABLE
               GO TO LEER-KEYMAST-FIN
           END-IF
           READ KEYMAST-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF KM-CLAVE IS NUMERIC
                   MOVE KM-CLAVE TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   IF KM-ESTADO = 'A'
                       ADD 1 TO WS-MAE-ACTIVAS
                       COMPUTE WS-MAE-HASH-ACT = FUNCTION MOD
                           (WS-MAE-HASH-ACT + KM-CLAVE, 100000000000)
                   END-IF
                   IF WS-MAE-COUNT > 0
                       AND KM-CLAVE NOT > WS-MAE-CLAVE (WS-MAE-COUNT)
                       AND MAESTRO-BUSCABLE
                       MOVE 'N' TO WS-MAE-BUSCABLE
                       MOVE SPACES TO WS-INC-TEXTO
                       MOVE KM-CLAVE TO WS-CLAVE-DISP
                       STRING "KEYMAST FUERA DE ORDEN EN CLAVE "
                           WS-CLAVE-DISP
                           DELIMITED BY SIZE INTO WS-INC-TEXTO
                       PERFORM INFORMAR-INCONSISTENCIA
                   END-IF
                   IF WS-MAE-COUNT < 100000
                       ADD 1 TO WS-MAE-COUNT
                       MOVE KM-CLAVE TO WS-MAE-CLAVE (WS-MAE-COUNT)
                       MOVE KM-ESTADO TO WS-MAE-ESTADO (WS-MAE-COUNT)
                       MOVE KM-FECHA-EFECT
                           TO WS-MAE-FECHA (WS-MAE-COUNT)
                   ELSE
                       MOVE 'N' TO WS-MAE-BUSCABLE
                   END-IF
               ELSE
                   MOVE KM-MASTER-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               IF KM-FECHA-EFECT IS NUMERIC
                   AND KM-FECHA-EFECT > WS-ARC-MARCA (AX) (1:8)
                   MOVE KM-FECHA-EFECT TO WS-ARC-MARCA (AX)
               END-IF
               READ KEYMAST-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE KEYMAST-FILE
           IF WS-MAE-COUNT < WS-ARC-CUENTA (AX)
               MOVE 'N' TO WS-MAE-BUSCABLE
           END-IF.
       LEER-KEYMAST-FIN.
           EXIT.

       LEER-KEYVERS.
           MOVE 2 TO AX
           MOVE 'N' TO WS-VS-PRESENTE
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT KEYVERS-FILE
           IF WS-KEYVERS-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-KEYVERS-FIN
           END-IF
           READ KEYVERS-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF VS-HASH IS NUMERIC AND VS-ACTIVAS IS NUMERIC
                   MOVE VS-HASH TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   MOVE 'Y' TO WS-VS-PRESENTE
                   MOVE VS-VERSION-RECORD TO WS-VS-ACTUAL
               ELSE
                   MOVE VS-VERSION-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               MOVE VS-RUN-ID TO WS-ARC-MARCA (AX)
               READ KEYVERS-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE KEYVERS-FILE.
       LEER-KEYVERS-FIN.
           EXIT.

       LEER-KEYJRNL.
           MOVE 3 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT KEYJRNL-FILE
           IF WS-KEYJRNL-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-KEYJRNL-FIN
           END-IF
           READ KEYJRNL-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF KJ-CLAVE IS NUMERIC
                   MOVE KJ-CLAVE TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
               ELSE
                   MOVE KJ-JOURNAL-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               MOVE KJ-RUN-ID TO WS-ARC-MARCA (AX)
               READ KEYJRNL-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE KEYJRNL-FILE.
       LEER-KEYJRNL-FIN.
           EXIT.

      *    UNA CLAVE QUE ALGUNA VEZ FUE HALLADA TIENE QUE
      *    FIGURAR EN EL MAESTRO, AUNQUE SEA DADA DE BAJA
      *    (LAS BAJAS SE CONSERVAN).
       LEER-KEYUSAGE.
           MOVE 4 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT KEYUSAGE-FILE
           IF WS-KEYUSAGE-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-KEYUSAGE-FIN
           END-IF
           READ KEYUSAGE-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF KU-CLAVE IS NUMERIC
                   MOVE KU-CLAVE TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   IF KU-HALLADAS IS NUMERIC AND KU-HALLADAS > 0
                       AND MAESTRO-BUSCABLE
                       MOVE KU-CLAVE TO WS-BUS-CLAVE
                       PERFORM BUSCAR-EN-MAESTRO
                       IF WS-BUS-POS = 0
                           MOVE SPACES TO WS-INC-TEXTO
                           MOVE KU-CLAVE TO WS-CLAVE-DISP
                           STRING "KEYUSAGE CON HALLAZGOS DE CLAVE "
                               "AUSENTE DEL MAESTRO " WS-CLAVE-DISP
                               DELIMITED BY SIZE INTO WS-INC-TEXTO
                           PERFORM INFORMAR-INCONSISTENCIA
                       END-IF
                   END-IF
               ELSE
                   MOVE KU-USAGE-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               IF KU-FECHA-ULTIMA IS NUMERIC
                   AND KU-FECHA-ULTIMA > WS-ARC-MARCA (AX) (1:8)
                   MOVE KU-FECHA-ULTIMA TO WS-ARC-MARCA (AX)
               END-IF
               READ KEYUSAGE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE KEYUSAGE-FILE.
       LEER-KEYUSAGE-FIN.
           EXIT.

      *    UNA CLAVE ENTRA AL SUSPENSO PORQUE NO ESTABA
      *    VIGENTE EN EL MAESTRO. SI EL MAESTRO LA TIENE
      *    ACTIVA CON FECHA EFECTIVA ANTERIOR AL ALTA EN
      *    SUSPENSO, EL SUSPENSO Y EL MAESTRO SON DE PUNTOS
      *    DE RESPALDO DISTINTOS.
       LEER-SUSPENSO.
           MOVE 5 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-SUSPENSO-FIN
           END-IF
           READ SUSPENSE-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF SU-CLAVE IS NUMERIC
                   MOVE SU-CLAVE TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   IF MAESTRO-BUSCABLE
                       MOVE SU-CLAVE TO WS-BUS-CLAVE
                       PERFORM BUSCAR-EN-MAESTRO
                       IF WS-BUS-POS > 0
                           AND WS-MAE-ESTADO (WS-BUS-POS) = 'A'
                           AND WS-MAE-FECHA (WS-BUS-POS)
                               < SU-FECHA-ALTA
                           MOVE SPACES TO WS-INC-TEXTO
                           MOVE SU-CLAVE TO WS-CLAVE-DISP
                           STRING "SUSPENSE CON CLAVE YA VIGENTE "
                               "AL ALTA " WS-CLAVE-DISP
                               DELIMITED BY SIZE INTO WS-INC-TEXTO
                           PERFORM INFORMAR-INCONSISTENCIA
                       END-IF
                   END-IF
               ELSE
                   MOVE SUSPENSE-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               IF SU-FECHA-ALTA IS NUMERIC
                   AND SU-FECHA-ALTA > WS-ARC-MARCA (AX) (1:8)
                   MOVE SU-FECHA-ALTA TO WS-ARC-MARCA (AX)
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.
       LEER-SUSPENSO-FIN.
           EXIT.

       LEER-BCHREG.
           MOVE 6 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-BCHREG-FIN
           END-IF
           READ BCHREG-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF BR-HASH IS NUMERIC
                   MOVE BR-HASH TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
               ELSE
                   MOVE BR-REGISTER-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               MOVE BR-RUN-ID TO WS-ARC-MARCA (AX)
               READ BCHREG-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE BCHREG-FILE.
       LEER-BCHREG-FIN.
           EXIT.

       LEER-OPERMAST.
           MOVE 7 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT OPERMAST-FILE
           IF WS-OPERMAST-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-OPERMAST-FIN
           END-IF
           READ OPERMAST-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               MOVE OM-OPERADOR TO WS-HASH-TEXTO
               PERFORM HASH-TEXTO
               IF OM-FECHA-NIVEL IS NUMERIC
                   AND OM-FECHA-NIVEL > WS-ARC-MARCA (AX) (1:8)
                   MOVE OM-FECHA-NIVEL TO WS-ARC-MARCA (AX)
               END-IF
               READ OPERMAST-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE OPERMAST-FILE.
       LEER-OPERMAST-FIN.
           EXIT.

       LEER-RUNPROF.
           MOVE 8 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT RUNPROF-FILE
           IF WS-RUNPROF-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-RUNPROF-FIN
           END-IF
           READ RUNPROF-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               MOVE RP-PROGRAMA TO WS-HASH-TEXTO
               PERFORM HASH-TEXTO
               READ RUNPROF-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE RUNPROF-FILE.
       LEER-RUNPROF-FIN.
           EXIT.

       LEER-FECPROC.
           MOVE 9 TO AX
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT FECPROC-FILE
           IF WS-FECPROC-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-FECPROC-FIN
           END-IF
           READ FECPROC-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               MOVE FP-CONTROL-RECORD TO WS-HASH-TEXTO
               PERFORM HASH-TEXTO
               IF FP-TIPO = 'F'
                   MOVE FP-FECHA TO WS-ARC-MARCA (AX)
               END-IF
               READ FECPROC-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE FECPROC-FILE.
       LEER-FECPROC-FIN.
           EXIT.

       LEER-VERMARK.
           MOVE 10 TO AX
           MOVE 1 TO MX
           MOVE 'N' TO WS-MRC-PRESENTE (MX)
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT VERMARK-FILE
           IF WS-VERMARK-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-VERMARK-FIN
           END-IF
           READ VERMARK-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF VM-HASH IS NUMERIC AND VM-ACTIVAS IS NUMERIC
                   MOVE VM-HASH TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   MOVE 'Y' TO WS-MRC-PRESENTE (MX)
                   MOVE VM-FECHA TO WS-MRC-FECHA (MX)
                   MOVE VM-HORA TO WS-MRC-HORA (MX)
                   MOVE VM-ACTIVAS TO WS-MRC-ACTIVAS (MX)
                   MOVE VM-HASH TO WS-MRC-HASH (MX)
                   MOVE VM-RUN-ID TO WS-MRC-RUN-ID (MX)
               ELSE
                   MOVE VM-MARK-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               MOVE VM-RUN-ID TO WS-ARC-MARCA (AX)
               READ VERMARK-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE VERMARK-FILE.
       LEER-VERMARK-FIN.
           EXIT.

       LEER-VERMARK2.
           MOVE 11 TO AX
           MOVE 2 TO MX
           MOVE 'N' TO WS-MRC-PRESENTE (MX)
           MOVE 'N' TO WS-ARCHIVO-EOF
           OPEN INPUT VERMARK2-FILE
           IF WS-VERMARK2-STATUS NOT = "00"
               MOVE 'N' TO WS-ARC-PRESENTE (AX)
               GO TO LEER-VERMARK2-FIN
           END-IF
           READ VERMARK2-FILE
               AT END MOVE 'Y' TO WS-ARCHIVO-EOF
           END-READ
           PERFORM UNTIL ARCHIVO-AT-EOF
               ADD 1 TO WS-ARC-CUENTA (AX)
               IF V2-HASH IS NUMERIC AND V2-ACTIVAS IS NUMERIC
                   MOVE V2-HASH TO WS-HASH-VALOR
                   PERFORM HASH-NUMERO
                   MOVE 'Y' TO WS-MRC-PRESENTE (MX)
                   MOVE V2-FECHA TO WS-MRC-FECHA (MX)
                   MOVE V2-HORA TO WS-MRC-HORA (MX)
                   MOVE V2-ACTIVAS TO WS-MRC-ACTIVAS (MX)
                   MOVE V2-HASH TO WS-MRC-HASH (MX)
                   MOVE V2-RUN-ID TO WS-MRC-RUN-ID (MX)
               ELSE
                   MOVE V2-MARK-RECORD TO WS-HASH-TEXTO
                   PERFORM CLAVE-NO-NUMERICA
               END-IF
               MOVE V2-RUN-ID TO WS-ARC-MARCA (AX)
               READ VERMARK2-FILE
                   AT END MOVE 'Y' TO WS-ARCHIVO-EOF
               END-READ
           END-PERFORM
           CLOSE VERMARK2-FILE.
       LEER-VERMARK2-FIN.
           EXIT.

       HASH-NUMERO.
           COMPUTE WS-ARC-HASH (AX) = FUNCTION MOD
               (WS-ARC-HASH (AX) + WS-HASH-VALOR, 100000000000)
           .

       HASH-TEXTO.
           MOVE 0 TO WS-HASH-PESO
           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 20
               COMPUTE WS-HASH-PESO = WS-HASH-PESO + WS-HASH-POS
                   * FUNCTION ORD(WS-HASH-TEXTO (WS-HASH-POS:1))
           END-PERFORM
           COMPUTE WS-ARC-HASH (AX) = FUNCTION MOD
               (WS-ARC-HASH (AX) + WS-HASH-PESO, 100000000000)
           .

      *    UN REGISTRO CON LA CLAVE NO NUMERICA ENTRA AL HASH
      *    POR SU TEXTO Y SE INFORMA COMO INCONSISTENCIA.
       CLAVE-NO-NUMERICA.
           PERFORM HASH-TEXTO
           MOVE SPACES TO WS-INC-TEXTO
           STRING WS-NOMBRE-ARCHIVO (AX)
               " REGISTRO CON CLAVE NO NUMERICA: " WS-HASH-TEXTO
               DELIMITED BY SIZE INTO WS-INC-TEXTO
           PERFORM INFORMAR-INCONSISTENCIA
           .

       BUSCAR-EN-MAESTRO.
           MOVE 0 TO WS-BUS-POS
           MOVE 1 TO WS-BUS-BAJO
           MOVE WS-MAE-COUNT TO WS-BUS-ALTO
           PERFORM UNTIL WS-BUS-BAJO > WS-BUS-ALTO OR WS-BUS-POS > 0
               COMPUTE WS-BUS-MEDIO = (WS-BUS-BAJO + WS-BUS-ALTO) / 2
               EVALUATE TRUE
                   WHEN WS-MAE-CLAVE (WS-BUS-MEDIO) = WS-BUS-CLAVE
                       MOVE WS-BUS-MEDIO TO WS-BUS-POS
                   WHEN WS-MAE-CLAVE (WS-BUS-MEDIO) < WS-BUS-CLAVE
                       COMPUTE WS-BUS-BAJO = WS-BUS-MEDIO + 1
                   WHEN OTHER
                       IF WS-BUS-MEDIO = 1
                           MOVE 0 TO WS-BUS-ALTO
                       ELSE
                           COMPUTE WS-BUS-ALTO = WS-BUS-MEDIO - 1
                       END-IF
               END-EVALUATE
           END-PERFORM
           .

      *    CRUCES ENTRE ARCHIVOS: EL REGISTRO DE VERSION DEBE
      *    DESCRIBIR EL MAESTRO (ACTIVAS Y HASH); NINGUNA
      *    MARCA DE VERSION VERIFICADA NI EL DIARIO DE
      *    CAMBIOS PUEDEN SER POSTERIORES A ESA VERSION, Y
      *    UNA MARCA DE LA MISMA VERSION DEBE COINCIDIR CON
      *    ELLA. LOS CRUCES POR CLAVE DE KEYUSAGE Y SUSPENSE
      *    SE HACEN AL LEERLOS.
       CRUZAR-ARCHIVOS.
           IF WS-ARC-CUENTA (1) = 0
               MOVE "KEYMAST AUSENTE O VACIO" TO WS-INC-TEXTO
               PERFORM INFORMAR-INCONSISTENCIA
           END-IF
           IF WS-VS-PRESENTE NOT = 'Y'
               MOVE "KEYVERS AUSENTE O VACIO" TO WS-INC-TEXTO
               PERFORM INFORMAR-INCONSISTENCIA
           ELSE
               IF WS-VS-ACTIVAS NOT = WS-MAE-ACTIVAS
                   OR WS-VS-HASH NOT = WS-MAE-HASH-ACT
                   MOVE SPACES TO WS-INC-TEXTO
                   STRING "KEYVERS NO DESCRIBE KEYMAST - ACTIVAS "
                       WS-VS-ACTIVAS " VS " WS-MAE-ACTIVAS
                       DELIMITED BY SIZE INTO WS-INC-TEXTO
                   PERFORM INFORMAR-INCONSISTENCIA
               END-IF
               IF WS-ARC-CUENTA (3) > 0
                   AND WS-ARC-MARCA (3) (1:16)
                       > WS-VS-RUN-ID (1:16)
                   MOVE "KEYJRNL POSTERIOR A LA VERSION DEL KEYVERS"
                       TO WS-INC-TEXTO
                   PERFORM INFORMAR-INCONSISTENCIA
               END-IF
               PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > 2
                   COMPUTE AX = MX + 9
                   IF WS-MRC-PRESENTE (MX) = 'Y'
                       PERFORM CRUZAR-MARCA
                   END-IF
               END-PERFORM
           END-IF
           .

       CRUZAR-MARCA.
           MOVE SPACES TO WS-INC-TEXTO
           IF WS-MRC-RUN-ID (MX) (1:16) > WS-VS-RUN-ID (1:16)
               STRING WS-NOMBRE-ARCHIVO (AX)
                   " POSTERIOR A LA VERSION DEL KEYVERS"
                   DELIMITED BY SIZE INTO WS-INC-TEXTO
               PERFORM INFORMAR-INCONSISTENCIA
           ELSE
               IF WS-MRC-RUN-ID (MX) = WS-VS-RUN-ID
                   AND (WS-MRC-FECHA (MX) NOT = WS-VS-FECHA
                   OR WS-MRC-HORA (MX) NOT = WS-VS-HORA
                   OR WS-MRC-ACTIVAS (MX) NOT = WS-VS-ACTIVAS
                   OR WS-MRC-HASH (MX) NOT = WS-VS-HASH)
                   STRING WS-NOMBRE-ARCHIVO (AX)
                       " NO COINCIDE CON EL KEYVERS"
                       DELIMITED BY SIZE INTO WS-INC-TEXTO
                   PERFORM INFORMAR-INCONSISTENCIA
               END-IF
           END-IF
           .

      *    CADA ARCHIVO RESTAURADO DEBE TENER LA MISMA
      *    CUENTA, HASH Y ULTIMA MARCA QUE EN EL MANIFIESTO.
       COMPARAR-MANIFIESTO.
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-CANT-ARCHIVOS
               IF WS-MAN-HALLADO (AX) NOT = 'Y'
                   MOVE "SIN DATO" TO WS-ARC-RESULTADO (AX)
                   ADD 1 TO WS-DIFERENCIAS
               ELSE
                   IF WS-ARC-CUENTA (AX) = WS-MAN-CUENTA (AX)
                       AND WS-ARC-HASH (AX) = WS-MAN-HASH (AX)
                       AND WS-ARC-MARCA (AX) = WS-MAN-MARCA (AX)
                       MOVE "OK" TO WS-ARC-RESULTADO (AX)
                       ADD 1 TO WS-COINCIDENTES
                   ELSE
                       MOVE "DIFIERE" TO WS-ARC-RESULTADO (AX)
                       ADD 1 TO WS-DIFERENCIAS
                   END-IF
               END-IF
           END-PERFORM
           .

       GRABAR-MANIFIESTO.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS NOT = "00"
               DISPLAY "MANIFEST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "MANIFEST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE SPACES TO MANIFEST-RECORD
           MOVE 'H' TO MF-TIPO
           MOVE "MANIFEST" TO MF-ARCHIVO
           MOVE 0 TO MF-CUENTA
           MOVE 0 TO MF-HASH
           MOVE WS-RUN-ID TO MF-MARCA
           MOVE WS-FECHA-HOY TO MF-FECHA
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-MAN-GRABADOS
           MOVE 0 TO WS-MAN-RENGLONES
           MOVE 0 TO WS-MAN-SUMA-HASH
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-CANT-ARCHIVOS
               MOVE SPACES TO MANIFEST-RECORD
               MOVE 'D' TO MF-TIPO
               MOVE WS-NOMBRE-ARCHIVO (AX) TO MF-ARCHIVO
               MOVE WS-ARC-CUENTA (AX) TO MF-CUENTA
               MOVE WS-ARC-HASH (AX) TO MF-HASH
               MOVE WS-ARC-MARCA (AX) TO MF-MARCA
               MOVE WS-FECHA-HOY TO MF-FECHA
               WRITE MANIFEST-RECORD
               ADD 1 TO WS-MAN-GRABADOS
               ADD 1 TO WS-MAN-RENGLONES
               COMPUTE WS-MAN-SUMA-HASH = FUNCTION MOD
                   (WS-MAN-SUMA-HASH + WS-ARC-HASH (AX), 100000000000)
           END-PERFORM
           MOVE SPACES TO MANIFEST-RECORD
           MOVE 'T' TO MF-TIPO
           MOVE "MANIFEST" TO MF-ARCHIVO
           MOVE WS-MAN-RENGLONES TO MF-CUENTA
           MOVE WS-MAN-SUMA-HASH TO MF-HASH
           MOVE WS-RUN-ID TO MF-MARCA
           MOVE WS-FECHA-HOY TO MF-FECHA
           WRITE MANIFEST-RECORD
           ADD 1 TO WS-MAN-GRABADOS
           CLOSE MANIFEST-FILE
           MOVE WS-RUN-ID TO WS-MAN-RUN-ID
           .

       LISTAR-ARCHIVOS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVO   REGISTROS  HASH CLAVES  ULTIMA MARCA"
               "          RESULTADO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING AX FROM 1 BY 1 UNTIL AX > WS-CANT-ARCHIVOS
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-ARC-PRESENTE (AX) = 'N'
                   MOVE "AUSENTE" TO WS-INC-TEXTO
               ELSE
                   MOVE WS-ARC-MARCA (AX) TO WS-INC-TEXTO
               END-IF
               STRING WS-NOMBRE-ARCHIVO (AX) "  "
                   WS-ARC-CUENTA (AX) "  "
                   WS-ARC-HASH (AX) "  "
                   WS-INC-TEXTO (1:20) "  "
                   WS-ARC-RESULTADO (AX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               IF WS-ARC-RESULTADO (AX) = "DIFIERE"
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  MANIFIESTO:"
                       WS-MAN-CUENTA (AX) "  "
                       WS-MAN-HASH (AX) "  "
                       WS-MAN-MARCA (AX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
           END-PERFORM
           .

       INFORMAR-INCONSISTENCIA.
           ADD 1 TO WS-INCONSISTENCIAS
           DISPLAY "INCONSISTENCIA: " WS-INC-TEXTO
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INCONSISTENCIA: " WS-INC-TEXTO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO RESPRPT-RECORD
           WRITE RESPRPT-RECORD
           .

      *    ESTADO DE RESTAURACION QUE LEE EL CONTROL DE PASOS
      *    DEL TREN NOCTURNO. SIN ESE REGISTRO EL BLOQUEO NO
      *    SE PUEDE GARANTIZAR: RC=16.
       GRABAR-ESTADO.
           OPEN OUTPUT RESTVER-FILE
           IF WS-RESTVER-STATUS NOT = "00"
               DISPLAY "RESTVER NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "RESTVER NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE WS-ESTADO-REST TO RV-ESTADO
           MOVE WS-FECHA-HOY TO RV-FECHA
           MOVE WS-HORA-HOY TO RV-HORA
           MOVE WS-MAN-RUN-ID TO RV-MANIFIESTO
           MOVE WS-RUN-ID TO RV-RUN-ID
           WRITE RV-STATUS-RECORD
           CLOSE RESTVER-FILE
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

      *    PERFIL DE CORRIDA CENTRAL: RP-OPERADOR DA EL
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
               IF RP-PROGRAMA = "MANIFIESTORESPALDO"
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
           MOVE "MANIFIESTORESPALDO" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = REGISTROS DE LOS
      *    ARCHIVOS DEL JUEGO, GRABADOS = RENGLONES DEL
      *    MANIFIESTO (RESPALDO) O ARCHIVOS QUE COINCIDEN CON
      *    EL MANIFIESTO (VERIFICACION).
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "MANIFIESTORESPALDO" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-TOT-REGISTROS TO CT-RECORDS-READ
           MOVE WS-COINCIDENTES TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
