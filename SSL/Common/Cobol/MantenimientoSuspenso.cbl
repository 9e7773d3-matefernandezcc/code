       IDENTIFICATION DIVISION.
       PROGRAM-ID. MantenimientoSuspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSPOUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.
           SELECT SUSPTRAN-FILE ASSIGN TO "SUSPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPTRAN-STATUS.
           SELECT SUSPRPT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPRPT-STATUS.
           SELECT SUSPJRNL-FILE ASSIGN TO "SUSPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPJRNL-STATUS.
           SELECT NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFOUT-STATUS.
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
       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-RECORD.
           05  SUSPIN-CLAVE        PIC 9(7).
           05  SUSPIN-FECHA-ALTA   PIC X(8).
           05  SUSPIN-CICLOS       PIC 9(3).
           05  SUSPIN-ORIGEN       PIC X(8).

       FD  SUSPOUT-FILE
           RECORDING MODE IS F.
       01  SUSPOUT-RECORD.
           05  SUSPOUT-CLAVE       PIC 9(7).
           05  SUSPOUT-FECHA-ALTA  PIC X(8).
           05  SUSPOUT-CICLOS      PIC 9(3).
           05  SUSPOUT-ORIGEN      PIC X(8).

      *    TRANSACCION DE SUSPENSO:
      *    W = BAJA MANUAL CON MOTIVO (COLS 12-13),
      *    E = PRORROGA DE N CICLOS (COLS 9-11),
      *    C = CAMBIO DE ORIGEN (COLS 14-21).
      *    COLS 22-29 = OPERADOR QUE AUTORIZA (EN BLANCO =
      *    EL OPERADOR DE LA CORRIDA).
       FD  SUSPTRAN-FILE
           RECORDING MODE IS F.
       01  SUSPTRAN-RECORD.
           05  SX-ACCION           PIC X(1).
           05  SX-CLAVE            PIC X(7).
           05  SX-CICLOS           PIC X(3).
           05  SX-MOTIVO           PIC X(2).
           05  SX-ORIGEN-NUEVO     PIC X(8).
           05  SX-OPERADOR         PIC X(8).
           05  FILLER              PIC X(51).

       FD  SUSPRPT-FILE
           RECORDING MODE IS F.
       01  SUSPRPT-RECORD          PIC X(80).

       FD  SUSPJRNL-FILE
           RECORDING MODE IS F.
           COPY SUSPJRNL.

      *    AVISOS AL SISTEMA DE ORIGEN, MISMO TRAZADO QUE LOS
      *    DE LA BUSQUEDA: UN GRUPO H/T POR ORIGEN. CODIGOS:
      *    M = BAJA MANUAL, P = PRORROGADA, T = TRASPASADA A
      *    OTRO ORIGEN (AL ORIGEN ANTERIOR), I = RECIBIDA POR
      *    TRASPASO (AL ORIGEN NUEVO).
       FD  NOTIFOUT-FILE
           RECORDING MODE IS F.
       01  NOTIFOUT-RECORD         PIC X(19).
       01  NOTIF-REC-CABECERA REDEFINES NOTIFOUT-RECORD.
           05  NOTIF-CAB-TIPO      PIC X(1).
           05  NOTIF-CAB-FECHA     PIC X(8).
           05  NOTIF-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  NOTIF-REC-TRAILER REDEFINES NOTIFOUT-RECORD.
           05  NOTIF-TRL-TIPO      PIC X(1).
           05  NOTIF-TRL-CUENTA    PIC 9(7).
           05  NOTIF-TRL-HASH      PIC 9(11).
       01  NOTIF-REC-DATO REDEFINES NOTIFOUT-RECORD.
           05  NOTIF-CLAVE         PIC 9(7).
           05  NOTIF-RESULTADO     PIC X(1).
           05  NOTIF-FECHA-ALTA    PIC X(8).
           05  NOTIF-CICLOS        PIC 9(3).

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
       01  WS-SUSPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUSPOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUSPTRAN-STATUS    PIC X(02) VALUE '00'.
       01  WS-SUSPRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUSPJRNL-STATUS    PIC X(02) VALUE '00'.
       01  WS-NOTIFOUT-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-SUSPIN-EOF         PIC X VALUE 'N'.
           88  SUSPIN-AT-EOF     VALUE 'Y'.
       01  WS-SUSPTRAN-EOF       PIC X VALUE 'N'.
           88  SUSPTRAN-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    SUSPENSO VIGENTE EN EL ORDEN DEL ARCHIVO. LA BAJA
      *    MANUAL MARCA LA ENTRADA Y NO SE REGRABA.
       01  WS-SUSP-COUNT         PIC 9(5) VALUE 0.
       01  WS-SUSP-TABLA.
           05  WS-SUSP-ENTRY OCCURS 10000 TIMES.
               10  WS-SUS-CLAVE        PIC 9(7).
               10  WS-SUS-FECHA-ALTA   PIC X(8).
               10  WS-SUS-CICLOS       PIC 9(3).
               10  WS-SUS-ORIGEN       PIC X(8).
               10  WS-SUS-ESTADO       PIC X(1).
                   88  SUS-DE-BAJA     VALUE 'W'.
       01  SDX                   PIC 9(5).
       01  WS-SUSP-POS           PIC 9(5).
       01  WS-SUSP-GRABADAS      PIC 9(5) VALUE 0.

      *    OPERADORES DEL MAESTRO, PARA EL CONTROL DE NIVEL
      *    DE CADA TRANSACCION.
       01  WS-OPER-COUNT         PIC 9(3) VALUE 0.
       01  WS-OPER-TABLA.
           05  WS-OPER-ENTRY OCCURS 500 TIMES.
               10  WS-OPT-OPERADOR     PIC X(8).
               10  WS-OPT-NIVEL        PIC 9(1).
               10  WS-OPT-ACTIVO       PIC X(1).
       01  ODX                   PIC 9(3).

      *    MOTIVOS DE BAJA MANUAL ADMITIDOS.
       01  WS-MOTIVO-TABLA.
           05  FILLER PIC X(32)
               VALUE "NECLAVE INEXISTENTE CONFIRMADA  ".
           05  FILLER PIC X(32)
               VALUE "DUPEDIDO DUPLICADO DEL ORIGEN   ".
           05  FILLER PIC X(32)
               VALUE "BACLAVE DADA DE BAJA EN ORIGEN  ".
           05  FILLER PIC X(32)
               VALUE "ERERROR DE TIPEO DEL ORIGEN     ".
           05  FILLER PIC X(32)
               VALUE "OTOTRO MOTIVO (VER COMENTARIO)  ".
       01  WS-MOTIVOS REDEFINES WS-MOTIVO-TABLA.
           05  WS-MOT-ENTRY OCCURS 5 TIMES.
               10  WS-MOT-CODIGO       PIC X(2).
               10  WS-MOT-TEXTO        PIC X(30).
       01  MDX                   PIC 9(1).
       01  WS-MOT-POS            PIC 9(1).

       01  WS-TRAN-CLAVE         PIC 9(7).
       01  WS-TRAN-CICLOS        PIC 9(3).
       01  WS-TRAN-OPERADOR      PIC X(8).
       01  WS-TRAN-ACCION        PIC X(10).
       01  WS-RECHAZO            PIC X(40).
       01  WS-ANTES-CICLOS       PIC 9(3).
       01  WS-ANTES-ORIGEN       PIC X(8).

       01  WS-TRANS-LEIDAS       PIC 9(5) VALUE 0.
       01  WS-BAJAS-OK           PIC 9(5) VALUE 0.
       01  WS-PRORROGAS-OK       PIC 9(5) VALUE 0.
       01  WS-CAMBIOS-OK         PIC 9(5) VALUE 0.
       01  WS-RECHAZADAS         PIC 9(5) VALUE 0.
       01  WS-JRN-GRABADOS       PIC 9(5) VALUE 0.

       01  WS-NOTIF-COUNT        PIC 9(5) VALUE 0.
       01  NDX                   PIC 9(5).
       01  WS-NOTIF-TEMP.
           05  WS-NTT-ORIGEN       PIC X(8).
           05  WS-NTT-CLAVE        PIC 9(7).
           05  WS-NTT-RESULTADO    PIC X(1).
           05  WS-NTT-FECHA-ALTA   PIC X(8).
           05  WS-NTT-CICLOS       PIC 9(3).
       01  WS-NOTIF-TABLA.
           05  WS-NOTIF-ENTRY OCCURS 10000 TIMES.
               10  WS-NTF-ORIGEN       PIC X(8).
               10  WS-NTF-CLAVE        PIC 9(7).
               10  WS-NTF-RESULTADO    PIC X(1).
               10  WS-NTF-FECHA-ALTA   PIC X(8).
               10  WS-NTF-CICLOS       PIC 9(3).
       01  WS-NOTIF-SWAPPED      PIC X.
       01  WS-NOTIF-ORIGEN-ACT   PIC X(8).
       01  WS-NOTIF-GRP-CUENTA   PIC 9(7).
       01  WS-NOTIF-GRP-HASH     PIC 9(11).

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
           MOVE "MSUS" TO WS-RUN-ID (17:4)
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
           PERFORM CARGAR-SUSPENSO THRU CARGAR-SUSPENSO-FIN
           OPEN EXTEND SUSPJRNL-FILE
           IF WS-SUSPJRNL-STATUS = "35"
               OPEN OUTPUT SUSPJRNL-FILE
           END-IF
           OPEN OUTPUT SUSPRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANTENIMIENTO DEL SUSPENSO - FECHA "
               WS-FECHA-HOY "   OPERADOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           PERFORM APLICAR-TRANSACCIONES
           PERFORM GRABAR-SUSPENSO
           PERFORM ESCRIBIR-NOTIFICACIONES
           PERFORM ESCRIBIR-TOTALES
           CLOSE SUSPRPT-FILE
           CLOSE SUSPJRNL-FILE
           IF WS-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           MOVE SPACES TO AU-DETAIL
           STRING "BAJ=" WS-BAJAS-OK
               " PRO=" WS-PRORROGAS-OK
               " CAM=" WS-CAMBIOS-OK
               " RECH=" WS-RECHAZADAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "MANTENIMIENTO DE SUSPENSO TERMINADO - "
               WS-SUSP-GRABADAS " ENTRADAS VIGENTES"
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

       CARGAR-SUSPENSO.
           MOVE 0 TO WS-SUSP-COUNT
           OPEN INPUT SUSPIN-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               DISPLAY "SUSPIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "SUSPENSO NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ SUSPIN-FILE
               AT END MOVE 'Y' TO WS-SUSPIN-EOF
           END-READ
           PERFORM UNTIL SUSPIN-AT-EOF
               IF WS-SUSP-COUNT = 10000
                   DISPLAY "SUSPENSO MAYOR A 10000 ENTRADAS - "
                       "ABORTADO"
                   CLOSE SUSPIN-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "SUSPENSO EXCEDE LA TABLA"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-SUSP-COUNT
               MOVE SUSPIN-CLAVE TO WS-SUS-CLAVE (WS-SUSP-COUNT)
               MOVE SUSPIN-FECHA-ALTA
                   TO WS-SUS-FECHA-ALTA (WS-SUSP-COUNT)
               MOVE SUSPIN-CICLOS TO WS-SUS-CICLOS (WS-SUSP-COUNT)
               MOVE SUSPIN-ORIGEN TO WS-SUS-ORIGEN (WS-SUSP-COUNT)
               MOVE 'A' TO WS-SUS-ESTADO (WS-SUSP-COUNT)
               READ SUSPIN-FILE
                   AT END MOVE 'Y' TO WS-SUSPIN-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPIN-FILE.
       CARGAR-SUSPENSO-FIN.
           EXIT.

       APLICAR-TRANSACCIONES.
           OPEN INPUT SUSPTRAN-FILE
           IF WS-SUSPTRAN-STATUS NOT = "00"
               DISPLAY "SUSPTRAN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE SUSPRPT-FILE
               CLOSE SUSPJRNL-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "SUSPTRAN NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ SUSPTRAN-FILE
               AT END MOVE 'Y' TO WS-SUSPTRAN-EOF
           END-READ
           PERFORM UNTIL SUSPTRAN-AT-EOF
               IF SUSPTRAN-RECORD NOT = SPACES
                   AND SX-ACCION NOT = '*'
                   ADD 1 TO WS-TRANS-LEIDAS
                   PERFORM APLICAR-TRANSACCION
                       THRU APLICAR-TRANSACCION-FIN
               END-IF
               READ SUSPTRAN-FILE
                   AT END MOVE 'Y' TO WS-SUSPTRAN-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPTRAN-FILE
           .

      *    VALIDACION COMUN DE LA TARJETA (ACCION, CLAVE,
      *    OPERADOR DE NIVEL 3, ENTRADA ABIERTA EN EL
      *    SUSPENSO) Y DESPACHO POR ACCION.
       APLICAR-TRANSACCION.
           MOVE SPACES TO WS-RECHAZO
           EVALUATE SX-ACCION
               WHEN 'W'
                   MOVE "BAJA" TO WS-TRAN-ACCION
               WHEN 'E'
                   MOVE "PRORROGA" TO WS-TRAN-ACCION
               WHEN 'C'
                   MOVE "ORIGEN" TO WS-TRAN-ACCION
               WHEN OTHER
                   MOVE SX-ACCION TO WS-TRAN-ACCION
                   MOVE "ACCION INVALIDA" TO WS-RECHAZO
                   PERFORM RECHAZAR-TRANSACCION
                   GO TO APLICAR-TRANSACCION-FIN
           END-EVALUATE
           IF SX-CLAVE IS NOT NUMERIC
               MOVE 0 TO WS-TRAN-CLAVE
               MOVE "CLAVE INVALIDA" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE SX-CLAVE TO WS-TRAN-CLAVE
           IF SX-OPERADOR = SPACES
               MOVE WS-OPERATOR-ID TO WS-TRAN-OPERADOR
           ELSE
               MOVE SX-OPERADOR TO WS-TRAN-OPERADOR
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
           MOVE 0 TO WS-SUSP-POS
           PERFORM VARYING SDX FROM 1 BY 1
                   UNTIL SDX > WS-SUSP-COUNT OR WS-SUSP-POS > 0
               IF WS-SUS-CLAVE (SDX) = WS-TRAN-CLAVE
                   AND NOT SUS-DE-BAJA (SDX)
                   MOVE SDX TO WS-SUSP-POS
               END-IF
           END-PERFORM
           IF WS-SUSP-POS = 0
               MOVE "SIN ENTRADA ABIERTA EN SUSPENSO" TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-TRANSACCION-FIN
           END-IF
           MOVE WS-SUS-CICLOS (WS-SUSP-POS) TO WS-ANTES-CICLOS
           MOVE WS-SUS-ORIGEN (WS-SUSP-POS) TO WS-ANTES-ORIGEN
           EVALUATE SX-ACCION
               WHEN 'W'
                   PERFORM APLICAR-BAJA THRU APLICAR-BAJA-FIN
               WHEN 'E'
                   PERFORM APLICAR-PRORROGA THRU APLICAR-PRORROGA-FIN
               WHEN 'C'
                   PERFORM APLICAR-CAMBIO THRU APLICAR-CAMBIO-FIN
           END-EVALUATE.
       APLICAR-TRANSACCION-FIN.
           EXIT.

      *    BAJA MANUAL: LA CLAVE SALE DEL SUSPENSO CON UN
      *    MOTIVO DE LA TABLA Y EL ORIGEN RECIBE EL AVISO 'M'.
       APLICAR-BAJA.
           MOVE 0 TO WS-MOT-POS
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > 5
               IF WS-MOT-CODIGO (MDX) = SX-MOTIVO
                   MOVE MDX TO WS-MOT-POS
               END-IF
           END-PERFORM
           IF WS-MOT-POS = 0
               STRING "MOTIVO DE BAJA INVALIDO: " SX-MOTIVO
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-BAJA-FIN
           END-IF
           MOVE 'W' TO WS-SUS-ESTADO (WS-SUSP-POS)
           ADD 1 TO WS-BAJAS-OK
           MOVE 'W' TO SJ-ACCION
           MOVE SX-MOTIVO TO SJ-MOTIVO
           PERFORM GRABAR-JOURNAL
           MOVE WS-ANTES-ORIGEN TO WS-NTT-ORIGEN
           MOVE 'M' TO WS-NTT-RESULTADO
           PERFORM AGREGAR-NOTIFICACION
           MOVE SPACES TO AU-DETAIL
           STRING "BAJA SUSP " WS-TRAN-CLAVE " MOT " SX-MOTIVO
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   BAJA     " WS-TRAN-CLAVE
               " " SX-MOTIVO " " WS-MOT-TEXTO (WS-MOT-POS)
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD.
       APLICAR-BAJA-FIN.
           EXIT.

      *    PRORROGA: SE DESCUENTAN N CICLOS DEL CONTADOR DE
      *    LA ENTRADA, CON LO QUE LA CLAVE TARDA N CICLOS MAS
      *    EN VENCER. N NO PUEDE SUPERAR LOS CICLOS YA
      *    CUMPLIDOS: ESA TARJETA SE RECHAZA INFORMANDO EL
      *    MAXIMO ADMITIDO. LA FECHA DE ALTA NO CAMBIA.
       APLICAR-PRORROGA.
           IF SX-CICLOS IS NOT NUMERIC OR SX-CICLOS = "000"
               STRING "CICLOS DE PRORROGA INVALIDOS: " SX-CICLOS
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-PRORROGA-FIN
           END-IF
           MOVE SX-CICLOS TO WS-TRAN-CICLOS
           IF WS-TRAN-CICLOS > WS-SUS-CICLOS (WS-SUSP-POS)
               STRING "PRORROGA MAYOR QUE CICLOS CUMPLIDOS: "
                   WS-ANTES-CICLOS
                   DELIMITED BY SIZE INTO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-PRORROGA-FIN
           END-IF
           SUBTRACT WS-TRAN-CICLOS
               FROM WS-SUS-CICLOS (WS-SUSP-POS)
           ADD 1 TO WS-PRORROGAS-OK
           MOVE 'E' TO SJ-ACCION
           MOVE SPACES TO SJ-MOTIVO
           PERFORM GRABAR-JOURNAL
           MOVE WS-ANTES-ORIGEN TO WS-NTT-ORIGEN
           MOVE 'P' TO WS-NTT-RESULTADO
           PERFORM AGREGAR-NOTIFICACION
           MOVE SPACES TO AU-DETAIL
           STRING "PRORR SUSP " WS-TRAN-CLAVE " +" WS-TRAN-CICLOS
               " CICLOS" DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   PRORROGA " WS-TRAN-CLAVE
               " +" WS-TRAN-CICLOS " CICLOS: " WS-ANTES-CICLOS
               " -> " WS-SUS-CICLOS (WS-SUSP-POS)
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD.
       APLICAR-PRORROGA-FIN.
           EXIT.

      *    CAMBIO DE ORIGEN: EL ORIGEN ANTERIOR RECIBE EL
      *    AVISO 'T' Y EL NUEVO EL AVISO 'I', PARA QUE CADA
      *    SUCURSAL SEPA QUE LA CLAVE CAMBIO DE MANOS.
       APLICAR-CAMBIO.
           IF SX-ORIGEN-NUEVO = SPACES
               OR SX-ORIGEN-NUEVO = WS-ANTES-ORIGEN
               MOVE "ORIGEN NUEVO VACIO O IGUAL AL ACTUAL"
                   TO WS-RECHAZO
               PERFORM RECHAZAR-TRANSACCION
               GO TO APLICAR-CAMBIO-FIN
           END-IF
           MOVE SX-ORIGEN-NUEVO TO WS-SUS-ORIGEN (WS-SUSP-POS)
           ADD 1 TO WS-CAMBIOS-OK
           MOVE 'C' TO SJ-ACCION
           MOVE SPACES TO SJ-MOTIVO
           PERFORM GRABAR-JOURNAL
           MOVE WS-ANTES-ORIGEN TO WS-NTT-ORIGEN
           MOVE 'T' TO WS-NTT-RESULTADO
           PERFORM AGREGAR-NOTIFICACION
           MOVE SX-ORIGEN-NUEVO TO WS-NTT-ORIGEN
           MOVE 'I' TO WS-NTT-RESULTADO
           PERFORM AGREGAR-NOTIFICACION
           MOVE SPACES TO AU-DETAIL
           STRING "ORIG SUSP " WS-TRAN-CLAVE " " WS-ANTES-ORIGEN
               ">" SX-ORIGEN-NUEVO
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM AUDITAR-TRANSACCION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APLICADA   ORIGEN   " WS-TRAN-CLAVE
               " " WS-ANTES-ORIGEN " -> " SX-ORIGEN-NUEVO
               " " WS-TRAN-OPERADOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD.
       APLICAR-CAMBIO-FIN.
           EXIT.

       RECHAZAR-TRANSACCION.
           ADD 1 TO WS-RECHAZADAS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADA  " WS-TRAN-ACCION " " SX-CLAVE
               " - " WS-RECHAZO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           .

      *    UNA ENTRADA DE JOURNAL POR CADA CAMBIO APLICADO AL
      *    SUSPENSO, CON IMAGEN ANTERIOR Y POSTERIOR; LAS
      *    TRANSACCIONES RECHAZADAS NO SE REGISTRAN.
       GRABAR-JOURNAL.
           MOVE WS-FECHA-HOY TO SJ-FECHA
           MOVE WS-HORA-HOY TO SJ-HORA
           MOVE WS-TRAN-CLAVE TO SJ-CLAVE
           MOVE WS-SUS-FECHA-ALTA (WS-SUSP-POS) TO SJ-FECHA-ALTA
           MOVE WS-ANTES-CICLOS TO SJ-ANTES-CICLOS
           MOVE WS-ANTES-ORIGEN TO SJ-ANTES-ORIGEN
           MOVE WS-SUS-CICLOS (WS-SUSP-POS) TO SJ-DESP-CICLOS
           MOVE WS-SUS-ORIGEN (WS-SUSP-POS) TO SJ-DESP-ORIGEN
           MOVE WS-TRAN-OPERADOR TO SJ-OPERADOR
           MOVE WS-RUN-ID TO SJ-RUN-ID
           WRITE SJ-JOURNAL-RECORD
           ADD 1 TO WS-JRN-GRABADOS
           .

      *    CADA TRANSACCION APLICADA QUEDA EN LA AUDITORIA
      *    CON EL OPERADOR QUE LA AUTORIZO.
       AUDITAR-TRANSACCION.
           MOVE WS-TRAN-OPERADOR TO WS-AUDIT-OPERADOR
           PERFORM ESCRIBIR-AUDITORIA
           MOVE WS-OPERATOR-ID TO WS-AUDIT-OPERADOR
           .

       GRABAR-SUSPENSO.
           OPEN OUTPUT SUSPOUT-FILE
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SUSP-COUNT
               IF NOT SUS-DE-BAJA (SDX)
                   MOVE WS-SUS-CLAVE (SDX) TO SUSPOUT-CLAVE
                   MOVE WS-SUS-FECHA-ALTA (SDX) TO SUSPOUT-FECHA-ALTA
                   MOVE WS-SUS-CICLOS (SDX) TO SUSPOUT-CICLOS
                   MOVE WS-SUS-ORIGEN (SDX) TO SUSPOUT-ORIGEN
                   WRITE SUSPOUT-RECORD
                   ADD 1 TO WS-SUSP-GRABADAS
               END-IF
           END-PERFORM
           CLOSE SUSPOUT-FILE
           .

       ESCRIBIR-TOTALES.
           MOVE SPACES TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TRANSACCIONES LEIDAS:   " WS-TRANS-LEIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BAJAS MANUALES:         " WS-BAJAS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRORROGAS:              " WS-PRORROGAS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CAMBIOS DE ORIGEN:      " WS-CAMBIOS-OK
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADAS:             " WS-RECHAZADAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTRADAS EN SUSPENSO:   " WS-SUSP-COUNT
               " ANTES  " WS-SUSP-GRABADAS " DESPUES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVISOS AL ORIGEN:       " WS-NOTIF-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO SUSPRPT-RECORD
           WRITE SUSPRPT-RECORD
           .

       AGREGAR-NOTIFICACION.
           IF WS-NOTIF-COUNT < 10000
               ADD 1 TO WS-NOTIF-COUNT
               MOVE WS-NTT-ORIGEN
                   TO WS-NTF-ORIGEN (WS-NOTIF-COUNT)
               MOVE WS-TRAN-CLAVE TO WS-NTF-CLAVE (WS-NOTIF-COUNT)
               MOVE WS-NTT-RESULTADO
                   TO WS-NTF-RESULTADO (WS-NOTIF-COUNT)
               MOVE WS-SUS-FECHA-ALTA (WS-SUSP-POS)
                   TO WS-NTF-FECHA-ALTA (WS-NOTIF-COUNT)
               MOVE WS-SUS-CICLOS (WS-SUSP-POS)
                   TO WS-NTF-CICLOS (WS-NOTIF-COUNT)
           END-IF
           .

      *    SALIDA DE AVISOS AL FIN DE LA CORRIDA: LA TABLA SE
      *    ORDENA POR ORIGEN Y CLAVE Y SE GRABA UN GRUPO POR
      *    ORIGEN, CADA UNO CON SU CABECERA Y SU TRAILER DE
      *    CONTROL (CUENTA Y HASH DE CLAVES). LOS GRUPOS SE
      *    AGREGAN AL FINAL: EL ARCHIVO ACUMULA LAS CORRIDAS.
       ESCRIBIR-NOTIFICACIONES.
           OPEN EXTEND NOTIFOUT-FILE
           IF WS-NOTIFOUT-STATUS = "35"
               OPEN OUTPUT NOTIFOUT-FILE
           END-IF
           IF WS-NOTIFOUT-STATUS NOT = "00"
               DISPLAY "NOTIFOUT NO DISPONIBLE - AVISOS OMITIDOS"
           ELSE
               PERFORM ORDENAR-NOTIFICACIONES
               MOVE SPACES TO WS-NOTIF-ORIGEN-ACT
               MOVE 0 TO WS-NOTIF-GRP-CUENTA
               MOVE 0 TO WS-NOTIF-GRP-HASH
               PERFORM VARYING NDX FROM 1 BY 1
                       UNTIL NDX > WS-NOTIF-COUNT
                   IF WS-NTF-ORIGEN (NDX) NOT = WS-NOTIF-ORIGEN-ACT
                       OR NDX = 1
                       IF WS-NOTIF-GRP-CUENTA > 0
                           PERFORM GRABAR-NOTIF-TRAILER
                       END-IF
                       MOVE WS-NTF-ORIGEN (NDX)
                           TO WS-NOTIF-ORIGEN-ACT
                       MOVE SPACES TO NOTIFOUT-RECORD
                       MOVE 'H' TO NOTIF-CAB-TIPO
                       MOVE WS-FECHA-HOY TO NOTIF-CAB-FECHA
                       MOVE WS-NOTIF-ORIGEN-ACT TO NOTIF-CAB-ORIGEN
                       WRITE NOTIFOUT-RECORD
                       MOVE 0 TO WS-NOTIF-GRP-CUENTA
                       MOVE 0 TO WS-NOTIF-GRP-HASH
                   END-IF
                   MOVE SPACES TO NOTIFOUT-RECORD
                   MOVE WS-NTF-CLAVE (NDX) TO NOTIF-CLAVE
                   MOVE WS-NTF-RESULTADO (NDX) TO NOTIF-RESULTADO
                   MOVE WS-NTF-FECHA-ALTA (NDX) TO NOTIF-FECHA-ALTA
                   MOVE WS-NTF-CICLOS (NDX) TO NOTIF-CICLOS
                   WRITE NOTIFOUT-RECORD
                   ADD 1 TO WS-NOTIF-GRP-CUENTA
                   COMPUTE WS-NOTIF-GRP-HASH = FUNCTION MOD
                       (WS-NOTIF-GRP-HASH + WS-NTF-CLAVE (NDX),
                       100000000000)
               END-PERFORM
               IF WS-NOTIF-GRP-CUENTA > 0
                   PERFORM GRABAR-NOTIF-TRAILER
               END-IF
               CLOSE NOTIFOUT-FILE
               DISPLAY "AVISOS DE SUSPENSO EMITIDOS: " WS-NOTIF-COUNT
           END-IF
           .

       GRABAR-NOTIF-TRAILER.
           MOVE SPACES TO NOTIFOUT-RECORD
           MOVE 'T' TO NOTIF-TRL-TIPO
           MOVE WS-NOTIF-GRP-CUENTA TO NOTIF-TRL-CUENTA
           MOVE WS-NOTIF-GRP-HASH TO NOTIF-TRL-HASH
           WRITE NOTIFOUT-RECORD
           .

       ORDENAR-NOTIFICACIONES.
           MOVE 'Y' TO WS-NOTIF-SWAPPED
           PERFORM UNTIL WS-NOTIF-SWAPPED = 'N'
               MOVE 'N' TO WS-NOTIF-SWAPPED
               PERFORM VARYING NDX FROM 1 BY 1
                       UNTIL NDX > WS-NOTIF-COUNT - 1
                   IF WS-NTF-ORIGEN (NDX) > WS-NTF-ORIGEN (NDX + 1)
                       OR (WS-NTF-ORIGEN (NDX) =
                           WS-NTF-ORIGEN (NDX + 1)
                           AND WS-NTF-CLAVE (NDX) >
                               WS-NTF-CLAVE (NDX + 1))
                       MOVE WS-NOTIF-ENTRY (NDX) TO WS-NOTIF-TEMP
                       MOVE WS-NOTIF-ENTRY (NDX + 1)
                           TO WS-NOTIF-ENTRY (NDX)
                       MOVE WS-NOTIF-TEMP TO WS-NOTIF-ENTRY (NDX + 1)
                       MOVE 'Y' TO WS-NOTIF-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
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
               IF RP-PROGRAMA = "MANTSUSPENSO"
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
           MOVE "MANTSUSPENSO" TO AU-PROGRAM-NAME
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
