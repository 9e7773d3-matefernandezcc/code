       IDENTIFICATION DIVISION.
       PROGRAM-ID. ControlPasos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT PASOS-FILE ASSIGN TO "PASOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASOS-STATUS.
           SELECT RSTRPT-FILE ASSIGN TO "RSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSTRPT-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.
           SELECT RESTVER-FILE ASSIGN TO "RESTVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTVER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE
           RECORDING MODE IS F.
           COPY RUNCTL.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

      *    TARJETA DE PASOS DEL TREN, EN ORDEN DE EJECUCION:
      *    NOMBRE DE PASO (1-8) Y NOMBRE DE PROGRAMA TAL
      *    COMO LO GRABA EN AUDITLOG (9-28, BLANCO PARA LOS
      *    PASOS DE UTILITARIOS SIN AUDITORIA PROPIA).
       FD  PASOS-FILE
           RECORDING MODE IS F.
       01  PASOS-RECORD.
           05  PS-PASO             PIC X(08).
           05  PS-PROGRAMA         PIC X(20).

       FD  RSTRPT-FILE
           RECORDING MODE IS F.
       01  RSTRPT-RECORD           PIC X(80).

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       FD  RESTVER-FILE
           RECORDING MODE IS F.
           COPY RESTVER.

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-PASOS-STATUS       PIC X(02) VALUE '00'.
       01  WS-RSTRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-RESTVER-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNCTL-EOF         PIC X VALUE 'N'.
           88  RUNCTL-AT-EOF     VALUE 'Y'.
       01  WS-AUDITLOG-EOF       PIC X VALUE 'N'.
           88  AUDITLOG-AT-EOF   VALUE 'Y'.
       01  WS-PASOS-EOF          PIC X VALUE 'N'.
           88  PASOS-AT-EOF      VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-START-STAMP        PIC X(21).
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.

      *    PARM: ACCION,PASO,PROGRAMA. ACCION INICIO ABRE EL
      *    ENVIO DEL TREN; VERIFICAR VA DELANTE DE CADA PASO
      *    Y DEVUELVE RC=4 SI EL PASO YA SE COMPLETO EN LA
      *    FECHA DE PROCESO (EL PASO LLEVA COND=(4,LE,...));
      *    REGISTRAR VA DETRAS DEL PASO Y SOLO CORRE SI EL
      *    PASO TERMINO BIEN; REPORTE EMITE EL REPORTE DE
      *    REARRANQUE PARA EL PARTE DE TURNO.
       01  WS-PARM-ACCION        PIC X(10) VALUE SPACES.
       01  WS-PARM-PASO          PIC X(08) VALUE SPACES.
       01  WS-PARM-PROGRAMA      PIC X(20) VALUE SPACES.

      *    EVENTOS DE CONTROL DE LA FECHA DE PROCESO, EN EL
      *    ORDEN EN QUE SE GRABARON.
       01  WS-EVENTOS.
           05  WS-EVT-COUNT        PIC 9(4) VALUE 0.
           05  WS-EVT-ENTRY OCCURS 2000 TIMES.
               10  WS-EVT-PASO         PIC X(08).
               10  WS-EVT-PROGRAMA     PIC X(20).
               10  WS-EVT-EVENTO       PIC X(01).
               10  WS-EVT-RC           PIC 9(03).
               10  WS-EVT-RUN-ID       PIC X(20).
               10  WS-EVT-ENVIO        PIC X(20).
       01  EDX                   PIC 9(4).

       01  WS-ENVIO-ACTUAL       PIC X(20) VALUE SPACES.
       01  WS-ENVIOS             PIC 9(3) VALUE 0.
       01  WS-YA-COMPLETO        PIC X VALUE 'N'.
       01  WS-COMP-RC            PIC 9(3) VALUE 0.
       01  WS-COMP-RUN-ID        PIC X(20) VALUE SPACES.
       01  WS-EVENTO             PIC X(01).
       01  WS-EVT-RC-GRABAR      PIC 9(3) VALUE 0.
       01  WS-EVT-RUN-GRABAR     PIC X(20) VALUE SPACES.

      *    UNA RESTAURACION DE RESPALDO NO VERIFICADA (O CUYA
      *    VERIFICACION FALLO) DETIENE EL TREN: INICIO Y CADA
      *    VERIFICAR DEVUELVEN RC=8 Y LOS PASOS, QUE LLEVAN
      *    COND=(4,LE,CTLNNN), QUEDAN SALTEADOS SIN REGISTRAR
      *    EVENTO, COMO PENDIENTES PARA EL REARRANQUE.
       01  WS-TREN-BLOQUEADO     PIC X VALUE 'N'.
           88  TREN-BLOQUEADO    VALUE 'Y'.
       01  WS-REST-ESTADO        PIC X(01) VALUE SPACE.
       01  WS-REST-MANIFIESTO    PIC X(20) VALUE SPACES.

      *    ESTADO DE CADA PASO DEL TREN PARA EL REPORTE DE
      *    REARRANQUE, CON EL ULTIMO RC Y RUN-ID QUE SU
      *    PROGRAMA DEJO EN AUDITLOG EN LA FECHA.
       01  WS-PASOS.
           05  WS-PAS-COUNT        PIC 9(3) VALUE 0.
           05  WS-PAS-ENTRY OCCURS 100 TIMES.
               10  WS-PAS-PASO         PIC X(08).
               10  WS-PAS-PROGRAMA     PIC X(20).
               10  WS-PAS-INICIADO     PIC X(01).
               10  WS-PAS-COMPLETO     PIC X(01).
               10  WS-PAS-SALTEADO     PIC X(01).
               10  WS-PAS-PREVIO       PIC X(01).
               10  WS-PAS-RC           PIC 9(03).
               10  WS-PAS-RUN-ID       PIC X(20).
               10  WS-PAS-AU-HALLADO   PIC X(01).
               10  WS-PAS-AU-RC        PIC 9(03).
               10  WS-PAS-AU-RUN-ID    PIC X(20).
       01  PDX                   PIC 9(3).
       01  WS-PAS-HALLADO        PIC 9(3).

       01  WS-TOT-SALTEADOS      PIC 9(3) VALUE 0.
       01  WS-TOT-EJECUTADOS     PIC 9(3) VALUE 0.
       01  WS-TOT-REEJECUTADOS   PIC 9(3) VALUE 0.
       01  WS-TOT-FALLIDOS       PIC 9(3) VALUE 0.
       01  WS-TOT-PENDIENTES     PIC 9(3) VALUE 0.
       01  WS-ESTADO-TEXTO       PIC X(14).
       01  WS-RC-TEXTO           PIC X(03).
       01  WS-RUN-TEXTO          PIC X(20).
       01  WS-REPORT-LINE        PIC X(80).
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
           MOVE FUNCTION CURRENT-DATE TO WS-START-STAMP
           IF WS-FECHA-PROCESO = SPACES
               MOVE WS-START-STAMP (1:8) TO WS-FECHA-PROCESO
           END-IF
           MOVE WS-FECHA-PROCESO TO WS-START-STAMP (1:8)
           MOVE SPACES TO WS-RUN-ID
           MOVE WS-START-STAMP (1:16) TO WS-RUN-ID (1:16)
           MOVE "CPAS" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-ACCION WS-PARM-PASO WS-PARM-PROGRAMA
               END-UNSTRING
           END-IF
           PERFORM CARGAR-EVENTOS
           IF WS-PARM-ACCION = "INICIO" OR WS-PARM-ACCION = "VERIFICAR"
               OR WS-PARM-ACCION = "REPORTE"
               PERFORM CARGAR-RESTAURACION
                   THRU CARGAR-RESTAURACION-FIN
           END-IF

           EVALUATE WS-PARM-ACCION
               WHEN "INICIO"
                   PERFORM ABRIR-ENVIO
               WHEN "VERIFICAR"
                   PERFORM VERIFICAR-PASO THRU VERIFICAR-PASO-FIN
               WHEN "REGISTRAR"
                   PERFORM REGISTRAR-PASO THRU REGISTRAR-PASO-FIN
               WHEN "REPORTE"
                   PERFORM EMITIR-REPORTE
               WHEN OTHER
                   DISPLAY "ACCION DE CONTROL INVALIDA: "
                       WS-PARM-ACCION " - ABORTADO"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

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
      *    OPERADOR CON QUE SE AUDITAN LOS PASOS SALTEADOS.
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
               IF RP-PROGRAMA = "CONTROLPASOS"
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

      *    ESTADO DE LA ULTIMA RESTAURACION DE RESPALDO. SIN
      *    ARCHIVO, O VACIO, NO HAY RESTAURACION PENDIENTE.
       CARGAR-RESTAURACION.
           MOVE 'N' TO WS-TREN-BLOQUEADO
           OPEN INPUT RESTVER-FILE
           IF WS-RESTVER-STATUS NOT = "00"
               GO TO CARGAR-RESTAURACION-FIN
           END-IF
           READ RESTVER-FILE
               AT END MOVE 'V' TO RV-ESTADO
           END-READ
           IF RV-ESTADO NOT = 'V'
               MOVE 'Y' TO WS-TREN-BLOQUEADO
               MOVE RV-ESTADO TO WS-REST-ESTADO
               MOVE RV-MANIFIESTO TO WS-REST-MANIFIESTO
           END-IF
           CLOSE RESTVER-FILE.
       CARGAR-RESTAURACION-FIN.
           EXIT.

      *    CARGA LOS EVENTOS DE LA FECHA DE PROCESO. EL
      *    ENVIO VIGENTE ES EL DEL ULTIMO EVENTO 'A' DE LA
      *    FECHA; SIN ARCHIVO DE CONTROL NO HAY HISTORIA Y
      *    TODO PASO SE EJECUTA.
       CARGAR-EVENTOS.
           MOVE 0 TO WS-EVT-COUNT
           MOVE 'N' TO WS-RUNCTL-EOF
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL SIN HISTORIA - TODOS LOS PASOS CORREN"
               MOVE 'Y' TO WS-RUNCTL-EOF
           ELSE
               READ RUNCTL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
           END-IF
           PERFORM UNTIL RUNCTL-AT-EOF
               IF CP-FECHA-PROC = WS-FECHA-PROCESO
                   IF CP-EVENTO = 'A'
                       MOVE CP-ENVIO TO WS-ENVIO-ACTUAL
                       ADD 1 TO WS-ENVIOS
                   END-IF
                   IF WS-EVT-COUNT < 2000
                       ADD 1 TO WS-EVT-COUNT
                       MOVE CP-PASO TO WS-EVT-PASO (WS-EVT-COUNT)
                       MOVE CP-PROGRAMA
                           TO WS-EVT-PROGRAMA (WS-EVT-COUNT)
                       MOVE CP-EVENTO TO WS-EVT-EVENTO (WS-EVT-COUNT)
                       MOVE CP-RC TO WS-EVT-RC (WS-EVT-COUNT)
                       MOVE CP-RUN-ID TO WS-EVT-RUN-ID (WS-EVT-COUNT)
                       MOVE CP-ENVIO TO WS-EVT-ENVIO (WS-EVT-COUNT)
                   ELSE
                       DISPLAY "TABLA DE EVENTOS LLENA - EVENTO "
                           CP-PASO " IGNORADO"
                   END-IF
               END-IF
               READ RUNCTL-FILE
                   AT END MOVE 'Y' TO WS-RUNCTL-EOF
               END-READ
           END-PERFORM
           IF WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "10"
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-ENVIO-ACTUAL = SPACES
               MOVE WS-RUN-ID TO WS-ENVIO-ACTUAL
           END-IF
           .

      *    FRENTE DEL TREN: CADA ENVIO DEL JOB ABRE UN ENVIO
      *    NUEVO; UN SEGUNDO ENVIO EN LA MISMA FECHA ES UN
      *    REARRANQUE Y SE AUDITA COMO TAL.
       ABRIR-ENVIO.
           ADD 1 TO WS-ENVIOS
           MOVE WS-RUN-ID TO WS-ENVIO-ACTUAL
           MOVE SPACES TO WS-PARM-PASO
           MOVE "ENVIO" TO WS-PARM-PASO
           MOVE SPACES TO WS-PARM-PROGRAMA
           MOVE 'A' TO WS-EVENTO
           MOVE ZERO TO WS-EVT-RC-GRABAR
           MOVE WS-RUN-ID TO WS-EVT-RUN-GRABAR
           PERFORM GRABAR-EVENTO
           MOVE SPACES TO AU-DETAIL
           IF WS-ENVIOS > 1
               DISPLAY "REARRANQUE DEL TREN - ENVIO " WS-ENVIOS
                   " DE LA FECHA " WS-FECHA-PROCESO
               STRING "REARRANQUE FECHA " WS-FECHA-PROCESO
                   " ENVIO " WS-ENVIOS
                   DELIMITED BY SIZE INTO AU-DETAIL
           ELSE
               DISPLAY "INICIO DEL TREN - FECHA " WS-FECHA-PROCESO
               STRING "INICIO FECHA " WS-FECHA-PROCESO
                   " ENVIO " WS-ENVIOS
                   DELIMITED BY SIZE INTO AU-DETAIL
           END-IF
           PERFORM WRITE-AUDITLOG
           IF TREN-BLOQUEADO
               DISPLAY "TREN BLOQUEADO - RESTAURACION DEL RESPALDO "
                   WS-REST-MANIFIESTO " SIN VERIFICAR (ESTADO "
                   WS-REST-ESTADO ")"
               MOVE SPACES TO AU-DETAIL
               STRING "TREN BLOQUEADO - RESTAURACION ESTADO "
                   WS-REST-ESTADO
                   DELIMITED BY SIZE INTO AU-DETAIL
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDITLOG
           END-IF
           .

      *    UN PASO CON EVENTO 'C' EN LA FECHA DE PROCESO YA
      *    TERMINO BIEN EN UN ENVIO ANTERIOR: SE MARCA
      *    SALTEADO, SE AUDITA Y SE DEVUELVE RC=4 PARA QUE
      *    EL COND DEL PASO LO SALTEE.
       VERIFICAR-PASO.
           IF WS-PARM-PASO = SPACES
               DISPLAY "VERIFICAR SIN NOMBRE DE PASO - ABORTADO"
               MOVE 16 TO RETURN-CODE
               GO TO VERIFICAR-PASO-FIN
           END-IF
           IF TREN-BLOQUEADO
               DISPLAY "PASO " WS-PARM-PASO " BLOQUEADO - "
                   "RESTAURACION SIN VERIFICAR"
               MOVE SPACES TO AU-DETAIL
               STRING "PASO " WS-PARM-PASO " BLOQUEADO - RESTAURACION"
                   DELIMITED BY SIZE INTO AU-DETAIL
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-AUDITLOG
               GO TO VERIFICAR-PASO-FIN
           END-IF
           MOVE 'N' TO WS-YA-COMPLETO
           PERFORM VARYING EDX FROM 1 BY 1 UNTIL EDX > WS-EVT-COUNT
               IF WS-EVT-PASO (EDX) = WS-PARM-PASO
                   AND WS-EVT-EVENTO (EDX) = 'C'
                   MOVE 'Y' TO WS-YA-COMPLETO
                   MOVE WS-EVT-RC (EDX) TO WS-COMP-RC
                   MOVE WS-EVT-RUN-ID (EDX) TO WS-COMP-RUN-ID
               END-IF
           END-PERFORM
           IF WS-YA-COMPLETO = 'Y'
               MOVE 'S' TO WS-EVENTO
               MOVE WS-COMP-RC TO WS-EVT-RC-GRABAR
               MOVE WS-COMP-RUN-ID TO WS-EVT-RUN-GRABAR
               PERFORM GRABAR-EVENTO
               DISPLAY "PASO " WS-PARM-PASO " YA COMPLETADO EN "
                   WS-COMP-RUN-ID " - SALTEADO"
               MOVE SPACES TO AU-DETAIL
               STRING "PASO " WS-PARM-PASO " SALTEADO - YA COMPLETO"
                   DELIMITED BY SIZE INTO AU-DETAIL
               MOVE 4 TO RETURN-CODE
               PERFORM WRITE-AUDITLOG
           ELSE
               MOVE 'I' TO WS-EVENTO
               MOVE ZERO TO WS-EVT-RC-GRABAR
               MOVE SPACES TO WS-EVT-RUN-GRABAR
               PERFORM GRABAR-EVENTO
               DISPLAY "PASO " WS-PARM-PASO " A EJECUTAR"
               MOVE 0 TO RETURN-CODE
           END-IF.
       VERIFICAR-PASO-FIN.
           EXIT.

      *    CIERRE DE UN PASO BIEN TERMINADO: EL RC Y EL
      *    RUN-ID SE TOMAN DE LA ULTIMA ENTRADA DE AUDITORIA
      *    DEL PROGRAMA EN LA FECHA; LOS UTILITARIOS SIN
      *    AUDITORIA QUEDAN CON EL RUN-ID DEL ENVIO.
       REGISTRAR-PASO.
           IF WS-PARM-PASO = SPACES
               DISPLAY "REGISTRAR SIN NOMBRE DE PASO - ABORTADO"
               MOVE 16 TO RETURN-CODE
               GO TO REGISTRAR-PASO-FIN
           END-IF
           MOVE ZERO TO WS-EVT-RC-GRABAR
           MOVE WS-ENVIO-ACTUAL TO WS-EVT-RUN-GRABAR
           IF WS-PARM-PROGRAMA NOT = SPACES
               MOVE 'N' TO WS-AUDITLOG-EOF
               OPEN INPUT AUDITLOG-FILE
               IF WS-AUDITLOG-STATUS = "00"
                   READ AUDITLOG-FILE
                       AT END MOVE 'Y' TO WS-AUDITLOG-EOF
                   END-READ
                   PERFORM UNTIL AUDITLOG-AT-EOF
                       IF AU-PROGRAM-NAME = WS-PARM-PROGRAMA
                           AND AU-RUN-DATE = WS-FECHA-PROCESO
                           MOVE AU-RETURN-CODE TO WS-EVT-RC-GRABAR
                           MOVE AU-RUN-ID TO WS-EVT-RUN-GRABAR
                       END-IF
                       READ AUDITLOG-FILE
                           AT END MOVE 'Y' TO WS-AUDITLOG-EOF
                       END-READ
                   END-PERFORM
                   CLOSE AUDITLOG-FILE
               END-IF
           END-IF
           MOVE 'C' TO WS-EVENTO
           PERFORM GRABAR-EVENTO
           DISPLAY "PASO " WS-PARM-PASO " COMPLETADO RC="
               WS-EVT-RC-GRABAR " CORRIDA " WS-EVT-RUN-GRABAR.
       REGISTRAR-PASO-FIN.
           EXIT.

       GRABAR-EVENTO.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUNCTL-FILE
           END-IF
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "RUNCTL NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-FECHA-PROCESO TO CP-FECHA-PROC
           MOVE WS-PARM-PASO TO CP-PASO
           MOVE WS-PARM-PROGRAMA TO CP-PROGRAMA
           MOVE WS-EVENTO TO CP-EVENTO
           MOVE WS-EVT-RC-GRABAR TO CP-RC
           MOVE WS-START-STAMP (1:8) TO CP-FECHA
           MOVE WS-START-STAMP (9:8) TO CP-HORA
           MOVE WS-EVT-RUN-GRABAR TO CP-RUN-ID
           MOVE WS-ENVIO-ACTUAL TO CP-ENVIO
           WRITE CP-CONTROL-RECORD
           CLOSE RUNCTL-FILE
           .

      *    REPORTE DE REARRANQUE: POR CADA PASO DE LA
      *    TARJETA PASOS, SU SUERTE EN EL ENVIO VIGENTE -
      *    SALTEADO, EJECUTADO, RE-EJECUTADO (YA HABIA SIDO
      *    INTENTADO EN UN ENVIO ANTERIOR), FALLIDO (INICIADO
      *    SIN CIERRE) O PENDIENTE (NO LLEGO A CORRER).
       EMITIR-REPORTE.
           PERFORM CARGAR-PASOS
           PERFORM CLASIFICAR-EVENTOS
           PERFORM CARGAR-AUDITORIA
           OPEN OUTPUT RSTRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REARRANQUE DEL TREN - FECHA PROCESO "
               WS-FECHA-PROCESO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENVIOS EN LA FECHA: " WS-ENVIOS
               "  ENVIO VIGENTE " WS-ENVIO-ACTUAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PASO     PROGRAMA             ESTADO         RC  "
               "CORRIDA"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PAS-COUNT
               PERFORM INFORMAR-PASO
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SALTEADOS " WS-TOT-SALTEADOS
               "  EJECUTADOS " WS-TOT-EJECUTADOS
               "  RE-EJECUTADOS " WS-TOT-REEJECUTADOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FALLIDOS  " WS-TOT-FALLIDOS
               "  PENDIENTES " WS-TOT-PENDIENTES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF TREN-BLOQUEADO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TREN BLOQUEADO POR RESTAURACION SIN VERIFICAR"
                   " - RESPALDO " WS-REST-MANIFIESTO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           CLOSE RSTRPT-FILE
           IF WS-TOT-FALLIDOS > 0 OR WS-TOT-PENDIENTES > 0
               DISPLAY "TREN INCOMPLETO - FALLIDOS " WS-TOT-FALLIDOS
                   " PENDIENTES " WS-TOT-PENDIENTES
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "TREN COMPLETO PARA LA FECHA " WS-FECHA-PROCESO
           END-IF
           .

      *    SIN TARJETA DE PASOS LA LISTA SE ARMA CON LOS
      *    PASOS QUE APARECEN EN LOS EVENTOS DE LA FECHA;
      *    EN ESE CASO NO SE PUEDEN INFORMAR PENDIENTES QUE
      *    NUNCA CORRIERON.
       CARGAR-PASOS.
           MOVE 0 TO WS-PAS-COUNT
           OPEN INPUT PASOS-FILE
           IF WS-PASOS-STATUS = "00"
               READ PASOS-FILE
                   AT END MOVE 'Y' TO WS-PASOS-EOF
               END-READ
               PERFORM UNTIL PASOS-AT-EOF
                   IF PS-PASO NOT = SPACES AND PS-PASO (1:1) NOT = "*"
                       MOVE PS-PASO TO WS-PARM-PASO
                       MOVE PS-PROGRAMA TO WS-PARM-PROGRAMA
                       PERFORM AGREGAR-PASO
                   END-IF
                   READ PASOS-FILE
                       AT END MOVE 'Y' TO WS-PASOS-EOF
                   END-READ
               END-PERFORM
               CLOSE PASOS-FILE
           ELSE
               DISPLAY "PASOS NO DISPONIBLE - LISTA TOMADA DE RUNCTL"
               PERFORM VARYING EDX FROM 1 BY 1 UNTIL EDX > WS-EVT-COUNT
                   IF WS-EVT-EVENTO (EDX) NOT = 'A'
                       MOVE WS-EVT-PASO (EDX) TO WS-PARM-PASO
                       MOVE WS-EVT-PROGRAMA (EDX) TO WS-PARM-PROGRAMA
                       PERFORM AGREGAR-PASO
                   END-IF
               END-PERFORM
           END-IF
           .

       AGREGAR-PASO.
           MOVE 0 TO WS-PAS-HALLADO
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > WS-PAS-COUNT
               IF WS-PAS-PASO (PDX) = WS-PARM-PASO
                   MOVE PDX TO WS-PAS-HALLADO
               END-IF
           END-PERFORM
           IF WS-PAS-HALLADO = 0 AND WS-PAS-COUNT < 100
               ADD 1 TO WS-PAS-COUNT
               MOVE WS-PARM-PASO TO WS-PAS-PASO (WS-PAS-COUNT)
               MOVE WS-PARM-PROGRAMA TO WS-PAS-PROGRAMA (WS-PAS-COUNT)
               MOVE 'N' TO WS-PAS-INICIADO (WS-PAS-COUNT)
               MOVE 'N' TO WS-PAS-COMPLETO (WS-PAS-COUNT)
               MOVE 'N' TO WS-PAS-SALTEADO (WS-PAS-COUNT)
               MOVE 'N' TO WS-PAS-PREVIO (WS-PAS-COUNT)
               MOVE ZERO TO WS-PAS-RC (WS-PAS-COUNT)
               MOVE SPACES TO WS-PAS-RUN-ID (WS-PAS-COUNT)
               MOVE 'N' TO WS-PAS-AU-HALLADO (WS-PAS-COUNT)
               MOVE ZERO TO WS-PAS-AU-RC (WS-PAS-COUNT)
               MOVE SPACES TO WS-PAS-AU-RUN-ID (WS-PAS-COUNT)
           END-IF
           .

       CLASIFICAR-EVENTOS.
           PERFORM VARYING EDX FROM 1 BY 1 UNTIL EDX > WS-EVT-COUNT
               PERFORM VARYING PDX FROM 1 BY 1
                       UNTIL PDX > WS-PAS-COUNT
                   IF WS-PAS-PASO (PDX) = WS-EVT-PASO (EDX)
                       IF WS-EVT-ENVIO (EDX) = WS-ENVIO-ACTUAL
                           EVALUATE WS-EVT-EVENTO (EDX)
                               WHEN 'I'
                                   MOVE 'Y' TO WS-PAS-INICIADO (PDX)
                               WHEN 'C'
                                   MOVE 'Y' TO WS-PAS-COMPLETO (PDX)
                               WHEN 'S'
                                   MOVE 'Y' TO WS-PAS-SALTEADO (PDX)
                           END-EVALUATE
                       ELSE
                           IF WS-EVT-EVENTO (EDX) = 'I'
                               MOVE 'Y' TO WS-PAS-PREVIO (PDX)
                           END-IF
                       END-IF
                       IF WS-EVT-EVENTO (EDX) = 'C'
                           OR WS-EVT-EVENTO (EDX) = 'S'
                           MOVE WS-EVT-RC (EDX) TO WS-PAS-RC (PDX)
                           MOVE WS-EVT-RUN-ID (EDX)
                               TO WS-PAS-RUN-ID (PDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    EL RC DE UN PASO FALLIDO SOLO QUEDA EN LA
      *    AUDITORIA DE SU PROGRAMA: SE TOMA LA ULTIMA
      *    ENTRADA DE LA FECHA DE CADA PROGRAMA DEL TREN.
       CARGAR-AUDITORIA.
           MOVE 'N' TO WS-AUDITLOG-EOF
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "00"
               READ AUDITLOG-FILE
                   AT END MOVE 'Y' TO WS-AUDITLOG-EOF
               END-READ
               PERFORM UNTIL AUDITLOG-AT-EOF
                   IF AU-RUN-DATE = WS-FECHA-PROCESO
                       PERFORM VARYING PDX FROM 1 BY 1
                               UNTIL PDX > WS-PAS-COUNT
                           IF WS-PAS-PROGRAMA (PDX) NOT = SPACES
                               AND WS-PAS-PROGRAMA (PDX) =
                                   AU-PROGRAM-NAME
                               MOVE 'Y' TO WS-PAS-AU-HALLADO (PDX)
                               MOVE AU-RETURN-CODE
                                   TO WS-PAS-AU-RC (PDX)
                               MOVE AU-RUN-ID
                                   TO WS-PAS-AU-RUN-ID (PDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ AUDITLOG-FILE
                       AT END MOVE 'Y' TO WS-AUDITLOG-EOF
                   END-READ
               END-PERFORM
               CLOSE AUDITLOG-FILE
           END-IF
           .

       INFORMAR-PASO.
           MOVE SPACES TO WS-RC-TEXTO
           MOVE SPACES TO WS-RUN-TEXTO
           EVALUATE TRUE
               WHEN WS-PAS-SALTEADO (PDX) = 'Y'
                   MOVE "SALTEADO" TO WS-ESTADO-TEXTO
                   MOVE WS-PAS-RC (PDX) TO WS-RC-TEXTO
                   MOVE WS-PAS-RUN-ID (PDX) TO WS-RUN-TEXTO
                   ADD 1 TO WS-TOT-SALTEADOS
               WHEN WS-PAS-COMPLETO (PDX) = 'Y'
                   IF WS-PAS-PREVIO (PDX) = 'Y'
                       MOVE "RE-EJECUTADO" TO WS-ESTADO-TEXTO
                       ADD 1 TO WS-TOT-REEJECUTADOS
                   ELSE
                       MOVE "EJECUTADO" TO WS-ESTADO-TEXTO
                       ADD 1 TO WS-TOT-EJECUTADOS
                   END-IF
                   MOVE WS-PAS-RC (PDX) TO WS-RC-TEXTO
                   MOVE WS-PAS-RUN-ID (PDX) TO WS-RUN-TEXTO
               WHEN WS-PAS-INICIADO (PDX) = 'Y'
                   MOVE "*** FALLIDO" TO WS-ESTADO-TEXTO
                   IF WS-PAS-AU-HALLADO (PDX) = 'Y'
                       MOVE WS-PAS-AU-RC (PDX) TO WS-RC-TEXTO
                       MOVE WS-PAS-AU-RUN-ID (PDX) TO WS-RUN-TEXTO
                   END-IF
                   ADD 1 TO WS-TOT-FALLIDOS
               WHEN OTHER
                   MOVE "*** PENDIENTE" TO WS-ESTADO-TEXTO
                   ADD 1 TO WS-TOT-PENDIENTES
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-PAS-PASO (PDX)
               " " WS-PAS-PROGRAMA (PDX)
               " " WS-ESTADO-TEXTO
               " " WS-RC-TEXTO
               " " WS-RUN-TEXTO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO RSTRPT-RECORD
           WRITE RSTRPT-RECORD
           DISPLAY WS-REPORT-LINE
           .

       WRITE-AUDITLOG.
           MOVE AU-DETAIL TO WS-AU-DETALLE
           PERFORM ENCADENAR-AUDITORIA
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           MOVE WS-AU-DETALLE TO AU-DETAIL
           MOVE "CONTROLPASOS" TO AU-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-START-STAMP (1:8) TO AU-RUN-DATE
           MOVE WS-START-STAMP (9:8) TO AU-RUN-TIME
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
