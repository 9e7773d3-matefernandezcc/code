       IDENTIFICATION DIVISION.
       PROGRAM-ID. VerificaAuditoria.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDHIST-FILE ASSIGN TO "AUDHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDHIST-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDVRPT-FILE ASSIGN TO "AUDVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDVRPT-STATUS.
           SELECT AUDNEW-FILE ASSIGN TO "AUDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDNEW-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    GENERACIONES ARCHIVADAS DEL LOG, CONCATENADAS DE LA
      *    MAS ANTIGUA A LA MAS RECIENTE. OPCIONAL.
       FD  AUDHIST-FILE
           RECORDING MODE IS F.
       01  AUDHIST-RECORD          PIC X(138).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  AUDVRPT-FILE
           RECORDING MODE IS F.
       01  AUDVRPT-RECORD          PIC X(80).

      *    LOG NUEVO PARA EL ARCHIVADO: SOLO EL ULTIMO REGISTRO,
      *    QUE ANCLA LA CADENA DE LA GENERACION SIGUIENTE.
       FD  AUDNEW-FILE
           RECORDING MODE IS F.
       01  AUDNEW-RECORD           PIC X(138).

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       WORKING-STORAGE SECTION.
       01  WS-AUDHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDVRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDNEW-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDHIST-EOF        PIC X VALUE 'N'.
           88  AUDHIST-AT-EOF    VALUE 'Y'.
       01  WS-AUDITLOG-EOF       PIC X VALUE 'N'.
           88  AUDITLOG-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    ESTADO DE LA CADENA: ULTIMO REGISTRO ENCADENADO
      *    ACEPTADO Y CONTADORES DEL RECORRIDO.
       01  WS-CADENA-INICIADA    PIC X VALUE 'N'.
           88  CADENA-INICIADA   VALUE 'Y'.
       01  WS-ANT-REGISTRO       PIC X(138) VALUE SPACES.
       01  WS-ANT-SECUENCIA      PIC 9(09) VALUE 0.
       01  WS-ANT-HASH           PIC 9(11) VALUE 0.
       01  WS-PRIMERA-SECUENCIA  PIC 9(09) VALUE 0.
       01  WS-FUENTE             PIC X(04).
       01  WS-POSICION           PIC 9(07) VALUE 0.
       01  WS-LEIDOS-HIST        PIC 9(07) VALUE 0.
       01  WS-LEIDOS-LOG         PIC 9(07) VALUE 0.
       01  WS-SIN-ENCADENAR      PIC 9(07) VALUE 0.
       01  WS-ARRASTRES          PIC 9(07) VALUE 0.
       01  WS-ENCADENADOS        PIC 9(07) VALUE 0.
       01  WS-ROTURAS            PIC 9(07) VALUE 0.
       01  WS-MOTIVO-ROTURA      PIC X(30).
       01  WS-SEC-ESPERADA       PIC 9(09).
       01  WS-HASH-CALCULADO     PIC 9(11).

       01  WS-CNT-DISP           PIC Z(6)9.
       01  WS-SEC-DISP           PIC Z(8)9.
       01  WS-SEC-ANT-DISP       PIC Z(8)9.
       01  WS-REPORT-LINE        PIC X(80).
       01  WS-MODO-ARCHIVAR      PIC X VALUE 'N'.
           88  MODO-ARCHIVAR     VALUE 'Y'.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-MODO          PIC X(08) VALUE SPACES.

       01  WS-STAMP              PIC X(21).
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
      *    COPIA DEL ULTIMO REGISTRO GRABADO, ANCLA DEL LOG NUEVO.
       01  WS-AU-ULTIMO          PIC X(138) VALUE SPACES.

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
           MOVE "VAUD" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR, MODO (ARCHIVAR = ADEMAS DEJA EN
      *    AUDNEW EL REGISTRO ANCLA PARA EL LOG NUEVO).
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-MODO
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-MODO = "ARCHIVAR"
                   MOVE 'Y' TO WS-MODO-ARCHIVAR
               END-IF
           END-IF

           OPEN OUTPUT AUDVRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VERIFICACION DE CADENA AUDITLOG - FECHA "
               WS-FECHA-HOY "  RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA

           PERFORM RECORRER-HISTORIA THRU RECORRER-HISTORIA-FIN
           PERFORM RECORRER-LOG

           PERFORM ESCRIBIR-RESUMEN
           CLOSE AUDVRPT-FILE
           DISPLAY "REGISTROS ENCADENADOS:  " WS-ENCADENADOS
           DISPLAY "ROTURAS DE CADENA:      " WS-ROTURAS
           IF WS-ROTURAS > 0
               DISPLAY "AUDITLOG CON ROTURAS DE CADENA"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "CADENA AUDITLOG INTEGRA"
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "REG=" WS-ENCADENADOS
               " ROTURAS=" WS-ROTURAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           IF MODO-ARCHIVAR
               PERFORM GRABAR-ANCLA
           END-IF
           GOBACK.

       RECORRER-HISTORIA.
           MOVE 'N' TO WS-AUDHIST-EOF
           MOVE "HIST" TO WS-FUENTE
           MOVE 0 TO WS-POSICION
           OPEN INPUT AUDHIST-FILE
           IF WS-AUDHIST-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIN GENERACIONES ARCHIVADAS - SE VERIFICA "
                   "SOLO EL LOG EN LINEA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO RECORRER-HISTORIA-FIN
           END-IF
           READ AUDHIST-FILE
               AT END MOVE 'Y' TO WS-AUDHIST-EOF
           END-READ
           PERFORM UNTIL AUDHIST-AT-EOF
               ADD 1 TO WS-LEIDOS-HIST
               ADD 1 TO WS-POSICION
               MOVE AUDHIST-RECORD TO AU-LOG-RECORD
               PERFORM VERIFICAR-REGISTRO
               READ AUDHIST-FILE
                   AT END MOVE 'Y' TO WS-AUDHIST-EOF
               END-READ
           END-PERFORM
           CLOSE AUDHIST-FILE.
       RECORRER-HISTORIA-FIN.
           EXIT.

       RECORRER-LOG.
           MOVE 'N' TO WS-AUDITLOG-EOF
           MOVE "LOG " TO WS-FUENTE
           MOVE 0 TO WS-POSICION
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG NO DISPONIBLE - ABORTADO"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "AUDITLOG NO DISPONIBLE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               CLOSE AUDVRPT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ AUDITLOG-FILE
               AT END MOVE 'Y' TO WS-AUDITLOG-EOF
           END-READ
           PERFORM UNTIL AUDITLOG-AT-EOF
               ADD 1 TO WS-LEIDOS-LOG
               ADD 1 TO WS-POSICION
               PERFORM VERIFICAR-REGISTRO
               READ AUDITLOG-FILE
                   AT END MOVE 'Y' TO WS-AUDITLOG-EOF
               END-READ
           END-PERFORM
           CLOSE AUDITLOG-FILE
           .

      *    CADA REGISTRO ENCADENADO DEBE TENER SU HASH PROPIO
      *    CORRECTO, LA SECUENCIA SIGUIENTE A LA DEL ANTERIOR
      *    Y EL HASH DEL ANTERIOR COMO HASH ANTERIOR. ANTES DEL
      *    PRIMER REGISTRO ENCADENADO SOLO PUEDE HABER
      *    REGISTROS VIEJOS SIN ENCADENAR; DESPUES, NINGUNO.
      *    EL REGISTRO ANCLA CON QUE EMPIEZA CADA GENERACION
      *    ES COPIA EXACTA DEL ULTIMO DE LA ANTERIOR.
       VERIFICAR-REGISTRO.
           IF AU-SECUENCIA IS NOT NUMERIC
               OR AU-HASH-ANTERIOR IS NOT NUMERIC
               OR AU-HASH IS NOT NUMERIC
               IF CADENA-INICIADA
                   MOVE "REGISTRO SIN ENCADENAR" TO WS-MOTIVO-ROTURA
                   PERFORM INFORMAR-ROTURA
               ELSE
                   ADD 1 TO WS-SIN-ENCADENAR
               END-IF
           ELSE
               IF CADENA-INICIADA
                   AND AU-LOG-RECORD = WS-ANT-REGISTRO
                   ADD 1 TO WS-ARRASTRES
               ELSE
                   PERFORM VERIFICAR-ENCADENADO
               END-IF
           END-IF
           .

       VERIFICAR-ENCADENADO.
           ADD 1 TO WS-ENCADENADOS
           PERFORM CALCULAR-HASH-REGISTRO
           IF WS-HASH-CALCULADO NOT = AU-HASH
               MOVE "REGISTRO ALTERADO" TO WS-MOTIVO-ROTURA
               PERFORM INFORMAR-ROTURA
           END-IF
           IF NOT CADENA-INICIADA
               MOVE 'Y' TO WS-CADENA-INICIADA
               MOVE AU-SECUENCIA TO WS-PRIMERA-SECUENCIA
           ELSE
               COMPUTE WS-SEC-ESPERADA = WS-ANT-SECUENCIA + 1
               IF AU-SECUENCIA NOT = WS-SEC-ESPERADA
                   MOVE "SECUENCIA ROTA" TO WS-MOTIVO-ROTURA
                   PERFORM INFORMAR-ROTURA
               END-IF
               IF AU-HASH-ANTERIOR NOT = WS-ANT-HASH
                   MOVE "HASH ANTERIOR NO COINCIDE"
                       TO WS-MOTIVO-ROTURA
                   PERFORM INFORMAR-ROTURA
               END-IF
           END-IF
           MOVE AU-LOG-RECORD TO WS-ANT-REGISTRO
           MOVE AU-SECUENCIA TO WS-ANT-SECUENCIA
           MOVE AU-HASH TO WS-ANT-HASH
           .

      *    MISMO CALCULO QUE HACEN LOS PROGRAMAS AL GRABAR.
       CALCULAR-HASH-REGISTRO.
           MOVE 0 TO WS-AU-HASH-TRABAJO
           PERFORM VARYING WS-AU-POS FROM 1 BY 1
                   UNTIL WS-AU-POS > 127
               COMPUTE WS-AU-HASH-TRABAJO = FUNCTION MOD
                   (WS-AU-HASH-TRABAJO * 31
                    + FUNCTION ORD(AU-LOG-RECORD (WS-AU-POS:1)),
                    99999999977)
           END-PERFORM
           MOVE WS-AU-HASH-TRABAJO TO WS-HASH-CALCULADO
           .

       INFORMAR-ROTURA.
           ADD 1 TO WS-ROTURAS
           MOVE WS-POSICION TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "*** " WS-MOTIVO-ROTURA
               " " WS-FUENTE " REG " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE 0 TO WS-SEC-DISP
           IF AU-SECUENCIA IS NUMERIC
               MOVE AU-SECUENCIA TO WS-SEC-DISP
           END-IF
           MOVE WS-ANT-SECUENCIA TO WS-SEC-ANT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    SEC " WS-SEC-DISP
               "  ANTERIOR ACEPTADA " WS-SEC-ANT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "    " AU-PROGRAM-NAME " " AU-RUN-DATE
               " " AU-RUN-TIME " " AU-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-LEIDOS-HIST TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REGISTROS ARCHIVADOS LEIDOS .... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-LEIDOS-LOG TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REGISTROS DEL LOG LEIDOS ....... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-SIN-ENCADENAR TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ANTERIORES A LA CADENA ......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ARRASTRES TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ANCLAS DE GENERACION ........... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ENCADENADOS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REGISTROS ENCADENADOS .......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF CADENA-INICIADA
               MOVE WS-PRIMERA-SECUENCIA TO WS-SEC-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  PRIMERA SECUENCIA ...... " WS-SEC-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               MOVE WS-ANT-SECUENCIA TO WS-SEC-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ULTIMA SECUENCIA ....... " WS-SEC-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               IF WS-PRIMERA-SECUENCIA NOT = 1
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  (LA CADENA SE TOMA DESDE LA PRIMERA "
                       "GENERACION LEIDA)"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ROTURAS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-ROTURAS > 0
               STRING "CADENA ROTA - ROTURAS: " WS-CNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "CADENA INTEGRA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           .

      *    ARCHIVADO: CON LA CADENA INTEGRA SE DEJA EN AUDNEW EL
      *    ULTIMO REGISTRO DEL LOG (EL DE ESTA VERIFICACION) PARA
      *    QUE EL LOG NUEVO CONTINUE LA CADENA. CON ROTURAS NO
      *    SE ARCHIVA.
       GRABAR-ANCLA.
           IF WS-ROTURAS > 0
               DISPLAY "CADENA ROTA - NO SE GENERA EL LOG NUEVO"
           ELSE
               OPEN OUTPUT AUDNEW-FILE
               MOVE WS-AU-ULTIMO TO AUDNEW-RECORD
               WRITE AUDNEW-RECORD
               CLOSE AUDNEW-FILE
           END-IF
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO AUDVRPT-RECORD
           WRITE AUDVRPT-RECORD
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
               IF RP-PROGRAMA = "VERIFICAAUDITORIA"
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
           MOVE "VERIFICAAUDITORIA" TO AU-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-FECHA-HOY TO AU-RUN-DATE
           MOVE WS-HORA-HOY TO AU-RUN-TIME
           MOVE RETURN-CODE TO AU-RETURN-CODE
           MOVE WS-RUN-ID TO AU-RUN-ID
           PERFORM CALCULAR-HASH-AUDITORIA
           MOVE AU-LOG-RECORD TO WS-AU-ULTIMO
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
