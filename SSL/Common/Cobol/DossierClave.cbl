       IDENTIFICATION DIVISION.
       PROGRAM-ID. DossierClave.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAVES-FILE ASSIGN TO "CLAVES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAVES-STATUS.
           SELECT KEYEXT-FILE ASSIGN TO "KEYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYEXT-STATUS.
           SELECT KEYJRNL-FILE ASSIGN TO "KEYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYJRNL-STATUS.
           SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEIN-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSPJRNL-FILE ASSIGN TO "SUSPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPJRNL-STATUS.
           SELECT EXPRPT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.
           SELECT NOTIFIN-FILE ASSIGN TO "NOTIFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFIN-STATUS.
           SELECT SRCHRES-FILE ASSIGN TO "SRCHRES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCHRES-STATUS.
           SELECT SUGRPT-FILE ASSIGN TO "SUGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGRPT-STATUS.
           SELECT DOSRPT-FILE ASSIGN TO "DOSRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DOSRPT-STATUS.
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
      *    LISTA DE CLAVES A CONSULTAR EN BATCH: UNA CLAVE
      *    POR TARJETA EN LAS COLUMNAS 1-7. LAS TARJETAS
      *    CON '*' EN LA COLUMNA 1 SON COMENTARIOS.
       FD  CLAVES-FILE
           RECORDING MODE IS F.
       01  CLAVES-RECORD.
           05  CL-CLAVE            PIC X(07).
           05  FILLER              PIC X(73).

       FD  KEYEXT-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

       FD  KEYJRNL-FILE
           RECORDING MODE IS F.
           COPY KEYJRNL.

       FD  USAGEIN-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-RECORD.
           05  SUSPIN-CLAVE        PIC 9(7).
           05  SUSPIN-FECHA-ALTA   PIC X(8).
           05  SUSPIN-CICLOS       PIC 9(3).
           05  SUSPIN-ORIGEN       PIC X(8).

       FD  SUSPJRNL-FILE
           RECORDING MODE IS F.
           COPY SUSPJRNL.

      *    REPORTE DE VENCIDAS DE LA BUSQUEDA: LINEAS
      *    "CLAVE NNNNNNN VENCIDA EN SUSPENSO DESDE FECHA
      *    CICLOS NNN". SE PARSEA POR PALABRAS COMO EN
      *    PROPONEALTAS.
       FD  EXPRPT-FILE
           RECORDING MODE IS F.
       01  EXPRPT-RECORD           PIC X(60).

      *    AVISOS DE SUSPENSO DE LA ULTIMA BUSQUEDA, SEGUIDOS
      *    DE LOS AVISOS MANUALES: EL ORIGEN DE UNA CLAVE
      *    VENCIDA SE TOMA DE LA CABECERA DEL GRUPO QUE TRAE
      *    SU AVISO 'V'.
       FD  NOTIFIN-FILE
           RECORDING MODE IS F.
       01  NOTIFIN-RECORD          PIC X(19).
       01  NOTIF-REC-CABECERA REDEFINES NOTIFIN-RECORD.
           05  NOTIF-CAB-TIPO      PIC X(1).
           05  NOTIF-CAB-FECHA     PIC X(8).
           05  NOTIF-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  NOTIF-REC-DATO REDEFINES NOTIFIN-RECORD.
           05  NOTIF-CLAVE         PIC 9(7).
           05  NOTIF-RESULTADO     PIC X(1).
           05  NOTIF-FECHA-ALTA    PIC X(8).
           05  NOTIF-CICLOS        PIC 9(3).

      *    RESULTADOS DE BUSQUEDA (RESOUT Y MULTRES
      *    CONCATENADOS).
       FD  SRCHRES-FILE
           RECORDING MODE IS F.
           COPY SRCHRES.

       FD  SUGRPT-FILE
           RECORDING MODE IS F.
       01  SUGRPT-RECORD           PIC X(60).

       FD  DOSRPT-FILE
           RECORDING MODE IS F.
       01  DOSRPT-RECORD           PIC X(132).

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
       01  WS-CLAVES-STATUS      PIC X(02) VALUE '00'.
       01  WS-KEYEXT-STATUS      PIC X(02) VALUE '00'.
       01  WS-KEYJRNL-STATUS     PIC X(02) VALUE '00'.
       01  WS-USAGEIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUSPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUSPJRNL-STATUS    PIC X(02) VALUE '00'.
       01  WS-EXPRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-NOTIFIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SRCHRES-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUGRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-DOSRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.

       01  WS-CLAVES-EOF         PIC X VALUE 'N'.
           88  CLAVES-AT-EOF     VALUE 'Y'.
       01  WS-LECTURA-EOF        PIC X VALUE 'N'.
           88  LECTURA-AT-EOF    VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

       01  WS-CLAVE              PIC 9(07) VALUE 0.
       01  WS-MODO               PIC X VALUE 'L'.
           88  MODO-UNA-CLAVE    VALUE 'U'.
           88  MODO-LISTA        VALUE 'L'.
       01  WS-DOSSIERS           PIC 9(5) VALUE 0.
       01  WS-INVALIDAS          PIC 9(5) VALUE 0.
       01  WS-SIN-MAESTRO        PIC 9(5) VALUE 0.
       01  WS-HALLADA            PIC X VALUE 'N'.
       01  WS-CANTIDAD           PIC 9(5) VALUE 0.

      *    SUSPENSO VENCIDO: LA ULTIMA LINEA DEL REPORTE DE
      *    VENCIDAS PARA LA CLAVE Y EL ORIGEN DE SU AVISO.
       01  WS-VEN-HALLADA        PIC X VALUE 'N'.
       01  WS-VEN-DESDE          PIC X(08).
       01  WS-VEN-CICLOS         PIC X(03).
       01  WS-VEN-ORIGEN         PIC X(08).
       01  WS-NOT-ORIGEN         PIC X(08).
       01  WS-PALABRAS.
           05  WS-PAL-1            PIC X(10).
           05  WS-PAL-2            PIC X(10).
           05  WS-PAL-3            PIC X(10).
           05  WS-PAL-4            PIC X(10).
           05  WS-PAL-5            PIC X(10).
           05  WS-PAL-6            PIC X(10).
           05  WS-PAL-7            PIC X(10).
           05  WS-PAL-8            PIC X(10).
           05  WS-PAL-9            PIC X(10).

      *    ULTIMOS RESULTADOS DE BUSQUEDA DE LA CLAVE: SE
      *    CONSERVAN LOS DE FECHA MAS RECIENTE; CON LA TABLA
      *    LLENA UN RESULTADO NUEVO REEMPLAZA AL MAS VIEJO.
       01  WS-MAX-RESULTADOS     PIC 9(2) VALUE 10.
       01  WS-RESULTADOS.
           05  WS-RES-COUNT        PIC 9(2) VALUE 0.
           05  WS-RES-ENTRY OCCURS 10 TIMES.
               10  WS-RES-FECHA        PIC X(08).
               10  WS-RES-RESULTADO    PIC X(01).
               10  WS-RES-POSICION     PIC 9(07).
               10  WS-RES-SONDEOS      PIC 9(04).
               10  WS-RES-ORDEN        PIC 9(07).
               10  WS-RES-IMPRESO      PIC X(01).
       01  RDX                   PIC 9(2).
       01  WS-RES-POS            PIC 9(2).
       01  WS-RES-LEIDOS         PIC 9(7) VALUE 0.
       01  WS-RES-TOTAL          PIC 9(7) VALUE 0.
       01  WS-RES-TEXTO          PIC X(20).
       01  WS-ULT-SUGERENCIA     PIC X(60).

       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-CLAVE         PIC X(07) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 1.
       01  WS-OPER-HALLADO       PIC X.
       01  WS-OPER-NIVEL         PIC 9(1).
       01  WS-OPER-ACTIVO        PIC X.
       01  WS-REPORT-LINE        PIC X(132).
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
           MOVE "DOSS" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,CLAVE. CON CLAVE SE ARMA EL LEGAJO
      *    DE ESA SOLA CLAVE (CONSULTA DESDE EL MENU) Y SE
      *    MUESTRA TAMBIEN POR PANTALLA; SIN CLAVE SE LEE LA
      *    LISTA DEL ARCHIVO CLAVES.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-CLAVE
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           IF WS-PARM-CLAVE NOT = SPACES
               MOVE 'U' TO WS-MODO
               IF WS-PARM-CLAVE IS NOT NUMERIC
                   DISPLAY "CLAVE INVALIDA: " WS-PARM-CLAVE
                       " - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "CLAVE INVALIDA: " WS-PARM-CLAVE
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT DOSRPT-FILE
           IF MODO-UNA-CLAVE
               MOVE WS-PARM-CLAVE TO WS-CLAVE
               PERFORM EMITIR-DOSSIER
           ELSE
               PERFORM PROCESAR-LISTA THRU PROCESAR-LISTA-FIN
           END-IF
           CLOSE DOSRPT-FILE
           DISPLAY "LEGAJOS EMITIDOS:     " WS-DOSSIERS
           DISPLAY "CLAVES INVALIDAS:     " WS-INVALIDAS
           DISPLAY "CLAVES SIN MAESTRO:   " WS-SIN-MAESTRO
           IF WS-INVALIDAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           IF MODO-UNA-CLAVE
               STRING "LEGAJO CLAVE " WS-CLAVE
                   DELIMITED BY SIZE INTO AU-DETAIL
           ELSE
               STRING "LEGAJOS=" WS-DOSSIERS
                   " INVALIDAS=" WS-INVALIDAS
                   DELIMITED BY SIZE INTO AU-DETAIL
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
           GOBACK.

      *    LISTA BATCH DE CLAVES: UN LEGAJO POR TARJETA
      *    VALIDA; LAS CLAVES NO NUMERICAS SE INFORMAN EN EL
      *    REPORTE Y DEJAN CC=4.
       PROCESAR-LISTA.
           MOVE 'N' TO WS-CLAVES-EOF
           OPEN INPUT CLAVES-FILE
           IF WS-CLAVES-STATUS NOT = "00"
               DISPLAY "CLAVES NO DISPONIBLE - ABORTADO"
               CLOSE DOSRPT-FILE
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "LISTA CLAVES NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ CLAVES-FILE
               AT END MOVE 'Y' TO WS-CLAVES-EOF
           END-READ
           PERFORM UNTIL CLAVES-AT-EOF
               IF CLAVES-RECORD NOT = SPACES
                   AND CL-CLAVE (1:1) NOT = '*'
                   IF CL-CLAVE IS NUMERIC
                       MOVE CL-CLAVE TO WS-CLAVE
                       PERFORM EMITIR-DOSSIER
                   ELSE
                       ADD 1 TO WS-INVALIDAS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "*** CLAVE INVALIDA EN LA LISTA: "
                           CL-CLAVE " - SIN LEGAJO"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ESCRIBIR-LINEA
                   END-IF
               END-IF
               READ CLAVES-FILE
                   AT END MOVE 'Y' TO WS-CLAVES-EOF
               END-READ
           END-PERFORM
           CLOSE CLAVES-FILE.
       PROCESAR-LISTA-FIN.
           EXIT.

      *    LEGAJO DE UNA CLAVE: MAESTRO, DIARIO DE CAMBIOS,
      *    ESTADISTICA DE USO, SUSPENSO Y ULTIMAS BUSQUEDAS.
       EMITIR-DOSSIER.
           ADD 1 TO WS-DOSSIERS
           PERFORM ESCRIBIR-TITULO
           PERFORM SECCION-MAESTRO THRU SECCION-MAESTRO-FIN
           PERFORM SECCION-DIARIO THRU SECCION-DIARIO-FIN
           PERFORM SECCION-USO THRU SECCION-USO-FIN
           PERFORM SECCION-SUSPENSO THRU SECCION-SUSPENSO-FIN
           PERFORM SECCION-MANT-SUSPENSO
               THRU SECCION-MANT-SUSPENSO-FIN
           PERFORM SECCION-BUSQUEDAS THRU SECCION-BUSQUEDAS-FIN
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

       ESCRIBIR-TITULO.
           MOVE ALL "=" TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LEGAJO DE LA CLAVE " WS-CLAVE
               "   FECHA " WS-FECHA-HOY
               "   OPERADOR " WS-OPERATOR-ID
               "   LEGAJO " WS-DOSSIERS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE ALL "=" TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

      *    ESTADO ACTUAL EN EL MAESTRO. EL MAESTRO ESTA EN
      *    ORDEN ASCENDENTE: LA LECTURA TERMINA AL PASAR LA
      *    CLAVE.
       SECCION-MAESTRO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAESTRO DE CLAVES" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 'N' TO WS-HALLADA
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT KEYEXT-FILE
           IF WS-KEYEXT-STATUS NOT = "00"
               MOVE "KEYMAST" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
               GO TO SECCION-MAESTRO-FIN
           END-IF
           READ KEYEXT-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF KM-CLAVE = WS-CLAVE
                   MOVE 'Y' TO WS-HALLADA
                   MOVE SPACES TO WS-REPORT-LINE
                   IF KM-ESTADO = 'A'
                       STRING "  ESTADO A (ACTIVA)   VIGENTE DESDE "
                           KM-FECHA-EFECT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING "  ESTADO " KM-ESTADO
                           " (BAJA)     VIGENTE DESDE "
                           KM-FECHA-EFECT
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   PERFORM ESCRIBIR-LINEA
               END-IF
               IF KM-CLAVE > WS-CLAVE
                   MOVE 'Y' TO WS-LECTURA-EOF
               ELSE
                   READ KEYEXT-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KEYEXT-FILE
           IF WS-HALLADA = 'N'
               ADD 1 TO WS-SIN-MAESTRO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  LA CLAVE NO FIGURA EN EL MAESTRO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF.
       SECCION-MAESTRO-FIN.
           EXIT.

      *    HISTORIA COMPLETA DE CAMBIOS DEL DIARIO, EN EL
      *    ORDEN EN QUE SE APLICARON.
       SECCION-DIARIO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DIARIO DE CAMBIOS (KEYJRNL)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO WS-CANTIDAD
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT KEYJRNL-FILE
           IF WS-KEYJRNL-STATUS NOT = "00"
               MOVE "KEYJRNL" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
               GO TO SECCION-DIARIO-FIN
           END-IF
           READ KEYJRNL-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF KJ-CLAVE = WS-CLAVE
                   IF WS-CANTIDAD = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  FECHA    HORA     ACC ANTES"
                           "        DESPUES      OPERADOR RUN ID"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ESCRIBIR-LINEA
                   END-IF
                   ADD 1 TO WS-CANTIDAD
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " KJ-FECHA " " KJ-HORA " " KJ-ACCION
                       "   " KJ-ANTES-ESTADO " " KJ-ANTES-FECHA
                       "   " KJ-DESP-ESTADO " " KJ-DESP-FECHA
                       "   " KJ-OPERADOR " " KJ-RUN-ID
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF
               READ KEYJRNL-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE KEYJRNL-FILE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CANTIDAD = 0
               STRING "  SIN CAMBIOS REGISTRADOS PARA LA CLAVE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  CAMBIOS REGISTRADOS: " WS-CANTIDAD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM ESCRIBIR-LINEA.
       SECCION-DIARIO-FIN.
           EXIT.

      *    CONTADORES ACUMULADOS DE USO. KEYUSAGE ESTA EN
      *    ORDEN ASCENDENTE DE CLAVE.
       SECCION-USO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ESTADISTICA DE USO (KEYUSAGE)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 'N' TO WS-HALLADA
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS NOT = "00"
               MOVE "KEYUSAGE" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
               GO TO SECCION-USO-FIN
           END-IF
           READ USAGEIN-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF KU-CLAVE = WS-CLAVE
                   MOVE 'Y' TO WS-HALLADA
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  PEDIDOS " KU-PEDIDOS
                       "   HALLADAS " KU-HALLADAS
                       "   NO HALLADAS " KU-NO-HALLADAS
                       "   ULTIMO PEDIDO " KU-FECHA-ULTIMA
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF
               IF KU-CLAVE > WS-CLAVE
                   MOVE 'Y' TO WS-LECTURA-EOF
               ELSE
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE USAGEIN-FILE
           IF WS-HALLADA = 'N'
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  LA CLAVE NUNCA FUE PEDIDA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF.
       SECCION-USO-FIN.
           EXIT.

      *    ENTRADA ABIERTA EN EL SUSPENSO VIGENTE Y ULTIMO
      *    VENCIMIENTO INFORMADO EN EL REPORTE DE VENCIDAS,
      *    CON EL ORIGEN TOMADO DEL AVISO AL SISTEMA FUENTE.
       SECCION-SUSPENSO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUSPENSO" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO WS-CANTIDAD
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SUSPIN-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               MOVE "SUSPENSE" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
           ELSE
               READ SUSPIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
               PERFORM UNTIL LECTURA-AT-EOF
                   IF SUSPIN-CLAVE = WS-CLAVE
                       ADD 1 TO WS-CANTIDAD
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  ABIERTA DESDE " SUSPIN-FECHA-ALTA
                           "   CICLOS " SUSPIN-CICLOS
                           "   ORIGEN " SUSPIN-ORIGEN
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ESCRIBIR-LINEA
                   END-IF
                   READ SUSPIN-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-PERFORM
               CLOSE SUSPIN-FILE
           END-IF
           PERFORM BUSCAR-VENCIDA THRU BUSCAR-VENCIDA-FIN
           IF WS-VEN-HALLADA = 'Y'
               ADD 1 TO WS-CANTIDAD
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  VENCIDA  DESDE " WS-VEN-DESDE
                   "   CICLOS " WS-VEN-CICLOS
                   "   ORIGEN " WS-VEN-ORIGEN
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF WS-CANTIDAD = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SIN ENTRADAS EN SUSPENSO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF.
       SECCION-SUSPENSO-FIN.
           EXIT.

      *    BAJAS MANUALES, PRORROGAS Y CAMBIOS DE ORIGEN
      *    APLICADOS AL SUSPENSO, EN EL ORDEN DEL DIARIO.
       SECCION-MANT-SUSPENSO.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MANTENIMIENTO DEL SUSPENSO (SUSPJRNL)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO WS-CANTIDAD
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SUSPJRNL-FILE
           IF WS-SUSPJRNL-STATUS NOT = "00"
               MOVE "SUSPJRNL" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
               GO TO SECCION-MANT-SUSPENSO-FIN
           END-IF
           READ SUSPJRNL-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF SJ-CLAVE = WS-CLAVE
                   IF WS-CANTIDAD = 0
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "  FECHA    HORA     ACC ALTA     "
                           "ANTES        DESPUES      MOT "
                           "OPERADOR RUN ID"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM ESCRIBIR-LINEA
                   END-IF
                   ADD 1 TO WS-CANTIDAD
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " SJ-FECHA " " SJ-HORA " " SJ-ACCION
                       "   " SJ-FECHA-ALTA " " SJ-ANTES-CICLOS
                       " " SJ-ANTES-ORIGEN " " SJ-DESP-CICLOS
                       " " SJ-DESP-ORIGEN " " SJ-MOTIVO
                       "  " SJ-OPERADOR " " SJ-RUN-ID
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM ESCRIBIR-LINEA
               END-IF
               READ SUSPJRNL-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPJRNL-FILE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CANTIDAD = 0
               STRING "  SIN MANTENIMIENTO MANUAL DEL SUSPENSO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  TRANSACCIONES REGISTRADAS: " WS-CANTIDAD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM ESCRIBIR-LINEA.
       SECCION-MANT-SUSPENSO-FIN.
           EXIT.

       BUSCAR-VENCIDA.
           MOVE 'N' TO WS-VEN-HALLADA
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT EXPRPT-FILE
           IF WS-EXPRPT-STATUS NOT = "00"
               GO TO BUSCAR-VENCIDA-FIN
           END-IF
           READ EXPRPT-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               MOVE SPACES TO WS-PALABRAS
               UNSTRING EXPRPT-RECORD DELIMITED BY ALL " "
                   INTO WS-PAL-1 WS-PAL-2 WS-PAL-3 WS-PAL-4 WS-PAL-5
                       WS-PAL-6 WS-PAL-7 WS-PAL-8 WS-PAL-9
               END-UNSTRING
               IF WS-PAL-1 = "CLAVE" AND WS-PAL-3 = "VENCIDA"
                   AND WS-PAL-2 (1:7) IS NUMERIC
                   AND WS-PAL-2 (1:7) = WS-CLAVE
                   MOVE 'Y' TO WS-VEN-HALLADA
                   MOVE WS-PAL-7 (1:8) TO WS-VEN-DESDE
                   MOVE WS-PAL-9 (1:3) TO WS-VEN-CICLOS
               END-IF
               READ EXPRPT-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE EXPRPT-FILE
           IF WS-VEN-HALLADA = 'N'
               GO TO BUSCAR-VENCIDA-FIN
           END-IF
           MOVE "N/D" TO WS-VEN-ORIGEN
           MOVE SPACES TO WS-NOT-ORIGEN
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT NOTIFIN-FILE
           IF WS-NOTIFIN-STATUS NOT = "00"
               GO TO BUSCAR-VENCIDA-FIN
           END-IF
           READ NOTIFIN-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF NOTIF-CAB-TIPO = 'H'
                   MOVE NOTIF-CAB-ORIGEN TO WS-NOT-ORIGEN
               END-IF
               IF NOTIF-CLAVE IS NUMERIC
                   AND NOTIF-CLAVE = WS-CLAVE
                   AND NOTIF-RESULTADO = 'V'
                   MOVE WS-NOT-ORIGEN TO WS-VEN-ORIGEN
               END-IF
               READ NOTIFIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE NOTIFIN-FILE.
       BUSCAR-VENCIDA-FIN.
           EXIT.

      *    ULTIMOS RESULTADOS DE BUSQUEDA DE LA CLAVE, DEL
      *    MAS RECIENTE AL MAS VIEJO, Y LA ULTIMA SUGERENCIA
      *    DE CLAVES CERCANAS EMITIDA PARA ELLA.
       SECCION-BUSQUEDAS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ULTIMAS BUSQUEDAS (RESOUT/MULTRES)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE 0 TO WS-RES-COUNT
           MOVE 0 TO WS-RES-LEIDOS
           MOVE 0 TO WS-RES-TOTAL
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SRCHRES-FILE
           IF WS-SRCHRES-STATUS NOT = "00"
               MOVE "SRCHRES" TO WS-RES-TEXTO
               PERFORM ESCRIBIR-NO-DISPONIBLE
               GO TO SECCION-BUSQUEDAS-FIN
           END-IF
           READ SRCHRES-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               ADD 1 TO WS-RES-LEIDOS
               IF SR-CLAVE IS NUMERIC AND SR-CLAVE = WS-CLAVE
                   ADD 1 TO WS-RES-TOTAL
                   PERFORM GUARDAR-RESULTADO THRU GUARDAR-RESULTADO-FIN
               END-IF
               READ SRCHRES-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE SRCHRES-FILE
           IF WS-RES-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SIN RESULTADOS DE BUSQUEDA REGISTRADOS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  FECHA    RESULTADO            "
                   "POSICION SONDEOS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
               PERFORM WS-RES-COUNT TIMES
                   PERFORM IMPRIMIR-MAS-RECIENTE
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RESULTADOS REGISTRADOS: " WS-RES-TOTAL
                   "   MOSTRADOS: " WS-RES-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM BUSCAR-SUGERENCIA THRU BUSCAR-SUGERENCIA-FIN.
       SECCION-BUSQUEDAS-FIN.
           EXIT.

      *    CON LA TABLA LLENA SE REEMPLAZA EL RESULTADO MAS
      *    VIEJO (A IGUAL FECHA, EL LEIDO PRIMERO).
       GUARDAR-RESULTADO.
           IF WS-RES-COUNT < WS-MAX-RESULTADOS
               ADD 1 TO WS-RES-COUNT
               MOVE WS-RES-COUNT TO WS-RES-POS
           ELSE
               MOVE 1 TO WS-RES-POS
               PERFORM VARYING RDX FROM 2 BY 1
                       UNTIL RDX > WS-RES-COUNT
                   IF WS-RES-FECHA (RDX) < WS-RES-FECHA (WS-RES-POS)
                       OR (WS-RES-FECHA (RDX) =
                           WS-RES-FECHA (WS-RES-POS)
                       AND WS-RES-ORDEN (RDX) <
                           WS-RES-ORDEN (WS-RES-POS))
                       MOVE RDX TO WS-RES-POS
                   END-IF
               END-PERFORM
               IF SR-FECHA-CORRIDA < WS-RES-FECHA (WS-RES-POS)
                   GO TO GUARDAR-RESULTADO-FIN
               END-IF
           END-IF
           MOVE SR-FECHA-CORRIDA TO WS-RES-FECHA (WS-RES-POS)
           MOVE SR-RESULTADO TO WS-RES-RESULTADO (WS-RES-POS)
           MOVE SR-POSICION TO WS-RES-POSICION (WS-RES-POS)
           MOVE SR-SONDEOS TO WS-RES-SONDEOS (WS-RES-POS)
           MOVE WS-RES-LEIDOS TO WS-RES-ORDEN (WS-RES-POS)
           MOVE 'N' TO WS-RES-IMPRESO (WS-RES-POS).
       GUARDAR-RESULTADO-FIN.
           EXIT.

       IMPRIMIR-MAS-RECIENTE.
           MOVE 0 TO WS-RES-POS
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-RES-COUNT
               IF WS-RES-IMPRESO (RDX) = 'N'
                   IF WS-RES-POS = 0
                       MOVE RDX TO WS-RES-POS
                   ELSE
                       IF WS-RES-FECHA (RDX) >
                           WS-RES-FECHA (WS-RES-POS)
                           OR (WS-RES-FECHA (RDX) =
                               WS-RES-FECHA (WS-RES-POS)
                           AND WS-RES-ORDEN (RDX) >
                               WS-RES-ORDEN (WS-RES-POS))
                           MOVE RDX TO WS-RES-POS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-RES-IMPRESO (WS-RES-POS)
           EVALUATE WS-RES-RESULTADO (WS-RES-POS)
               WHEN 'E'
                   MOVE "ENCONTRADA" TO WS-RES-TEXTO
               WHEN 'N'
                   MOVE "NO ENCONTRADA" TO WS-RES-TEXTO
               WHEN 'R'
                   MOVE "RECHAZADA" TO WS-RES-TEXTO
               WHEN 'S'
                   MOVE "RESUELTA DE SUSPENSO" TO WS-RES-TEXTO
               WHEN OTHER
                   MOVE WS-RES-RESULTADO (WS-RES-POS) TO WS-RES-TEXTO
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-RES-FECHA (WS-RES-POS)
               " " WS-RES-TEXTO
               " " WS-RES-POSICION (WS-RES-POS)
               " " WS-RES-SONDEOS (WS-RES-POS)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

       BUSCAR-SUGERENCIA.
           MOVE SPACES TO WS-ULT-SUGERENCIA
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SUGRPT-FILE
           IF WS-SUGRPT-STATUS NOT = "00"
               GO TO BUSCAR-SUGERENCIA-FIN
           END-IF
           READ SUGRPT-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               IF SUGRPT-RECORD (1:6) = "CLAVE "
                   AND SUGRPT-RECORD (7:7) = WS-CLAVE
                   MOVE SUGRPT-RECORD TO WS-ULT-SUGERENCIA
               END-IF
               READ SUGRPT-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE SUGRPT-FILE
           IF WS-ULT-SUGERENCIA NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ULTIMA SUGERENCIA: " WS-ULT-SUGERENCIA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF.
       BUSCAR-SUGERENCIA-FIN.
           EXIT.

       ESCRIBIR-NO-DISPONIBLE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ARCHIVO " WS-RES-TEXTO " NO DISPONIBLE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

      *    EN LA CONSULTA DE UNA CLAVE DESDE EL MENU EL
      *    LEGAJO SE MUESTRA TAMBIEN POR PANTALLA.
       ESCRIBIR-LINEA.
           MOVE WS-REPORT-LINE TO DOSRPT-RECORD
           WRITE DOSRPT-RECORD
           IF MODO-UNA-CLAVE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
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
               IF RP-PROGRAMA = "DOSSIERCLAVE"
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
           MOVE "DOSSIERCLAVE" TO AU-PROGRAM-NAME
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
