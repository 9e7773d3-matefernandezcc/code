       IDENTIFICATION DIVISION.
       PROGRAM-ID. CargaCasos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASEIN-FILE ASSIGN TO "CASEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEIN-STATUS.
           SELECT CASEOUT-FILE ASSIGN TO "CASEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASEOUT-STATUS.
           SELECT CASERPT-FILE ASSIGN TO "CASERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASERPT-STATUS.
           SELECT DUPRPT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPRPT-STATUS.
           SELECT DROPOUT-FILE ASSIGN TO "DROPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DROPOUT-STATUS.
           SELECT EXPRPT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPRPT-STATUS.
           SELECT SUGRPT-FILE ASSIGN TO "SUGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGRPT-STATUS.
           SELECT IMPRPT-FILE ASSIGN TO "IMPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRPT-STATUS.
           SELECT RPTOUT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPTOUT-STATUS.
           SELECT BALRPT-FILE ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALRPT-STATUS.
           SELECT SLARPT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLARPT-STATUS.
           SELECT TRENDRPT-FILE ASSIGN TO "TRENDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRENDRPT-STATUS.
           SELECT RUTEO-FILE ASSIGN TO "RUTEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTEO-STATUS.
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
       FD  CASEIN-FILE
           RECORDING MODE IS F.
           COPY CASEMAST.

       FD  CASEOUT-FILE
           RECORDING MODE IS F.
       01  CASEOUT-RECORD          PIC X(197).

       FD  CASERPT-FILE
           RECORDING MODE IS F.
       01  CASERPT-RECORD          PIC X(80).

       FD  DUPRPT-FILE
           RECORDING MODE IS F.
       01  DUPRPT-RECORD           PIC X(80).

       FD  DROPOUT-FILE
           RECORDING MODE IS F.
       01  DROPOUT-RECORD          PIC X(40).

       FD  EXPRPT-FILE
           RECORDING MODE IS F.
       01  EXPRPT-RECORD           PIC X(60).

       FD  SUGRPT-FILE
           RECORDING MODE IS F.
       01  SUGRPT-RECORD           PIC X(60).

       FD  IMPRPT-FILE
           RECORDING MODE IS F.
       01  IMPRPT-RECORD           PIC X(80).

       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPTOUT-RECORD           PIC X(60).

       FD  BALRPT-FILE
           RECORDING MODE IS F.
       01  BALRPT-RECORD           PIC X(80).

       FD  SLARPT-FILE
           RECORDING MODE IS F.
       01  SLARPT-RECORD           PIC X(80).

       FD  TRENDRPT-FILE
           RECORDING MODE IS F.
       01  TRENDRPT-RECORD         PIC X(132).

       FD  RUTEO-FILE
           RECORDING MODE IS F.
           COPY RUTEO.

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
       01  WS-CASEIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-CASEOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-CASERPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-DUPRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-DROPOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-EXPRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUGRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-IMPRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-RPTOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-BALRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-SLARPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-TRENDRPT-STATUS    PIC X(02) VALUE '00'.
       01  WS-RUTEO-STATUS       PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-CASEIN-EOF         PIC X VALUE 'N'.
           88  CASEIN-AT-EOF     VALUE 'Y'.
       01  WS-RUTEO-EOF          PIC X VALUE 'N'.
           88  RUTEO-AT-EOF      VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    REPORTES DE EXCEPCION QUE ALIMENTAN LA COLA: TIPO DE
      *    CASO, REPORTE (CLAVE DE RUTEO), PROGRAMA QUE LO
      *    EMITE (EN BLANCO = EL QUE NOMBRA LA LINEA), META EN
      *    DIAS PARA RESOLVER EL CASO, MARCA DE REPORTE
      *    ACUMULADO (S = SE GRABA EN MOD Y CONSERVA LAS
      *    LINEAS DE DIAS ANTERIORES) Y TITULO.
       01  WS-FUENTE-TABLA.
           05  FILLER PIC X(31) VALUE "DUPDUPRPT  BUBBLESORT".
           05  FILLER PIC X(28) VALUE "003NCLAVE DUPLICADA".
           05  FILLER PIC X(31) VALUE "DRPDROPOUT BUBBLESORT".
           05  FILLER PIC X(28) VALUE "005NREGISTRO ABSORBIDO".
           05  FILLER PIC X(31) VALUE "VENEXPRPT  BUSQUEDABINARIA".
           05  FILLER PIC X(28) VALUE "002SVENCIDA EN SUSPENSO".
           05  FILLER PIC X(31) VALUE "SUGSUGRPT  BUSQUEDABINARIA".
           05  FILLER PIC X(28) VALUE "005SNO HALLADA CON CERCANAS".
           05  FILLER PIC X(31) VALUE "IMPIMPRPT  MANTENIMIENTOCLAVES".
           05  FILLER PIC X(28) VALUE "007NBAJA RETENIDA IMPACTO".
           05  FILLER PIC X(31) VALUE "RCHRPTOUT  BUSQUEDABINARIA".
           05  FILLER PIC X(28) VALUE "003SVALOR RECHAZADO".
           05  FILLER PIC X(31) VALUE "BALBALRPT".
           05  FILLER PIC X(28) VALUE "001NDESCUADRE DE CONTROL".
           05  FILLER PIC X(31) VALUE "SLASLARPT".
           05  FILLER PIC X(28) VALUE "002NEXCESO DE SLA".
           05  FILLER PIC X(31) VALUE "TNDTRENDRPT".
           05  FILLER PIC X(28) VALUE "010NDESVIO DE TENDENCIA".
       01  WS-FUENTES REDEFINES WS-FUENTE-TABLA.
           05  WS-FTE-ENTRY OCCURS 9 TIMES.
               10  WS-FTE-TIPO         PIC X(03).
               10  WS-FTE-REPORTE      PIC X(08).
               10  WS-FTE-PROGRAMA     PIC X(20).
               10  WS-FTE-META         PIC 9(03).
               10  WS-FTE-ACUMULADO    PIC X(01).
               10  WS-FTE-TITULO       PIC X(24).

      *    ESTADO DE CADA FUENTE EN LA CORRIDA: EQUIPO DE
      *    RUTEO, LINEAS YA CARGADAS EN DIAS ANTERIORES (SOLO
      *    ACUMULADOS) Y CUENTAS DE LA CARGA.
       01  WS-CARGA-TABLA.
           05  WS-CRG-ENTRY OCCURS 9 TIMES.
               10  WS-CRG-DEPTO        PIC X(12).
               10  WS-CRG-VIGENCIA     PIC X(08).
               10  WS-CRG-DISPONIBLE   PIC X(01).
               10  WS-CRG-PREVIAS      PIC 9(09).
               10  WS-CRG-LINEAS       PIC 9(09).
               10  WS-CRG-EXCEPCIONES  PIC 9(07).
               10  WS-CRG-NUEVOS       PIC 9(07).
               10  WS-CRG-REPETIDOS    PIC 9(07).
       01  FDX                   PIC 9(02).
       01  WS-ARCH-NUM           PIC 9(02).
       01  WS-ARCH-EOF           PIC X.
       01  WS-LINEA-ENTRADA      PIC X(132).

      *    CASOS DEL MAESTRO EN ORDEN DE NUMERO. MISMO TRAZADO
      *    QUE CS-CASO-RECORD.
       01  WS-CAS-COUNT          PIC 9(05) VALUE 0.
       01  WS-CASOS-TABLA.
           05  WS-CAS-ENTRY OCCURS 10000 TIMES.
               10  WS-CAS-NUMERO         PIC 9(07).
               10  WS-CAS-TIPO           PIC X(03).
               10  WS-CAS-REFERENCIA     PIC X(20).
               10  WS-CAS-PROGRAMA       PIC X(20).
               10  WS-CAS-REPORTE        PIC X(08).
               10  WS-CAS-FECHA-ALTA     PIC X(08).
               10  WS-CAS-FECHA-ULTIMA   PIC X(08).
               10  WS-CAS-OCURRENCIAS    PIC 9(05).
               10  WS-CAS-EQUIPO         PIC X(12).
               10  WS-CAS-RESPONSABLE    PIC X(08).
               10  WS-CAS-ESTADO         PIC X(01).
                   88  CAS-ABIERTO       VALUE 'A'.
                   88  CAS-CERRADO       VALUE 'C'.
               10  WS-CAS-ESCALADO       PIC X(01).
               10  WS-CAS-FECHA-ESCALADO PIC X(08).
               10  WS-CAS-FECHA-CIERRE   PIC X(08).
               10  WS-CAS-DETALLE        PIC X(40).
               10  WS-CAS-COMENTARIO     PIC X(40).
       01  CDX                   PIC 9(05).
       01  WS-CAS-POS            PIC 9(05).
       01  WS-ULTIMO-NUMERO      PIC 9(07) VALUE 0.

      *    REGISTRO DE CONTROL DE SALIDA (VER CASEMAST).
       01  WS-CTL-SALIDA.
           05  WS-CTS-NUMERO       PIC 9(07).
           05  WS-CTS-TIPO         PIC X(03).
           05  WS-CTS-REPORTE      PIC X(08).
           05  WS-CTS-LINEAS       PIC 9(09).
           05  WS-CTS-FECHA        PIC X(08).
           05  FILLER              PIC X(162).

      *    EXCEPCION RECONOCIDA EN LA LINEA EN CURSO.
       01  WS-EXC-HALLADA        PIC X.
       01  WS-EXC-REFERENCIA     PIC X(20).
       01  WS-EXC-PROGRAMA       PIC X(20).
       01  WS-EXC-DETALLE        PIC X(40).
      *    PROGRAMA DEL ULTIMO RENGLON DE BALRPT: LAS LINEAS
      *    DE DISCREPANCIA "  *** " LE PERTENECEN.
       01  WS-BAL-PROGRAMA       PIC X(20).

      *    RETENCION DE CASOS CERRADOS EN EL MAESTRO; PASADO
      *    ESE PLAZO DESDE EL CIERRE SOLO QUEDAN EN CASEJRNL.
       01  WS-RETENCION-DIAS     PIC 9(04) VALUE 90.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-RETENCION     PIC X(04) VALUE SPACES.
       01  WS-FECHA-NUM          PIC 9(08).
       01  WS-FECHA-CORTE        PIC 9(08).
       01  WS-FECHA-CORTE-X      PIC X(08).
       01  WS-DIAS-HOY           PIC 9(07) COMP.
       01  WS-DIAS-ENTEROS       PIC 9(07) COMP.
       01  WS-DIAS-ABIERTO       PIC 9(05).
       01  WS-META               PIC 9(03).
       01  WS-TIPO-POS           PIC 9(02).

      *    ANTIGUEDAD DE LOS CASOS ABIERTOS POR TIPO Y EQUIPO,
      *    EN TRAMOS DE 0-2, 3-7, 8-30 Y MAS DE 30 DIAS.
       01  WS-RES-COUNT          PIC 9(03) VALUE 0.
       01  WS-RESUMEN-TABLA.
           05  WS-RES-ENTRY OCCURS 200 TIMES.
               10  WS-RES-TIPO-POS     PIC 9(02).
               10  WS-RES-EQUIPO       PIC X(12).
               10  WS-RES-ABIERTOS     PIC 9(05).
               10  WS-RES-TRAMO        PIC 9(05) OCCURS 4 TIMES.
               10  WS-RES-ESCALADOS    PIC 9(05).
       01  WS-RES-TEMP.
           05  WS-RST-TIPO-POS     PIC 9(02).
           05  WS-RST-EQUIPO       PIC X(12).
           05  WS-RST-ABIERTOS     PIC 9(05).
           05  WS-RST-TRAMO        PIC 9(05) OCCURS 4 TIMES.
           05  WS-RST-ESCALADOS    PIC 9(05).
       01  RDX                   PIC 9(03).
       01  WS-RES-POS            PIC 9(03).
       01  WS-TRAMO              PIC 9(01).
       01  WS-SWAPPED            PIC X.

       01  WS-EXCEPCIONES        PIC 9(07) VALUE 0.
       01  WS-NUEVOS             PIC 9(07) VALUE 0.
       01  WS-REPETIDOS          PIC 9(07) VALUE 0.
       01  WS-ABIERTOS           PIC 9(07) VALUE 0.
       01  WS-ESCALADOS          PIC 9(07) VALUE 0.
       01  WS-ESCALADOS-HOY      PIC 9(07) VALUE 0.
       01  WS-DEPURADOS          PIC 9(07) VALUE 0.
       01  WS-GRABADOS           PIC 9(07) VALUE 0.
       01  WS-MARCA-NUEVO        PIC X(05).

       01  WS-REPORT-LINE        PIC X(80).
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
           MOVE "CCAS" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,DIAS DE RETENCION DE CASOS CERRADOS.
      *    EL PARM SOBREESCRIBE AL PERFIL.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-RETENCION
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-RETENCION NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-RETENCION)
                       TO WS-RETENCION-DIAS
               END-IF
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           COMPUTE WS-DIAS-ENTEROS = WS-DIAS-HOY - WS-RETENCION-DIAS
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-X

           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
               MOVE "OPERACIONES" TO WS-CRG-DEPTO (FDX)
               MOVE SPACES TO WS-CRG-VIGENCIA (FDX)
               MOVE 'N' TO WS-CRG-DISPONIBLE (FDX)
               MOVE 0 TO WS-CRG-PREVIAS (FDX)
               MOVE 0 TO WS-CRG-LINEAS (FDX)
               MOVE 0 TO WS-CRG-EXCEPCIONES (FDX)
               MOVE 0 TO WS-CRG-NUEVOS (FDX)
               MOVE 0 TO WS-CRG-REPETIDOS (FDX)
           END-PERFORM
           PERFORM LEER-RUTEO
           PERFORM CARGAR-CASOS
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
               PERFORM CARGAR-FUENTE
           END-PERFORM
           PERFORM CALCULAR-ANTIGUEDAD
           PERFORM ORDENAR-RESUMEN
           PERFORM GRABAR-CASOS
           PERFORM ESCRIBIR-REPORTE

           DISPLAY "EXCEPCIONES LEIDAS:   " WS-EXCEPCIONES
           DISPLAY "CASOS NUEVOS:         " WS-NUEVOS
           DISPLAY "REPETIDAS EN ABIERTO: " WS-REPETIDOS
           DISPLAY "CASOS ABIERTOS:       " WS-ABIERTOS
           DISPLAY "CASOS ESCALADOS:      " WS-ESCALADOS
           IF WS-ESCALADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "NUEVOS=" WS-NUEVOS
               " ABIERTOS=" WS-ABIERTOS
               " ESCAL=" WS-ESCALADOS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    EQUIPO DE CADA FUENTE: LA VERSION DE RUTEO VIGENTE A
      *    LA FECHA DE PROCESO. SIN TARJETA, OPERACIONES.
       LEER-RUTEO.
           MOVE 'N' TO WS-RUTEO-EOF
           OPEN INPUT RUTEO-FILE
           IF WS-RUTEO-STATUS NOT = "00"
               DISPLAY "RUTEO NO DISPONIBLE - "
                   "CASOS ASIGNADOS A OPERACIONES"
           ELSE
               READ RUTEO-FILE
                   AT END MOVE 'Y' TO WS-RUTEO-EOF
               END-READ
               PERFORM UNTIL RUTEO-AT-EOF
                   PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
                       IF WS-FTE-REPORTE (FDX) = RU-REPORTE
                           AND RU-VIGENCIA <= WS-FECHA-HOY
                           AND RU-VIGENCIA >= WS-CRG-VIGENCIA (FDX)
                           AND RU-DEPARTAMENTO NOT = SPACES
                           MOVE RU-DEPARTAMENTO TO WS-CRG-DEPTO (FDX)
                           MOVE RU-VIGENCIA TO WS-CRG-VIGENCIA (FDX)
                       END-IF
                   END-PERFORM
                   READ RUTEO-FILE
                       AT END MOVE 'Y' TO WS-RUTEO-EOF
                   END-READ
               END-PERFORM
               CLOSE RUTEO-FILE
           END-IF
           .

      *    SIN MAESTRO DE CASOS NO SE CARGA NADA: UN MAESTRO
      *    NUEVO SE GRABARIA SIN LOS CASOS ABIERTOS. EL ALTA
      *    INICIAL ES UN ARCHIVO VACIO.
       CARGAR-CASOS.
           MOVE 0 TO WS-CAS-COUNT
           MOVE 'N' TO WS-CASEIN-EOF
           OPEN INPUT CASEIN-FILE
           IF WS-CASEIN-STATUS NOT = "00"
               DISPLAY "CASEIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "MAESTRO DE CASOS NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ CASEIN-FILE
               AT END MOVE 'Y' TO WS-CASEIN-EOF
           END-READ
           PERFORM UNTIL CASEIN-AT-EOF
               IF CS-CTL-TIPO = "CTL"
                   PERFORM CARGAR-CONTROL
               ELSE
                   IF WS-CAS-COUNT = 10000
                       DISPLAY "MAESTRO DE CASOS MAYOR A 10000 - "
                           "ABORTADO"
                       CLOSE CASEIN-FILE
                       MOVE 16 TO RETURN-CODE
                       MOVE SPACES TO AU-DETAIL
                       STRING "MAESTRO DE CASOS EXCEDE LA TABLA"
                           DELIMITED BY SIZE INTO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   ADD 1 TO WS-CAS-COUNT
                   MOVE CS-CASO-RECORD TO WS-CAS-ENTRY (WS-CAS-COUNT)
                   IF CS-NUMERO > WS-ULTIMO-NUMERO
                       MOVE CS-NUMERO TO WS-ULTIMO-NUMERO
                   END-IF
               END-IF
               READ CASEIN-FILE
                   AT END MOVE 'Y' TO WS-CASEIN-EOF
               END-READ
           END-PERFORM
           CLOSE CASEIN-FILE
           DISPLAY "CASOS EN EL MAESTRO: " WS-CAS-COUNT
           .

       CARGAR-CONTROL.
           IF CS-CTL-REPORTE = "CASOS"
               IF CS-CTL-LINEAS > WS-ULTIMO-NUMERO
                   MOVE CS-CTL-LINEAS TO WS-ULTIMO-NUMERO
               END-IF
           ELSE
               PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
                   IF WS-FTE-REPORTE (FDX) = CS-CTL-REPORTE
                       MOVE CS-CTL-LINEAS TO WS-CRG-PREVIAS (FDX)
                   END-IF
               END-PERFORM
           END-IF
           .

      *    UN REPORTE ACUMULADO SE SALTEA HASTA LA ULTIMA LINEA
      *    YA CARGADA. SI TIENE MENOS LINEAS QUE LAS CARGADAS,
      *    FUE RENOVADO Y SE LEE COMPLETO.
       CARGAR-FUENTE.
           MOVE FDX TO WS-ARCH-NUM
           IF WS-FTE-ACUMULADO (FDX) = 'S'
               PERFORM ABRIR-ARCHIVO
               IF WS-CRG-DISPONIBLE (FDX) = 'Y'
                   MOVE 'N' TO WS-ARCH-EOF
                   PERFORM LEER-ARCHIVO
                   PERFORM UNTIL WS-ARCH-EOF = 'Y'
                       ADD 1 TO WS-CRG-LINEAS (FDX)
                       PERFORM LEER-ARCHIVO
                   END-PERFORM
                   PERFORM CERRAR-ARCHIVO
                   IF WS-CRG-LINEAS (FDX) < WS-CRG-PREVIAS (FDX)
                       DISPLAY WS-FTE-REPORTE (FDX)
                           " RENOVADO - SE CARGA COMPLETO"
                       MOVE 0 TO WS-CRG-PREVIAS (FDX)
                   END-IF
                   MOVE 0 TO WS-CRG-LINEAS (FDX)
               END-IF
           END-IF
           MOVE 'N' TO WS-CRG-DISPONIBLE (FDX)
           PERFORM ABRIR-ARCHIVO
           IF WS-CRG-DISPONIBLE (FDX) = 'N'
               DISPLAY WS-FTE-REPORTE (FDX) " NO DISPONIBLE - OMITIDO"
           ELSE
               MOVE SPACES TO WS-BAL-PROGRAMA
               MOVE 'N' TO WS-ARCH-EOF
               PERFORM LEER-ARCHIVO
               PERFORM UNTIL WS-ARCH-EOF = 'Y'
                   ADD 1 TO WS-CRG-LINEAS (FDX)
                   IF WS-CRG-LINEAS (FDX) > WS-CRG-PREVIAS (FDX)
                       PERFORM ANALIZAR-LINEA
                       IF WS-EXC-HALLADA = 'Y'
                           PERFORM REGISTRAR-EXCEPCION
                       END-IF
                   END-IF
                   PERFORM LEER-ARCHIVO
               END-PERFORM
               PERFORM CERRAR-ARCHIVO
           END-IF
           .

      *    RECONOCE LA LINEA DE EXCEPCION DE CADA REPORTE Y
      *    ARMA LA REFERENCIA DEL CASO; TITULOS, TOTALES Y
      *    LINEAS DE DETALLE SE IGNORAN.
       ANALIZAR-LINEA.
           MOVE 'N' TO WS-EXC-HALLADA
           MOVE SPACES TO WS-EXC-REFERENCIA
           MOVE WS-FTE-PROGRAMA (FDX) TO WS-EXC-PROGRAMA
           MOVE WS-LINEA-ENTRADA (1:40) TO WS-EXC-DETALLE
           EVALUATE WS-ARCH-NUM
               WHEN 1
                   IF WS-LINEA-ENTRADA (1:17) = "CLAVE DUPLICADA: "
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (18:20)
                           TO WS-EXC-REFERENCIA
                   END-IF
               WHEN 2
                   IF WS-LINEA-ENTRADA (1:40) NOT = SPACES
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (1:4) TO WS-EXC-REFERENCIA
                   END-IF
               WHEN 3
                   IF WS-LINEA-ENTRADA (1:6) = "CLAVE "
                       AND WS-LINEA-ENTRADA (14:8) = " VENCIDA"
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (7:7) TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (15:40) TO WS-EXC-DETALLE
                   END-IF
               WHEN 4
                   IF WS-LINEA-ENTRADA (1:6) = "CLAVE "
                       AND WS-LINEA-ENTRADA (14:12) = " NO HALLADA "
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (7:7) TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (15:40) TO WS-EXC-DETALLE
                   END-IF
               WHEN 5
                   IF WS-LINEA-ENTRADA (1:5) = "BAJA "
                       AND WS-LINEA-ENTRADA (13:10) = " RETENIDA "
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (6:7) TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (14:40) TO WS-EXC-DETALLE
                   END-IF
               WHEN 6
                   IF WS-LINEA-ENTRADA (1:34) =
                           "CLAVE RECHAZADA - VALOR INVALIDO: "
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (35:10)
                           TO WS-EXC-REFERENCIA
                       IF WS-EXC-REFERENCIA = SPACES
                           MOVE "(EN BLANCO)" TO WS-EXC-REFERENCIA
                       END-IF
                   END-IF
               WHEN 7
                   PERFORM ANALIZAR-BALANCE
               WHEN 8
                   IF WS-LINEA-ENTRADA (1:11) = "*** ALERTA "
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (12:20)
                           TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (33:40) TO WS-EXC-DETALLE
                   END-IF
               WHEN 9
                   IF WS-LINEA-ENTRADA (1:4) = "*** "
                       AND WS-LINEA-ENTRADA (5:8) IS NUMERIC
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-LINEA-ENTRADA (14:20)
                           TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (35:40) TO WS-EXC-DETALLE
                   END-IF
           END-EVALUATE
           IF WS-EXC-HALLADA = 'Y'
               AND WS-EXC-PROGRAMA = SPACES
               MOVE WS-EXC-REFERENCIA TO WS-EXC-PROGRAMA
           END-IF
           .

      *    BALRPT: UN RENGLON POR PROGRAMA SEGUIDO DE SUS
      *    DISCREPANCIAS ("  *** "). UN PROGRAMA SIN TRAILER
      *    EN CTLTOT ES DISCREPANCIA EN SU PROPIO RENGLON.
       ANALIZAR-BALANCE.
           IF WS-LINEA-ENTRADA (1:6) = "  *** "
               IF WS-BAL-PROGRAMA NOT = SPACES
                   MOVE 'Y' TO WS-EXC-HALLADA
                   MOVE WS-BAL-PROGRAMA TO WS-EXC-REFERENCIA
                   MOVE WS-LINEA-ENTRADA (7:40) TO WS-EXC-DETALLE
               END-IF
           ELSE
               IF WS-LINEA-ENTRADA (1:1) NOT = SPACE
                   AND WS-LINEA-ENTRADA (1:8) NOT = "BALANCE "
                   AND WS-LINEA-ENTRADA (1:13) NOT = "DISCREPANCIAS"
                   MOVE WS-LINEA-ENTRADA (1:20) TO WS-BAL-PROGRAMA
                   IF WS-LINEA-ENTRADA (22:11) = "SIN TRAILER"
                       MOVE 'Y' TO WS-EXC-HALLADA
                       MOVE WS-BAL-PROGRAMA TO WS-EXC-REFERENCIA
                       MOVE WS-LINEA-ENTRADA (22:40) TO WS-EXC-DETALLE
                   END-IF
               END-IF
           END-IF
           .

      *    UNA EXCEPCION CON CASO ABIERTO DEL MISMO TIPO Y
      *    REFERENCIA NO ABRE OTRO: SE ANOTA EL DIA EN EL CASO
      *    EXISTENTE. UN CASO CERRADO QUE REAPARECE ABRE UNO
      *    NUEVO.
       REGISTRAR-EXCEPCION.
           ADD 1 TO WS-EXCEPCIONES
           ADD 1 TO WS-CRG-EXCEPCIONES (FDX)
           MOVE 0 TO WS-CAS-POS
           PERFORM VARYING CDX FROM 1 BY 1
                   UNTIL CDX > WS-CAS-COUNT OR WS-CAS-POS > 0
               IF WS-CAS-TIPO (CDX) = WS-FTE-TIPO (FDX)
                   AND WS-CAS-REFERENCIA (CDX) = WS-EXC-REFERENCIA
                   AND CAS-ABIERTO (CDX)
                   MOVE CDX TO WS-CAS-POS
               END-IF
           END-PERFORM
           IF WS-CAS-POS > 0
               ADD 1 TO WS-REPETIDOS
               ADD 1 TO WS-CRG-REPETIDOS (FDX)
               IF WS-CAS-FECHA-ULTIMA (WS-CAS-POS) < WS-FECHA-HOY
                   MOVE WS-FECHA-HOY
                       TO WS-CAS-FECHA-ULTIMA (WS-CAS-POS)
                   ADD 1 TO WS-CAS-OCURRENCIAS (WS-CAS-POS)
               END-IF
           ELSE
               IF WS-CAS-COUNT = 10000
                   DISPLAY "COLA DE CASOS LLENA - ABORTADO"
                   PERFORM CERRAR-ARCHIVO
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "COLA DE CASOS EXCEDE LA TABLA"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-CAS-COUNT
               ADD 1 TO WS-ULTIMO-NUMERO
               ADD 1 TO WS-NUEVOS
               ADD 1 TO WS-CRG-NUEVOS (FDX)
               MOVE SPACES TO WS-CAS-ENTRY (WS-CAS-COUNT)
               MOVE WS-ULTIMO-NUMERO TO WS-CAS-NUMERO (WS-CAS-COUNT)
               MOVE WS-FTE-TIPO (FDX) TO WS-CAS-TIPO (WS-CAS-COUNT)
               MOVE WS-EXC-REFERENCIA
                   TO WS-CAS-REFERENCIA (WS-CAS-COUNT)
               MOVE WS-EXC-PROGRAMA TO WS-CAS-PROGRAMA (WS-CAS-COUNT)
               MOVE WS-FTE-REPORTE (FDX)
                   TO WS-CAS-REPORTE (WS-CAS-COUNT)
               MOVE WS-FECHA-HOY TO WS-CAS-FECHA-ALTA (WS-CAS-COUNT)
               MOVE WS-FECHA-HOY
                   TO WS-CAS-FECHA-ULTIMA (WS-CAS-COUNT)
               MOVE 1 TO WS-CAS-OCURRENCIAS (WS-CAS-COUNT)
               MOVE WS-CRG-DEPTO (FDX) TO WS-CAS-EQUIPO (WS-CAS-COUNT)
               MOVE 'A' TO WS-CAS-ESTADO (WS-CAS-COUNT)
               MOVE WS-EXC-DETALLE TO WS-CAS-DETALLE (WS-CAS-COUNT)
           END-IF
           .

      *    DIAS ABIERTO DE CADA CASO CONTRA LA META DE SU TIPO.
      *    EL PRIMER DIA QUE LA SUPERA EL CASO QUEDA MARCADO
      *    COMO ESCALADO Y YA NO SE DESMARCA.
       CALCULAR-ANTIGUEDAD.
           MOVE 0 TO WS-RES-COUNT
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CAS-COUNT
               IF CAS-ABIERTO (CDX)
                   ADD 1 TO WS-ABIERTOS
                   PERFORM ANTIGUEDAD-CASO
                   PERFORM ACUMULAR-RESUMEN
               END-IF
           END-PERFORM
           .

       ANTIGUEDAD-CASO.
           MOVE 0 TO WS-TIPO-POS
           MOVE 999 TO WS-META
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
               IF WS-FTE-TIPO (FDX) = WS-CAS-TIPO (CDX)
                   MOVE FDX TO WS-TIPO-POS
                   MOVE WS-FTE-META (FDX) TO WS-META
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DIAS-ABIERTO
           IF WS-CAS-FECHA-ALTA (CDX) IS NUMERIC
               MOVE WS-CAS-FECHA-ALTA (CDX) TO WS-FECHA-NUM
               COMPUTE WS-DIAS-ABIERTO = WS-DIAS-HOY
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           END-IF
           EVALUATE TRUE
               WHEN WS-DIAS-ABIERTO <= 2
                   MOVE 1 TO WS-TRAMO
               WHEN WS-DIAS-ABIERTO <= 7
                   MOVE 2 TO WS-TRAMO
               WHEN WS-DIAS-ABIERTO <= 30
                   MOVE 3 TO WS-TRAMO
               WHEN OTHER
                   MOVE 4 TO WS-TRAMO
           END-EVALUATE
           IF WS-DIAS-ABIERTO > WS-META
               ADD 1 TO WS-ESCALADOS
               IF WS-CAS-ESCALADO (CDX) NOT = 'S'
                   MOVE 'S' TO WS-CAS-ESCALADO (CDX)
                   MOVE WS-FECHA-HOY TO WS-CAS-FECHA-ESCALADO (CDX)
                   ADD 1 TO WS-ESCALADOS-HOY
               END-IF
           END-IF
           .

       ACUMULAR-RESUMEN.
           MOVE 0 TO WS-RES-POS
           PERFORM VARYING RDX FROM 1 BY 1
                   UNTIL RDX > WS-RES-COUNT OR WS-RES-POS > 0
               IF WS-RES-TIPO-POS (RDX) = WS-TIPO-POS
                   AND WS-RES-EQUIPO (RDX) = WS-CAS-EQUIPO (CDX)
                   MOVE RDX TO WS-RES-POS
               END-IF
           END-PERFORM
           IF WS-RES-POS = 0
               IF WS-RES-COUNT < 200
                   ADD 1 TO WS-RES-COUNT
                   MOVE WS-RES-COUNT TO WS-RES-POS
                   MOVE WS-TIPO-POS TO WS-RES-TIPO-POS (WS-RES-POS)
                   MOVE WS-CAS-EQUIPO (CDX)
                       TO WS-RES-EQUIPO (WS-RES-POS)
                   MOVE 0 TO WS-RES-ABIERTOS (WS-RES-POS)
                   MOVE 0 TO WS-RES-TRAMO (WS-RES-POS 1)
                   MOVE 0 TO WS-RES-TRAMO (WS-RES-POS 2)
                   MOVE 0 TO WS-RES-TRAMO (WS-RES-POS 3)
                   MOVE 0 TO WS-RES-TRAMO (WS-RES-POS 4)
                   MOVE 0 TO WS-RES-ESCALADOS (WS-RES-POS)
               END-IF
           END-IF
           IF WS-RES-POS > 0
               ADD 1 TO WS-RES-ABIERTOS (WS-RES-POS)
               ADD 1 TO WS-RES-TRAMO (WS-RES-POS WS-TRAMO)
               IF WS-DIAS-ABIERTO > WS-META
                   ADD 1 TO WS-RES-ESCALADOS (WS-RES-POS)
               END-IF
           END-IF
           .

       ORDENAR-RESUMEN.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING RDX FROM 1 BY 1
                       UNTIL RDX > WS-RES-COUNT - 1
                   IF WS-RES-TIPO-POS (RDX) > WS-RES-TIPO-POS (RDX + 1)
                       OR (WS-RES-TIPO-POS (RDX) =
                           WS-RES-TIPO-POS (RDX + 1)
                           AND WS-RES-EQUIPO (RDX) >
                               WS-RES-EQUIPO (RDX + 1))
                       MOVE WS-RES-ENTRY (RDX) TO WS-RES-TEMP
                       MOVE WS-RES-ENTRY (RDX + 1)
                           TO WS-RES-ENTRY (RDX)
                       MOVE WS-RES-TEMP TO WS-RES-ENTRY (RDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    MAESTRO NUEVO: REGISTROS DE CONTROL PRIMERO (ULTIMO
      *    NUMERO DE CASO Y LINEAS CARGADAS DE CADA REPORTE
      *    ACUMULADO) Y LUEGO LOS CASOS, SALVO LOS CERRADOS
      *    ANTES DE LA FECHA DE CORTE DE RETENCION.
       GRABAR-CASOS.
           OPEN OUTPUT CASEOUT-FILE
           MOVE SPACES TO WS-CTL-SALIDA
           MOVE 0 TO WS-CTS-NUMERO
           MOVE "CTL" TO WS-CTS-TIPO
           MOVE "CASOS" TO WS-CTS-REPORTE
           MOVE WS-ULTIMO-NUMERO TO WS-CTS-LINEAS
           MOVE WS-FECHA-HOY TO WS-CTS-FECHA
           MOVE WS-CTL-SALIDA TO CASEOUT-RECORD
           WRITE CASEOUT-RECORD
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
               IF WS-FTE-ACUMULADO (FDX) = 'S'
                   MOVE WS-FTE-REPORTE (FDX) TO WS-CTS-REPORTE
                   IF WS-CRG-DISPONIBLE (FDX) = 'Y'
                       MOVE WS-CRG-LINEAS (FDX) TO WS-CTS-LINEAS
                   ELSE
                       MOVE WS-CRG-PREVIAS (FDX) TO WS-CTS-LINEAS
                   END-IF
                   MOVE WS-CTL-SALIDA TO CASEOUT-RECORD
                   WRITE CASEOUT-RECORD
               END-IF
           END-PERFORM
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CAS-COUNT
               IF CAS-CERRADO (CDX)
                   AND WS-CAS-FECHA-CIERRE (CDX) < WS-FECHA-CORTE-X
                   ADD 1 TO WS-DEPURADOS
               ELSE
                   MOVE WS-CAS-ENTRY (CDX) TO CASEOUT-RECORD
                   WRITE CASEOUT-RECORD
                   ADD 1 TO WS-GRABADOS
               END-IF
           END-PERFORM
           CLOSE CASEOUT-FILE
           .

       ESCRIBIR-REPORTE.
           OPEN OUTPUT CASERPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COLA DE CASOS DE EXCEPCION - FECHA " WS-FECHA-HOY
               "  CORRIDA " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "CARGA DEL DIA" TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "  REPORTE  TIPO EQUIPO        EXCEPC.  NUEVOS   REPET."
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 9
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CRG-DISPONIBLE (FDX) = 'Y'
                   STRING "  " WS-FTE-REPORTE (FDX)
                       " " WS-FTE-TIPO (FDX)
                       "  " WS-CRG-DEPTO (FDX)
                       " " WS-CRG-EXCEPCIONES (FDX)
                       " " WS-CRG-NUEVOS (FDX)
                       " " WS-CRG-REPETIDOS (FDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "  " WS-FTE-REPORTE (FDX)
                       " " WS-FTE-TIPO (FDX)
                       "  " WS-CRG-DEPTO (FDX)
                       " NO DISPONIBLE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
               PERFORM GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "ANTIGUEDAD DE CASOS ABIERTOS POR TIPO Y EQUIPO"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TIPO EQUIPO        ABIERT  0-2D  3-7D 8-30D"
               "  +30D META ESCAL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > WS-RES-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-RES-TIPO-POS (RDX) TO FDX
               STRING WS-FTE-TIPO (FDX)
                   "  " WS-RES-EQUIPO (RDX)
                   " " WS-RES-ABIERTOS (RDX)
                   " " WS-RES-TRAMO (RDX 1)
                   " " WS-RES-TRAMO (RDX 2)
                   " " WS-RES-TRAMO (RDX 3)
                   " " WS-RES-TRAMO (RDX 4)
                   "  " WS-FTE-META (FDX)
                   " " WS-RES-ESCALADOS (RDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "CASOS ESCALADOS - ABIERTOS MAS ALLA DE LA META DE DIAS"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CASO    TIPO REFERENCIA   EQUIPO       RESPONS."
               " ALTA     DIAS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CAS-COUNT
               IF CAS-ABIERTO (CDX)
                   AND WS-CAS-ESCALADO (CDX) = 'S'
                   PERFORM ESCRIBIR-ESCALADO
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CASOS ABIERTOS:       " WS-ABIERTOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NUEVOS EN LA CARGA:   " WS-NUEVOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REPETIDOS EN ABIERTO: " WS-REPETIDOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ESCALADOS:            " WS-ESCALADOS
               " (NUEVOS HOY " WS-ESCALADOS-HOY ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CERRADOS DEPURADOS:   " WS-DEPURADOS
               " (CERRADOS ANTES DEL " WS-FECHA-CORTE-X ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           CLOSE CASERPT-FILE
           .

      *    UN CASO QUE SIGUE ABIERTO SE MANTIENE EN LA LISTA DE
      *    ESCALADOS AUNQUE SE REASIGNE; LOS ESCALADOS EN ESTA
      *    CORRIDA LLEVAN LA MARCA NUEVO.
       ESCRIBIR-ESCALADO.
           MOVE WS-CAS-FECHA-ALTA (CDX) TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ABIERTO = WS-DIAS-HOY
               - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           MOVE SPACES TO WS-MARCA-NUEVO
           IF WS-CAS-FECHA-ESCALADO (CDX) = WS-FECHA-HOY
               MOVE "NUEVO" TO WS-MARCA-NUEVO
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CAS-NUMERO (CDX)
               " " WS-CAS-TIPO (CDX)
               "  " WS-CAS-REFERENCIA (CDX) (1:12)
               " " WS-CAS-EQUIPO (CDX)
               " " WS-CAS-RESPONSABLE (CDX)
               " " WS-CAS-FECHA-ALTA (CDX)
               " " WS-DIAS-ABIERTO
               " " WS-MARCA-NUEVO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO CASERPT-RECORD
           WRITE CASERPT-RECORD
           .

       ABRIR-ARCHIVO.
           EVALUATE WS-ARCH-NUM
               WHEN 1
                   OPEN INPUT DUPRPT-FILE
                   IF WS-DUPRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 2
                   OPEN INPUT DROPOUT-FILE
                   IF WS-DROPOUT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 3
                   OPEN INPUT EXPRPT-FILE
                   IF WS-EXPRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 4
                   OPEN INPUT SUGRPT-FILE
                   IF WS-SUGRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 5
                   OPEN INPUT IMPRPT-FILE
                   IF WS-IMPRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 6
                   OPEN INPUT RPTOUT-FILE
                   IF WS-RPTOUT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 7
                   OPEN INPUT BALRPT-FILE
                   IF WS-BALRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 8
                   OPEN INPUT SLARPT-FILE
                   IF WS-SLARPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
               WHEN 9
                   OPEN INPUT TRENDRPT-FILE
                   IF WS-TRENDRPT-STATUS = "00"
                       MOVE 'Y' TO WS-CRG-DISPONIBLE (FDX)
                   END-IF
           END-EVALUATE
           .

       LEER-ARCHIVO.
           MOVE SPACES TO WS-LINEA-ENTRADA
           EVALUATE WS-ARCH-NUM
               WHEN 1
                   READ DUPRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE DUPRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 2
                   READ DROPOUT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE DROPOUT-RECORD
                               TO WS-LINEA-ENTRADA (1:40)
                   END-READ
               WHEN 3
                   READ EXPRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE EXPRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:60)
                   END-READ
               WHEN 4
                   READ SUGRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE SUGRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:60)
                   END-READ
               WHEN 5
                   READ IMPRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE IMPRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 6
                   READ RPTOUT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE RPTOUT-RECORD
                               TO WS-LINEA-ENTRADA (1:60)
                   END-READ
               WHEN 7
                   READ BALRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE BALRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 8
                   READ SLARPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE SLARPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 9
                   READ TRENDRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE TRENDRPT-RECORD TO WS-LINEA-ENTRADA
                   END-READ
           END-EVALUATE
           .

       CERRAR-ARCHIVO.
           EVALUATE WS-ARCH-NUM
               WHEN 1 CLOSE DUPRPT-FILE
               WHEN 2 CLOSE DROPOUT-FILE
               WHEN 3 CLOSE EXPRPT-FILE
               WHEN 4 CLOSE SUGRPT-FILE
               WHEN 5 CLOSE IMPRPT-FILE
               WHEN 6 CLOSE RPTOUT-FILE
               WHEN 7 CLOSE BALRPT-FILE
               WHEN 8 CLOSE SLARPT-FILE
               WHEN 9 CLOSE TRENDRPT-FILE
           END-EVALUATE
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

      *    PERFIL DE CORRIDA CENTRAL: OPERADOR POR DEFECTO Y
      *    DIAS DE RETENCION DE LOS CASOS CERRADOS.
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
               IF RP-PROGRAMA = "CARGACASOS"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-RETENCION IS NUMERIC
                       MOVE RP-RETENCION TO WS-RETENCION-DIAS
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
           MOVE "CARGACASOS" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = LINEAS DE EXCEPCION
      *    RECONOCIDAS EN LA CARGA, GRABADOS = CASOS DEL
      *    MAESTRO NUEVO (SIN LOS REGISTROS DE CONTROL).
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "CARGACASOS" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-EXCEPCIONES TO CT-RECORDS-READ
           MOVE WS-GRABADOS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
