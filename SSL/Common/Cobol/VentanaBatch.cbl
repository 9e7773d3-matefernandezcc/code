       IDENTIFICATION DIVISION.
       PROGRAM-ID. VentanaBatch.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENCHLOG-FILE ASSIGN TO "BENCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHLOG-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.
           SELECT VENTHIS-FILE ASSIGN TO "VENTHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENTHIS-STATUS.
           SELECT VENTRPT-FILE ASSIGN TO "VENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENCHLOG-FILE
           RECORDING MODE IS F.
           COPY BENCHLOG.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       FD  VENTHIS-FILE
           RECORDING MODE IS F.
           COPY VENTHIS.

       FD  VENTRPT-FILE
           RECORDING MODE IS F.
       01  VENTRPT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BENCHLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-VENTHIS-STATUS     PIC X(02) VALUE '00'.
       01  WS-VENTRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-BENCHLOG-EOF       PIC X VALUE 'N'.
           88  BENCHLOG-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-VENTHIS-EOF        PIC X VALUE 'N'.
           88  VENTHIS-AT-EOF    VALUE 'Y'.

       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-FECHA-HOY          PIC X(08).
       01  WS-PARM-FECHA         PIC X(08) VALUE SPACES.
       01  WS-PARM-CIERRE        PIC X(06) VALUE SPACES.
       01  WS-HORA-CIERRE        PIC X(06) VALUE "060000".
       01  WS-CRUZA-MEDIANOCHE   PIC X VALUE 'N'.
           88  VENTANA-CRUZA     VALUE 'Y'.

      *    CORRIDAS DE LA FECHA DE NEGOCIO. LOS SEGUNDOS SE
      *    CUENTAN DESDE LA MEDIANOCHE DE LA FECHA; CUANDO LA
      *    VENTANA CRUZA LA MEDIANOCHE, LAS HORAS ANTERIORES
      *    AL MEDIODIA SON DE LA MADRUGADA SIGUIENTE.
       01  WS-COR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CORRIDAS.
           05  WS-COR-ENTRY OCCURS 200 TIMES.
               10  WS-COR-PROGRAMA     PIC X(20).
               10  WS-COR-HORA-INI     PIC X(08).
               10  WS-COR-HORA-FIN     PIC X(08).
               10  WS-COR-SEG-INI      PIC 9(6)V99.
               10  WS-COR-SEG-FIN      PIC 9(6)V99.
       01  WS-COR-TEMP.
           05  WS-CTP-PROGRAMA     PIC X(20).
           05  WS-CTP-HORA-INI     PIC X(08).
           05  WS-CTP-HORA-FIN     PIC X(08).
           05  WS-CTP-SEG-INI      PIC 9(6)V99.
           05  WS-CTP-SEG-FIN      PIC 9(6)V99.
       01  CDX                   PIC 9(3).
       01  WS-SWAPPED            PIC X.
       01  WS-OMITIDAS           PIC 9(4) VALUE 0.

      *    HISTORIA DE USO DE LA VENTANA: LA ULTIMA GRABACION
      *    DE CADA FECHA DENTRO DE LOS 30 DIAS DEL REPORTE.
       01  WS-HIS-COUNT          PIC 9(3) VALUE 0.
       01  WS-HISTORIA.
           05  WS-HIS-ENTRY OCCURS 400 TIMES.
               10  WS-HIS-REGISTRO     PIC X(58).
       01  WS-HIS-TEMP           PIC X(58).
       01  HDX                   PIC 9(3).
       01  WS-HIS-POS            PIC 9(3).
       01  WS-DIAS-HISTORIA      PIC 9(3) VALUE 30.
       01  WS-DIAS-ENTEROS       PIC 9(7) COMP.
       01  WS-FECHA-DESDE        PIC 9(8).
       01  WS-FECHA-DESDE-X      PIC X(8).

       01  WS-HORA-TRABAJO       PIC X(08).
       01  WS-SEG-TRABAJO        PIC 9(6)V99.
       01  WS-SEG-ORIGEN         PIC 9(6)V99.
       01  WS-SEG-MAX-FIN        PIC 9(6)V99.
       01  WS-SEG-CIERRE         PIC 9(6)V99.
       01  WS-SEG-OFFSET         PIC 9(6)V99.
       01  WS-SEG-DURACION       PIC 9(6)V99.
       01  WS-SEG-ESCALA         PIC 9(6)V99.
       01  WS-SEG-RUTA           PIC 9(6)V99 VALUE 0.
       01  WS-SEG-OCUPADO        PIC 9(6)V99 VALUE 0.
       01  WS-SEG-OCIOSO         PIC 9(6)V99 VALUE 0.
       01  WS-SEG-MARGEN         PIC 9(6)V99 VALUE 0.
       01  WS-SIGNO-MARGEN       PIC X VALUE '+'.
       01  WS-SEG-DISPONIBLE     PIC 9(6)V99.
       01  WS-PCT-USO            PIC 9(3) VALUE 0.
       01  WS-HUECOS             PIC 9(3) VALUE 0.
       01  WS-HORA-PRIMERA       PIC X(08).
       01  WS-HORA-ULTIMA        PIC X(08).
       01  WS-EXCEDIDA           PIC X VALUE 'N'.
           88  VENTANA-EXCEDIDA  VALUE 'Y'.

      *    BARRA DEL GRAFICO: 36 POSICIONES PARA EL TRAMO QUE
      *    VA DEL PRIMER INICIO AL CIERRE O AL ULTIMO FIN, EL
      *    QUE SEA POSTERIOR. EL CIERRE SE MARCA CON '|'.
       01  WS-BARRA              PIC X(36).
       01  WS-BARRA-ANCHO        PIC 9(2) VALUE 36.
       01  WS-BARRA-CHAR         PIC X.
       01  WS-POS-DESDE          PIC 9(3).
       01  WS-POS-HASTA          PIC 9(3).
       01  WS-POS-CIERRE         PIC 9(3).
       01  WS-POS-LARGO          PIC 9(3).
       01  WS-BARRA-USO          PIC X(20).

      *    HH:MM:SS PARA EL REPORTE.
       01  WS-SEG-ENTEROS        PIC 9(6).
       01  WS-SEG-RESTO          PIC 9(6).
       01  WS-HMS.
           05  WS-HMS-HH           PIC 99.
           05  FILLER              PIC X VALUE ':'.
           05  WS-HMS-MM           PIC 99.
           05  FILLER              PIC X VALUE ':'.
           05  WS-HMS-SS           PIC 99.
       01  WS-HMS-HORA           PIC X(08).
       01  WS-HMS-OFFSET         PIC X(08).
       01  WS-HMS-DURACION       PIC X(08).
       01  WS-HMS-MARGEN         PIC X(08).
       01  WS-HMS-CIERRE         PIC X(08).

       01  WS-REPORT-LINE        PIC X(80).

       LINKAGE SECTION.
       01  LS-PARM-LENGTH        PIC S9(4) COMP.
       01  LS-PARM-DATA          PIC X(80).

       PROCEDURE DIVISION USING LS-PARM-LENGTH LS-PARM-DATA.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-FECHA-HOY
           PERFORM CARGAR-FECHA-PROCESO
               THRU CARGAR-FECHA-PROCESO-FIN
           IF WS-FECHA-PROCESO NOT = SPACES
               MOVE WS-FECHA-PROCESO TO WS-FECHA-HOY
           END-IF
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-FECHA WS-PARM-CIERRE
               END-UNSTRING
               IF WS-PARM-FECHA IS NUMERIC
                   MOVE WS-PARM-FECHA TO WS-FECHA-HOY
               END-IF
               IF WS-PARM-CIERRE IS NUMERIC
                   MOVE WS-PARM-CIERRE TO WS-HORA-CIERRE
               END-IF
           END-IF
           IF WS-HORA-CIERRE < "120000"
               MOVE 'Y' TO WS-CRUZA-MEDIANOCHE
           END-IF
           MOVE SPACES TO WS-HORA-TRABAJO
           MOVE WS-HORA-CIERRE TO WS-HORA-TRABAJO (1:6)
           MOVE "00" TO WS-HORA-TRABAJO (7:2)
           PERFORM CONVERTIR-HORA
           MOVE WS-SEG-TRABAJO TO WS-SEG-CIERRE
           PERFORM FORMATEAR-HORA
           MOVE WS-HMS-HORA TO WS-HMS-CIERRE
           PERFORM CARGAR-CORRIDAS
           PERFORM ORDENAR-CORRIDAS
           OPEN OUTPUT VENTRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VENTANA BATCH - FECHA DE NEGOCIO " WS-FECHA-HOY
               "   CIERRE DE VENTANA " WS-HMS-CIERRE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF WS-COR-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIN CORRIDAS EN BENCHLOG PARA LA FECHA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           ELSE
               PERFORM LISTAR-LINEA-DE-TIEMPO
               PERFORM ESCRIBIR-RESUMEN
           END-IF
           PERFORM CARGAR-HISTORIA THRU CARGAR-HISTORIA-FIN
           PERFORM LISTAR-HISTORIA
           CLOSE VENTRPT-FILE
           IF WS-COR-COUNT > 0
               PERFORM GRABAR-HISTORIA
           END-IF
           IF VENTANA-EXCEDIDA
               DISPLAY "VENTANA BATCH EXCEDIDA EL " WS-FECHA-HOY
                   " - ULTIMO FIN " WS-HORA-ULTIMA
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "VENTANA BATCH DENTRO DEL CIERRE - "
                   WS-COR-COUNT " CORRIDAS"
           END-IF
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

      *    PERFIL DE CORRIDA CENTRAL: RP-HORA-FIN LLEVA EL
      *    CIERRE ACORDADO DE LA VENTANA Y RP-RETENCION LOS
      *    DIAS DE HISTORIA DEL REPORTE; EL PARM QUEDA COMO
      *    SOBREESCRITURA PUNTUAL DE LA CORRIDA.
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
               IF RP-PROGRAMA = "VENTANABATCH"
                   IF RP-HORA-FIN IS NUMERIC
                       MOVE RP-HORA-FIN TO WS-HORA-CIERRE
                   END-IF
                   IF RP-RETENCION IS NUMERIC
                       AND RP-RETENCION > "0000"
                       AND RP-RETENCION < "0366"
                       MOVE RP-RETENCION (2:3) TO WS-DIAS-HISTORIA
                   END-IF
               END-IF
               READ RUNPROF-FILE
                   AT END MOVE 'Y' TO WS-RUNPROF-EOF
               END-READ
           END-PERFORM
           CLOSE RUNPROF-FILE.
       CARGAR-PERFIL-FIN.
           EXIT.

       CARGAR-CORRIDAS.
           OPEN INPUT BENCHLOG-FILE
           IF WS-BENCHLOG-STATUS NOT = "00"
               DISPLAY "BENCHLOG NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ BENCHLOG-FILE
               AT END MOVE 'Y' TO WS-BENCHLOG-EOF
           END-READ
           PERFORM UNTIL BENCHLOG-AT-EOF
               IF BM-RUN-DATE = WS-FECHA-HOY
                   PERFORM GUARDAR-CORRIDA
               END-IF
               READ BENCHLOG-FILE
                   AT END MOVE 'Y' TO WS-BENCHLOG-EOF
               END-READ
           END-PERFORM
           CLOSE BENCHLOG-FILE
           IF WS-OMITIDAS > 0
               DISPLAY "CORRIDAS OMITIDAS (HORA INVALIDA O TABLA "
                   "LLENA): " WS-OMITIDAS
           END-IF
           .

      *    UNA CORRIDA QUE TERMINA ANTES DE LO QUE EMPEZO
      *    PASO LA MEDIANOCHE: SU FIN ES DEL DIA SIGUIENTE.
       GUARDAR-CORRIDA.
           IF BM-START-TIME IS NOT NUMERIC
               OR BM-END-TIME IS NOT NUMERIC
               OR WS-COR-COUNT = 200
               ADD 1 TO WS-OMITIDAS
           ELSE
               ADD 1 TO WS-COR-COUNT
               MOVE BM-PROGRAM-NAME TO WS-COR-PROGRAMA (WS-COR-COUNT)
               MOVE BM-START-TIME TO WS-COR-HORA-INI (WS-COR-COUNT)
               MOVE BM-END-TIME TO WS-COR-HORA-FIN (WS-COR-COUNT)
               MOVE BM-START-TIME TO WS-HORA-TRABAJO
               PERFORM CONVERTIR-HORA
               MOVE WS-SEG-TRABAJO TO WS-COR-SEG-INI (WS-COR-COUNT)
               MOVE BM-END-TIME TO WS-HORA-TRABAJO
               PERFORM CONVERTIR-HORA
               IF WS-SEG-TRABAJO < WS-COR-SEG-INI (WS-COR-COUNT)
                   ADD 86400 TO WS-SEG-TRABAJO
               END-IF
               MOVE WS-SEG-TRABAJO TO WS-COR-SEG-FIN (WS-COR-COUNT)
           END-IF
           .

      *    HHMMSSCC A SEGUNDOS DESDE LA MEDIANOCHE DE LA
      *    FECHA DE NEGOCIO.
       CONVERTIR-HORA.
           COMPUTE WS-SEG-TRABAJO =
               FUNCTION NUMVAL(WS-HORA-TRABAJO (1:2)) * 3600 +
               FUNCTION NUMVAL(WS-HORA-TRABAJO (3:2)) * 60 +
               FUNCTION NUMVAL(WS-HORA-TRABAJO (5:2)) +
               FUNCTION NUMVAL(WS-HORA-TRABAJO (7:2)) / 100
           IF VENTANA-CRUZA AND WS-HORA-TRABAJO < "12000000"
               ADD 86400 TO WS-SEG-TRABAJO
           END-IF
           .

       ORDENAR-CORRIDAS.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING CDX FROM 1 BY 1
                       UNTIL CDX > WS-COR-COUNT - 1
                   IF WS-COR-SEG-INI (CDX) > WS-COR-SEG-INI (CDX + 1)
                       MOVE WS-COR-ENTRY (CDX) TO WS-COR-TEMP
                       MOVE WS-COR-ENTRY (CDX + 1)
                           TO WS-COR-ENTRY (CDX)
                       MOVE WS-COR-TEMP TO WS-COR-ENTRY (CDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    LINEA DE TIEMPO: UNA LINEA POR CORRIDA EN ORDEN DE
      *    INICIO, CON UNA LINEA DE HUECO CADA VEZ QUE LA
      *    CORRIDA SIGUIENTE ARRANCA DESPUES DEL ULTIMO FIN.
      *    LA RUTA CRITICA VA DEL PRIMER INICIO AL ULTIMO FIN
      *    Y ES LA SUMA DEL TIEMPO OCUPADO Y LOS HUECOS.
       LISTAR-LINEA-DE-TIEMPO.
           MOVE WS-COR-SEG-INI (1) TO WS-SEG-ORIGEN
           MOVE WS-COR-HORA-INI (1) TO WS-HORA-PRIMERA
           MOVE WS-COR-HORA-FIN (1) TO WS-HORA-ULTIMA
           MOVE WS-SEG-ORIGEN TO WS-SEG-MAX-FIN
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-COR-COUNT
               IF WS-COR-SEG-FIN (CDX) > WS-SEG-MAX-FIN
                   MOVE WS-COR-SEG-FIN (CDX) TO WS-SEG-MAX-FIN
                   MOVE WS-COR-HORA-FIN (CDX) TO WS-HORA-ULTIMA
               END-IF
           END-PERFORM
           IF WS-SEG-CIERRE > WS-SEG-MAX-FIN
               COMPUTE WS-SEG-ESCALA = WS-SEG-CIERRE - WS-SEG-ORIGEN
           ELSE
               COMPUTE WS-SEG-ESCALA = WS-SEG-MAX-FIN - WS-SEG-ORIGEN
           END-IF
           IF WS-SEG-ESCALA = 0
               MOVE 1 TO WS-SEG-ESCALA
           END-IF
           MOVE 0 TO WS-POS-CIERRE
           IF WS-SEG-CIERRE >= WS-SEG-ORIGEN
               COMPUTE WS-POS-CIERRE =
                   (WS-SEG-CIERRE - WS-SEG-ORIGEN) * WS-BARRA-ANCHO
                   / WS-SEG-ESCALA
               IF WS-POS-CIERRE < WS-BARRA-ANCHO
                   ADD 1 TO WS-POS-CIERRE
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROGRAMA        INICIO   +DESDE   DURACION "
               "PRIMER INICIO A CIERRE (|)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "--------------- -------- -------- -------- "
               "------------------------------------"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-SEG-ORIGEN TO WS-SEG-MAX-FIN
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-COR-COUNT
               IF WS-COR-SEG-INI (CDX) > WS-SEG-MAX-FIN
                   PERFORM LISTAR-HUECO
               END-IF
               PERFORM LISTAR-CORRIDA
           END-PERFORM
           COMPUTE WS-SEG-RUTA = WS-SEG-MAX-FIN - WS-SEG-ORIGEN
           .

       LISTAR-HUECO.
           ADD 1 TO WS-HUECOS
           COMPUTE WS-SEG-DURACION =
               WS-COR-SEG-INI (CDX) - WS-SEG-MAX-FIN
           ADD WS-SEG-DURACION TO WS-SEG-OCIOSO
           COMPUTE WS-SEG-OFFSET = WS-SEG-MAX-FIN - WS-SEG-ORIGEN
           MOVE "." TO WS-BARRA-CHAR
           PERFORM ARMAR-BARRA
           MOVE WS-SEG-OFFSET TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-OFFSET
           MOVE WS-SEG-DURACION TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-DURACION
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  (HUECO)                " WS-HMS-OFFSET
               " " WS-HMS-DURACION " " WS-BARRA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    EL TIEMPO OCUPADO SOLO SUMA LO QUE LA CORRIDA
      *    EXTIENDE MAS ALLA DEL ULTIMO FIN, ASI LAS CORRIDAS
      *    SUPERPUESTAS NO SE CUENTAN DOS VECES.
       LISTAR-CORRIDA.
           COMPUTE WS-SEG-OFFSET =
               WS-COR-SEG-INI (CDX) - WS-SEG-ORIGEN
           COMPUTE WS-SEG-DURACION =
               WS-COR-SEG-FIN (CDX) - WS-COR-SEG-INI (CDX)
           IF WS-COR-SEG-FIN (CDX) > WS-SEG-MAX-FIN
               IF WS-COR-SEG-INI (CDX) > WS-SEG-MAX-FIN
                   ADD WS-SEG-DURACION TO WS-SEG-OCUPADO
               ELSE
                   COMPUTE WS-SEG-OCUPADO = WS-SEG-OCUPADO
                       + WS-COR-SEG-FIN (CDX) - WS-SEG-MAX-FIN
               END-IF
               MOVE WS-COR-SEG-FIN (CDX) TO WS-SEG-MAX-FIN
           END-IF
           MOVE "#" TO WS-BARRA-CHAR
           PERFORM ARMAR-BARRA
           MOVE WS-COR-HORA-INI (CDX) TO WS-HORA-TRABAJO
           PERFORM FORMATEAR-HORA
           MOVE WS-SEG-OFFSET TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-OFFSET
           MOVE WS-SEG-DURACION TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-DURACION
           MOVE WS-COR-HORA-INI (CDX) TO WS-HORA-TRABAJO
           PERFORM FORMATEAR-HORA
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-COR-PROGRAMA (CDX) (1:15) " " WS-HMS-HORA
               " " WS-HMS-OFFSET " " WS-HMS-DURACION " " WS-BARRA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    TRAMO WS-SEG-OFFSET / WS-SEG-DURACION EN LA ESCALA
      *    DE LA BARRA, SIEMPRE AL MENOS UNA POSICION.
       ARMAR-BARRA.
           MOVE SPACES TO WS-BARRA
           COMPUTE WS-POS-DESDE =
               WS-SEG-OFFSET * WS-BARRA-ANCHO / WS-SEG-ESCALA + 1
           COMPUTE WS-POS-HASTA =
               (WS-SEG-OFFSET + WS-SEG-DURACION) * WS-BARRA-ANCHO
               / WS-SEG-ESCALA
           IF WS-POS-DESDE > WS-BARRA-ANCHO
               MOVE WS-BARRA-ANCHO TO WS-POS-DESDE
           END-IF
           IF WS-POS-HASTA > WS-BARRA-ANCHO
               MOVE WS-BARRA-ANCHO TO WS-POS-HASTA
           END-IF
           IF WS-POS-HASTA < WS-POS-DESDE
               MOVE WS-POS-DESDE TO WS-POS-HASTA
           END-IF
           COMPUTE WS-POS-LARGO = WS-POS-HASTA - WS-POS-DESDE + 1
           IF WS-BARRA-CHAR = "#"
               MOVE ALL "#" TO WS-BARRA (WS-POS-DESDE:WS-POS-LARGO)
           ELSE
               MOVE ALL "." TO WS-BARRA (WS-POS-DESDE:WS-POS-LARGO)
           END-IF
           IF WS-POS-CIERRE > 0
               AND WS-BARRA (WS-POS-CIERRE:1) = SPACE
               MOVE "|" TO WS-BARRA (WS-POS-CIERRE:1)
           END-IF
           .

      *    MARGEN LIBRE: DEL ULTIMO FIN AL CIERRE. SI EL
      *    ULTIMO FIN PASA EL CIERRE LA NOCHE SE EXCEDIO.
       ESCRIBIR-RESUMEN.
           IF WS-SEG-MAX-FIN > WS-SEG-CIERRE
               MOVE 'Y' TO WS-EXCEDIDA
               MOVE '-' TO WS-SIGNO-MARGEN
               COMPUTE WS-SEG-MARGEN = WS-SEG-MAX-FIN - WS-SEG-CIERRE
           ELSE
               MOVE '+' TO WS-SIGNO-MARGEN
               COMPUTE WS-SEG-MARGEN = WS-SEG-CIERRE - WS-SEG-MAX-FIN
           END-IF
           IF WS-SEG-CIERRE > WS-SEG-ORIGEN
               COMPUTE WS-SEG-DISPONIBLE =
                   WS-SEG-CIERRE - WS-SEG-ORIGEN
               COMPUTE WS-SEG-TRABAJO =
                   WS-SEG-RUTA * 100 / WS-SEG-DISPONIBLE
               IF WS-SEG-TRABAJO > 999
                   MOVE 999 TO WS-PCT-USO
               ELSE
                   MOVE WS-SEG-TRABAJO TO WS-PCT-USO
               END-IF
           ELSE
               MOVE 999 TO WS-PCT-USO
           END-IF
           MOVE WS-HORA-ULTIMA TO WS-HORA-TRABAJO
           PERFORM FORMATEAR-HORA
           MOVE WS-HMS-HORA TO WS-HMS-OFFSET
           MOVE WS-HORA-PRIMERA TO WS-HORA-TRABAJO
           PERFORM FORMATEAR-HORA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CORRIDAS: " WS-COR-COUNT
               "   PRIMER INICIO: " WS-HMS-HORA
               "   ULTIMO FIN: " WS-HMS-OFFSET
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-SEG-RUTA TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-OFFSET
           MOVE WS-SEG-OCUPADO TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-DURACION
           MOVE WS-SEG-OCIOSO TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUTA CRITICA: " WS-HMS-OFFSET
               " = OCUPADO " WS-HMS-DURACION
               " + HUECOS " WS-HMS-HORA " (" WS-HUECOS ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-SEG-MARGEN TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-MARGEN
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CIERRE: " WS-HMS-CIERRE
               "   MARGEN LIBRE: " WS-SIGNO-MARGEN WS-HMS-MARGEN
               "   USO DE LA VENTANA: " WS-PCT-USO " PCT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF VENTANA-EXCEDIDA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** VENTANA EXCEDIDA EN " WS-HMS-MARGEN
                   " - EL ULTIMO PASO TERMINO DESPUES DEL CIERRE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           .

      *    HISTORIA DE LOS ULTIMOS DIAS (30 POR DEFECTO) HASTA
      *    LA FECHA DEL REPORTE, SIN INCLUIRLA: LA NOCHE DEL
      *    REPORTE SE AGREGA AL FINAL CON LOS VALORES DE HOY.
       CARGAR-HISTORIA.
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
               - WS-DIAS-HISTORIA + 1
           COMPUTE WS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-FECHA-DESDE TO WS-FECHA-DESDE-X
           MOVE 0 TO WS-HIS-COUNT
           OPEN INPUT VENTHIS-FILE
           IF WS-VENTHIS-STATUS NOT = "00"
               GO TO CARGAR-HISTORIA-FIN
           END-IF
           READ VENTHIS-FILE
               AT END MOVE 'Y' TO WS-VENTHIS-EOF
           END-READ
           PERFORM UNTIL VENTHIS-AT-EOF
               IF VH-FECHA >= WS-FECHA-DESDE-X
                   AND VH-FECHA < WS-FECHA-HOY
                   PERFORM GUARDAR-HISTORIA
               END-IF
               READ VENTHIS-FILE
                   AT END MOVE 'Y' TO WS-VENTHIS-EOF
               END-READ
           END-PERFORM
           CLOSE VENTHIS-FILE.
       CARGAR-HISTORIA-FIN.
           EXIT.

       GUARDAR-HISTORIA.
           MOVE 0 TO WS-HIS-POS
           PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HIS-COUNT
               IF WS-HIS-REGISTRO (HDX) (1:8) = VH-FECHA
                   MOVE HDX TO WS-HIS-POS
               END-IF
           END-PERFORM
           IF WS-HIS-POS = 0
               IF WS-HIS-COUNT < 400
                   ADD 1 TO WS-HIS-COUNT
                   MOVE WS-HIS-COUNT TO WS-HIS-POS
               END-IF
           END-IF
           IF WS-HIS-POS > 0
               MOVE VH-VENTANA-RECORD TO WS-HIS-REGISTRO (WS-HIS-POS)
           END-IF
           .

       LISTAR-HISTORIA.
           IF WS-COR-COUNT > 0
               PERFORM ARMAR-REGISTRO-HOY
               IF WS-HIS-COUNT < 400
                   ADD 1 TO WS-HIS-COUNT
                   MOVE VH-VENTANA-RECORD
                       TO WS-HIS-REGISTRO (WS-HIS-COUNT)
               END-IF
           END-IF
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING HDX FROM 1 BY 1
                       UNTIL HDX > WS-HIS-COUNT - 1
                   IF WS-HIS-REGISTRO (HDX) (1:8) >
                       WS-HIS-REGISTRO (HDX + 1) (1:8)
                       MOVE WS-HIS-REGISTRO (HDX) TO WS-HIS-TEMP
                       MOVE WS-HIS-REGISTRO (HDX + 1)
                           TO WS-HIS-REGISTRO (HDX)
                       MOVE WS-HIS-TEMP TO WS-HIS-REGISTRO (HDX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USO DE LA VENTANA - ULTIMOS " WS-DIAS-HISTORIA
               " DIAS (CADA # = 5 PCT DEL TIEMPO HASTA EL CIERRE)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FECHA    INICIO   FIN      RUTA     MARGEN    USO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HIS-COUNT
               MOVE WS-HIS-REGISTRO (HDX) TO VH-VENTANA-RECORD
               PERFORM LISTAR-DIA-HISTORIA
           END-PERFORM
           IF WS-HIS-COUNT = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SIN HISTORIA EN EL PERIODO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           .

       LISTAR-DIA-HISTORIA.
           MOVE SPACES TO WS-HORA-TRABAJO
           MOVE VH-INICIO TO WS-HORA-TRABAJO (1:6)
           MOVE "00" TO WS-HORA-TRABAJO (7:2)
           PERFORM FORMATEAR-HORA
           MOVE WS-HMS-HORA TO WS-HMS-OFFSET
           MOVE VH-FIN TO WS-HORA-TRABAJO (1:6)
           PERFORM FORMATEAR-HORA
           MOVE WS-HMS-HORA TO WS-HMS-DURACION
           MOVE VH-SEG-MARGEN TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE WS-HMS-HORA TO WS-HMS-MARGEN
           MOVE VH-SEG-RUTA TO WS-SEG-TRABAJO
           PERFORM FORMATEAR-SEGUNDOS
           MOVE SPACES TO WS-BARRA-USO
           COMPUTE WS-POS-LARGO = VH-PCT-USO / 5
           IF WS-POS-LARGO > 20
               MOVE 20 TO WS-POS-LARGO
           END-IF
           IF WS-POS-LARGO > 0
               MOVE ALL "#" TO WS-BARRA-USO (1:WS-POS-LARGO)
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING VH-FECHA " " WS-HMS-OFFSET " " WS-HMS-DURACION
               " " WS-HMS-HORA " " VH-SIGNO-MARGEN WS-HMS-MARGEN
               " " VH-PCT-USO " " WS-BARRA-USO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           IF VH-EXCEDIDA = 'Y'
               MOVE "EXCEDIDA" TO WS-REPORT-LINE (73:8)
           END-IF
           PERFORM GRABAR-LINEA
           .

       ARMAR-REGISTRO-HOY.
           MOVE SPACES TO VH-VENTANA-RECORD
           MOVE WS-FECHA-HOY TO VH-FECHA
           MOVE WS-HORA-PRIMERA (1:6) TO VH-INICIO
           MOVE WS-HORA-ULTIMA (1:6) TO VH-FIN
           MOVE WS-HORA-CIERRE TO VH-HORA-CIERRE
           MOVE WS-COR-COUNT TO VH-CORRIDAS
           MOVE WS-SEG-RUTA TO VH-SEG-RUTA
           MOVE WS-SEG-OCUPADO TO VH-SEG-OCUPADO
           MOVE WS-SEG-OCIOSO TO VH-SEG-OCIOSO
           MOVE WS-SEG-MARGEN TO VH-SEG-MARGEN
           MOVE WS-SIGNO-MARGEN TO VH-SIGNO-MARGEN
           MOVE WS-PCT-USO TO VH-PCT-USO
           MOVE WS-EXCEDIDA TO VH-EXCEDIDA
           .

       GRABAR-HISTORIA.
           PERFORM ARMAR-REGISTRO-HOY
           OPEN EXTEND VENTHIS-FILE
           IF WS-VENTHIS-STATUS = "35"
               OPEN OUTPUT VENTHIS-FILE
           END-IF
           WRITE VH-VENTANA-RECORD
           CLOSE VENTHIS-FILE
           .

      *    WS-HORA-TRABAJO (HHMMSS..) A HH:MM:SS.
       FORMATEAR-HORA.
           MOVE SPACES TO WS-HMS-HORA
           IF WS-HORA-TRABAJO (1:6) IS NUMERIC
               MOVE WS-HORA-TRABAJO (1:2) TO WS-HMS-HORA (1:2)
               MOVE ":" TO WS-HMS-HORA (3:1)
               MOVE WS-HORA-TRABAJO (3:2) TO WS-HMS-HORA (4:2)
               MOVE ":" TO WS-HMS-HORA (6:1)
               MOVE WS-HORA-TRABAJO (5:2) TO WS-HMS-HORA (7:2)
           END-IF
           .

      *    WS-SEG-TRABAJO (SEGUNDOS) A HH:MM:SS EN WS-HMS-HORA.
       FORMATEAR-SEGUNDOS.
           MOVE WS-SEG-TRABAJO TO WS-SEG-ENTEROS
           DIVIDE WS-SEG-ENTEROS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-SEG-RESTO
           DIVIDE WS-SEG-RESTO BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS
           MOVE WS-HMS TO WS-HMS-HORA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO VENTRPT-RECORD
           WRITE VENTRPT-RECORD
           .
