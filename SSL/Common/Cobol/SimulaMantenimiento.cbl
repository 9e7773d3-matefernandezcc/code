       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimulaMantenimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYMAST-FILE ASSIGN TO "KEYMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMAST-STATUS.
           SELECT TRANIN-FILE ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANIN-STATUS.
           SELECT KEYWORK-FILE ASSIGN TO "KEYWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYWORK-STATUS.
           SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEIN-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT RESHIST-FILE ASSIGN TO "RESHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESHIST-STATUS.
           SELECT SIMRPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMRPT-STATUS.
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
       FD  KEYMAST-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

      *    EL MISMO DECK QUE SE VA A PASAR A TPMANT: A = ALTA,
      *    B = BAJA, R = REEMPLAZO POR LA CLAVE DE 9-15, 'F'
      *    EN 16 FUERZA LA BAJA POR ENCIMA DEL IMPACTO.
       FD  TRANIN-FILE
           RECORDING MODE IS F.
       01  TRANIN-RECORD.
           05  TR-ACCION           PIC X(1).
           05  TR-CLAVE            PIC 9(7).
           05  TR-CLAVE-NUEVA      PIC X(7).
           05  TR-FORZAR           PIC X(1).

      *    MAESTRO PROPUESTO: COPIA DE TRABAJO CON EL DECK
      *    APLICADO. NUNCA REEMPLAZA AL MAESTRO VIGENTE.
       FD  KEYWORK-FILE
           RECORDING MODE IS F.
       01  KEYWORK-RECORD.
           05  KEYWORK-CLAVE       PIC 9(7).
           05  KEYWORK-ESTADO      PIC X(1).
           05  KEYWORK-FECHA-EFECT PIC X(8).

       FD  USAGEIN-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SU-CLAVE            PIC 9(7).
           05  SU-FECHA-ALTA       PIC X(8).
           05  SU-CICLOS           PIC 9(3).
           05  SU-ORIGEN           PIC X(8).

      *    RESULTADOS DE BUSQUEDA RETENIDOS (CONCATENACION DE
      *    RESOUT). LOS ARCHIVOS YA REPARTIDOS POR ORIGEN
      *    TRAEN CABECERA 'H' CON EL ORIGEN Y TRAILER 'T'; EL
      *    RESTO SE INFORMA COMO SIN ORIGEN.
       FD  RESHIST-FILE
           RECORDING MODE IS F.
           COPY SRCHRES.
       01  RH-CABECERA.
           05  RH-CAB-TIPO         PIC X(1).
           05  RH-CAB-FECHA        PIC X(8).
           05  RH-CAB-ORIGEN       PIC X(8).
           05  FILLER              PIC X(10).

       FD  SIMRPT-FILE
           RECORDING MODE IS F.
       01  SIMRPT-RECORD           PIC X(80).

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
       01  WS-KEYMAST-STATUS     PIC X(02) VALUE '00'.
       01  WS-TRANIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-KEYWORK-STATUS     PIC X(02) VALUE '00'.
       01  WS-USAGEIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUSPENSE-STATUS    PIC X(02) VALUE '00'.
       01  WS-RESHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-SIMRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYMAST-EOF        PIC X VALUE 'N'.
           88  KEYMAST-AT-EOF    VALUE 'Y'.
       01  WS-TRANIN-EOF         PIC X VALUE 'N'.
           88  TRANIN-AT-EOF     VALUE 'Y'.
       01  WS-USAGEIN-EOF        PIC X VALUE 'N'.
           88  USAGEIN-AT-EOF    VALUE 'Y'.
       01  WS-SUSPENSE-EOF       PIC X VALUE 'N'.
           88  SUSPENSE-AT-EOF   VALUE 'Y'.
       01  WS-RESHIST-EOF        PIC X VALUE 'N'.
           88  RESHIST-AT-EOF    VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    MAESTRO EN MEMORIA CON LAS DOS VERSIONES DE CADA
      *    CLAVE: MA-ESTADO/MA-FECHA-EFECT ES LA PROPUESTA,
      *    MA-ACT-ESTADO/MA-ACT-FECHA LA VIGENTE (EN BLANCO
      *    PARA LAS CLAVES QUE EL DECK DA DE ALTA).
       01  MAESTRO.
           05  MA-ENTRADA OCCURS 1000000 TIMES INDEXED BY MDX.
               10  MA-CLAVE            PIC 9(7).
               10  MA-ESTADO           PIC X(1).
               10  MA-FECHA-EFECT      PIC X(8).
               10  MA-ACT-ESTADO       PIC X(1).
               10  MA-ACT-FECHA        PIC X(8).
       01  WS-MAESTRO-COUNT      PIC 9(7) VALUE 0.

       01  WS-CLAVE-BUSCADA      PIC 9(7).
       01  BAJO                  PIC 9(7).
       01  ALTO                  PIC 9(7).
       01  MEDIO                 PIC 9(7).
       01  WS-POSICION           PIC 9(7).
       01  WS-HALLADA            PIC X.
       01  KDX                   PIC 9(7).

      *    ACTIVIDAD DE KEYUSAGE Y SUSPENSO ABIERTO PARA EL
      *    MISMO CONTROL DE IMPACTO DE BAJAS DEL MANTENIMIENTO.
       01  WS-USO-COUNT          PIC 9(4) VALUE 0.
       01  UDX                   PIC 9(4).
       01  WS-USO-TABLA.
           05  WS-USO-ENTRY OCCURS 5000 TIMES.
               10  WS-USO-CLAVE        PIC 9(7).
               10  WS-USO-PEDIDOS      PIC 9(7).
               10  WS-USO-FECHA        PIC X(8).
       01  WS-SUSP-COUNT         PIC 9(5) VALUE 0.
       01  SDX                   PIC 9(5).
       01  WS-SUSP-TABLA.
           05  WS-SUSP-CLAVE OCCURS 10000 TIMES PIC 9(7).

       01  WS-DIAS-ACTIVIDAD     PIC 9(3) VALUE 30.
       01  WS-FECHA-CORTE        PIC 9(8).
       01  WS-FECHA-CORTE-X      PIC X(8).
       01  WS-DIAS-ENTEROS       PIC 9(7) COMP.
       01  WS-IMPACTO            PIC X.
       01  WS-IMP-MOTIVO         PIC X(30).

       01  WS-TARJETAS           PIC 9(7) VALUE 0.
       01  WS-ALTAS-OK           PIC 9(7) VALUE 0.
       01  WS-ALTAS-RECH         PIC 9(7) VALUE 0.
       01  WS-BAJAS-OK           PIC 9(7) VALUE 0.
       01  WS-BAJAS-RECH         PIC 9(7) VALUE 0.
       01  WS-BAJAS-RETENIDAS    PIC 9(7) VALUE 0.
       01  WS-BAJAS-FORZADAS     PIC 9(7) VALUE 0.
       01  WS-REEMP-OK           PIC 9(7) VALUE 0.
       01  WS-REEMP-RECH         PIC 9(7) VALUE 0.
       01  WS-TRANS-INVALIDAS    PIC 9(7) VALUE 0.
       01  WS-ACTIVAS-ACT        PIC 9(7) VALUE 0.
       01  WS-ACTIVAS-PRO        PIC 9(7) VALUE 0.

      *    RESULTADO DE UNA CLAVE CONTRA CADA MAESTRO:
      *    E = ENCONTRADA, N = NO ENCONTRADA.
       01  WS-RES-ACT            PIC X(1).
       01  WS-RES-PRO            PIC X(1).

      *    CLAVES CUYO RESULTADO CAMBIA CON EL DECK, EN ORDEN
      *    DE CLAVE (SE ARMAN RECORRIENDO EL MAESTRO), CON LO
      *    QUE LA HISTORIA DICE DE CADA UNA.
       01  WS-CAM-COUNT          PIC 9(5) VALUE 0.
       01  WS-CAM-TABLA.
           05  WS-CAM-ENTRY OCCURS 50000 TIMES.
               10  WS-CAM-CLAVE        PIC 9(7).
               10  WS-CAM-ANTES        PIC X(1).
               10  WS-CAM-DESPUES      PIC X(1).
               10  WS-CAM-USO          PIC 9(7).
               10  WS-CAM-RECIENTES    PIC 9(7).
               10  WS-CAM-SUSP-ORIGEN  PIC X(8).
       01  CDX                   PIC 9(5).
       01  WS-CAM-POS            PIC 9(5).
       01  WS-CAM-HALLADA        PIC X.
       01  WS-CAM-BAJO           PIC 9(5).
       01  WS-CAM-ALTO           PIC 9(5).
       01  WS-CAM-MEDIO          PIC 9(5).
       01  WS-CAM-DESBORDE       PIC 9(7) VALUE 0.
       01  WS-CAM-LISTADAS       PIC 9(7) VALUE 0.
       01  WS-CAM-SIN-HISTORIA   PIC 9(7) VALUE 0.

      *    VOLUMENES POR ORIGEN: PEDIDOS DE LA HISTORIA DE
      *    RESULTADOS, HALLADAS Y NO HALLADAS CONTRA CADA
      *    MAESTRO, Y ENTRADAS DEL SUSPENSO QUE SEGUIRIAN
      *    PENDIENTES CONTRA CADA MAESTRO.
       01  WS-MAX-ORIGENES       PIC 9(2) VALUE 50.
       01  WS-ORG-COUNT          PIC 9(2) VALUE 0.
       01  WS-ORG-TABLA.
           05  WS-ORG-ENTRY OCCURS 51 TIMES.
               10  WS-ORG-NOMBRE       PIC X(8).
               10  WS-ORG-PEDIDOS      PIC 9(9).
               10  WS-ORG-HALL-ACT     PIC 9(9).
               10  WS-ORG-HALL-PRO     PIC 9(9).
               10  WS-ORG-NOH-ACT      PIC 9(9).
               10  WS-ORG-NOH-PRO      PIC 9(9).
               10  WS-ORG-SUSP-ACT     PIC 9(9).
               10  WS-ORG-SUSP-PRO     PIC 9(9).
       01  ODX                   PIC 9(2).
       01  WS-ORG-POS            PIC 9(2).
       01  WS-ORIGEN-BUS         PIC X(8).
       01  WS-ORIGEN-LOTE        PIC X(8).
       01  WS-TOT-PEDIDOS        PIC 9(9) VALUE 0.
       01  WS-TOT-HALL-ACT       PIC 9(9) VALUE 0.
       01  WS-TOT-HALL-PRO       PIC 9(9) VALUE 0.
       01  WS-TOT-NOH-ACT        PIC 9(9) VALUE 0.
       01  WS-TOT-NOH-PRO        PIC 9(9) VALUE 0.
       01  WS-TOT-SUSP-ACT       PIC 9(9) VALUE 0.
       01  WS-TOT-SUSP-PRO       PIC 9(9) VALUE 0.

      *    USO ACUMULADO DE KEYUSAGE, PONDERADO POR PEDIDOS.
       01  WS-USO-PEDIDOS-TOT    PIC 9(9) VALUE 0.
       01  WS-USO-HALL-ACT       PIC 9(9) VALUE 0.
       01  WS-USO-HALL-PRO       PIC 9(9) VALUE 0.
       01  WS-USO-NOH-ACT        PIC 9(9) VALUE 0.
       01  WS-USO-NOH-PRO        PIC 9(9) VALUE 0.

       01  WS-HIST-LEIDOS        PIC 9(7) VALUE 0.
       01  WS-HIST-OMITIDOS      PIC 9(7) VALUE 0.

       01  WS-LINEA-VOLUMEN.
           05  LV-ORIGEN           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-PEDIDOS          PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-HALL-ACT         PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-HALL-PRO         PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-NOH-ACT          PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-NOH-PRO          PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-SUSP-ACT         PIC Z(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LV-SUSP-PRO         PIC Z(7)9.
       01  WS-LINEA-CLAVE.
           05  LC-CLAVE            PIC 9(7).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LC-ANTES            PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-DESPUES          PIC X(11).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LC-USO              PIC Z(6)9.
           05  FILLER              PIC X(3) VALUE SPACES.
           05  LC-RECIENTES        PIC Z(6)9.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LC-SUSP-ORIGEN      PIC X(8).
       01  WS-RESULTADO-TEXTO    PIC X(11).

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
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
           MOVE "SIMU" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               MOVE LS-PARM-DATA (1:LS-PARM-LENGTH) TO WS-PARM-OPID
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FECHA-HOY))
               - WS-DIAS-ACTIVIDAD
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-X

           OPEN OUTPUT SIMRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SIMULACION DE MANTENIMIENTO DEL MAESTRO - FECHA "
               WS-FECHA-HOY DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "MAESTRO VIGENTE CONTRA MAESTRO PROPUESTO POR TRANIN"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA

           PERFORM CARGAR-USO
           PERFORM CARGAR-SUSPENSO
           PERFORM CARGAR-MAESTRO
           PERFORM VERIFICAR-ORDEN
           PERFORM APLICAR-TRANSACCIONES
           PERFORM GRABAR-PROPUESTO
           PERFORM ARMAR-CAMBIOS
           PERFORM REPRODUCIR-USO
           PERFORM REPRODUCIR-RESULTADOS
               THRU REPRODUCIR-RESULTADOS-FIN
           PERFORM REPRODUCIR-SUSPENSO
               THRU REPRODUCIR-SUSPENSO-FIN
           PERFORM ESCRIBIR-DECK
           PERFORM ESCRIBIR-VOLUMENES
           PERFORM ESCRIBIR-CAMBIOS
           CLOSE SIMRPT-FILE

           IF WS-ALTAS-RECH > 0 OR WS-BAJAS-RECH > 0
               OR WS-REEMP-RECH > 0 OR WS-TRANS-INVALIDAS > 0
               OR WS-BAJAS-RETENIDAS > 0 OR WS-CAM-DESBORDE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "SIMULACION TARJ=" WS-TARJETAS
               " CAMBIAN=" WS-CAM-LISTADAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           DISPLAY "SIMULACION TERMINADA - " WS-CAM-LISTADAS
               " CLAVES PEDIDAS CAMBIAN DE RESULTADO"
           GOBACK.

       CARGAR-USO.
           MOVE 0 TO WS-USO-COUNT
           MOVE 'N' TO WS-USAGEIN-EOF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS NOT = "00"
               DISPLAY "USAGEIN NO DISPONIBLE - "
                   "IMPACTO SIN ESTADISTICA DE USO"
           ELSE
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
               PERFORM UNTIL USAGEIN-AT-EOF OR WS-USO-COUNT = 5000
                   ADD 1 TO WS-USO-COUNT
                   MOVE KU-CLAVE TO WS-USO-CLAVE (WS-USO-COUNT)
                   MOVE KU-PEDIDOS TO WS-USO-PEDIDOS (WS-USO-COUNT)
                   MOVE KU-FECHA-ULTIMA TO WS-USO-FECHA (WS-USO-COUNT)
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-USAGEIN-EOF
                   END-READ
               END-PERFORM
               CLOSE USAGEIN-FILE
           END-IF
           .

       CARGAR-SUSPENSO.
           MOVE 0 TO WS-SUSP-COUNT
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "SUSPENSE NO DISPONIBLE - "
                   "IMPACTO SIN SUSPENSO ABIERTO"
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-SUSPENSE-EOF
               END-READ
               PERFORM UNTIL SUSPENSE-AT-EOF OR WS-SUSP-COUNT = 10000
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE SU-CLAVE TO WS-SUSP-CLAVE (WS-SUSP-COUNT)
                   READ SUSPENSE-FILE
                       AT END MOVE 'Y' TO WS-SUSPENSE-EOF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           .

      *    SE CARGA EL MAESTRO VIGENTE; CADA CLAVE ARRANCA CON
      *    LA VERSION PROPUESTA IGUAL A LA VIGENTE.
       CARGAR-MAESTRO.
           MOVE 0 TO WS-MAESTRO-COUNT
           OPEN INPUT KEYMAST-FILE
           IF WS-KEYMAST-STATUS NOT = "00"
               DISPLAY "KEYMAST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE SIMRPT-FILE
               MOVE "KEYMAST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ KEYMAST-FILE
               AT END MOVE 'Y' TO WS-KEYMAST-EOF
           END-READ
           PERFORM UNTIL KEYMAST-AT-EOF
                   OR WS-MAESTRO-COUNT = 1000000
               ADD 1 TO WS-MAESTRO-COUNT
               MOVE KM-CLAVE TO MA-CLAVE (WS-MAESTRO-COUNT)
               MOVE KM-ESTADO TO MA-ESTADO (WS-MAESTRO-COUNT)
               MOVE KM-FECHA-EFECT
                   TO MA-FECHA-EFECT (WS-MAESTRO-COUNT)
               MOVE KM-ESTADO TO MA-ACT-ESTADO (WS-MAESTRO-COUNT)
               MOVE KM-FECHA-EFECT
                   TO MA-ACT-FECHA (WS-MAESTRO-COUNT)
               READ KEYMAST-FILE
                   AT END MOVE 'Y' TO WS-KEYMAST-EOF
               END-READ
           END-PERFORM
           CLOSE KEYMAST-FILE
           .

       VERIFICAR-ORDEN.
           PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > WS-MAESTRO-COUNT - 1
               IF MA-CLAVE (MDX) > MA-CLAVE (MDX + 1)
                   DISPLAY "MAESTRO DESORDENADO - ABORTADO"
                   MOVE "MAESTRO FUERA DE SECUENCIA - SIN SIMULACION"
                       TO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
                   CLOSE SIMRPT-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "KEYMAST FUERA DE ORDEN" TO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
           END-PERFORM
           .

      *    EL DECK SE APLICA CON LAS MISMAS REGLAS QUE EL
      *    MANTENIMIENTO (RECHAZOS Y BAJAS RETENIDAS POR
      *    IMPACTO INCLUIDOS), PERO SOLO SOBRE LA COPIA EN
      *    MEMORIA: NO SE GRABA JOURNAL NI VERSION.
       APLICAR-TRANSACCIONES.
           OPEN INPUT TRANIN-FILE
           IF WS-TRANIN-STATUS NOT = "00"
               DISPLAY "TRANIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE SIMRPT-FILE
               MOVE "TRANIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE "TARJETAS DEL DECK" TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           READ TRANIN-FILE
               AT END MOVE 'Y' TO WS-TRANIN-EOF
           END-READ
           PERFORM UNTIL TRANIN-AT-EOF
               ADD 1 TO WS-TARJETAS
               EVALUATE TR-ACCION
                   WHEN 'A'
                       PERFORM APLICAR-ALTA
                   WHEN 'B'
                       PERFORM APLICAR-BAJA
                   WHEN 'R'
                       PERFORM APLICAR-REEMPLAZO
                           THRU APLICAR-REEMPLAZO-FIN
                   WHEN OTHER
                       ADD 1 TO WS-TRANS-INVALIDAS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RECHAZADA  ACCION INVALIDA: "
                           TRANIN-RECORD
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
               END-EVALUATE
               READ TRANIN-FILE
                   AT END MOVE 'Y' TO WS-TRANIN-EOF
               END-READ
           END-PERFORM
           CLOSE TRANIN-FILE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       BUSCAR-POSICION.
           MOVE 'N' TO WS-HALLADA
           MOVE 1 TO BAJO
           MOVE WS-MAESTRO-COUNT TO ALTO
           COMPUTE WS-POSICION = WS-MAESTRO-COUNT + 1
           PERFORM UNTIL BAJO > ALTO
               COMPUTE MEDIO = (BAJO + ALTO) / 2
               IF MA-CLAVE (MEDIO) = WS-CLAVE-BUSCADA
                   MOVE 'Y' TO WS-HALLADA
                   MOVE MEDIO TO WS-POSICION
                   MOVE 0 TO ALTO
               ELSE
                   IF MA-CLAVE (MEDIO) > WS-CLAVE-BUSCADA
                       MOVE MEDIO TO WS-POSICION
                       MOVE MEDIO TO ALTO
                       SUBTRACT 1 FROM ALTO
                   ELSE
                       MOVE MEDIO TO BAJO
                       ADD 1 TO BAJO
                   END-IF
               END-IF
           END-PERFORM
           .

       INSERTAR-CLAVE.
           PERFORM VARYING KDX FROM WS-MAESTRO-COUNT BY -1
                   UNTIL KDX < WS-POSICION
               MOVE MA-ENTRADA (KDX) TO MA-ENTRADA (KDX + 1)
           END-PERFORM
           MOVE WS-CLAVE-BUSCADA TO MA-CLAVE (WS-POSICION)
           MOVE 'A' TO MA-ESTADO (WS-POSICION)
           MOVE WS-FECHA-HOY TO MA-FECHA-EFECT (WS-POSICION)
           MOVE SPACE TO MA-ACT-ESTADO (WS-POSICION)
           MOVE SPACES TO MA-ACT-FECHA (WS-POSICION)
           ADD 1 TO WS-MAESTRO-COUNT
           .

       MARCAR-BAJA.
           MOVE 'B' TO MA-ESTADO (WS-POSICION)
           MOVE WS-FECHA-HOY TO MA-FECHA-EFECT (WS-POSICION)
           .

       REACTIVAR-CLAVE.
           MOVE 'A' TO MA-ESTADO (WS-POSICION)
           MOVE WS-FECHA-HOY TO MA-FECHA-EFECT (WS-POSICION)
           .

       APLICAR-ALTA.
           MOVE TR-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-POSICION
           IF WS-HALLADA = 'Y'
               IF MA-ESTADO (WS-POSICION) = 'B'
                   PERFORM REACTIVAR-CLAVE
                   ADD 1 TO WS-ALTAS-OK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "APLICADA   ALTA " TR-CLAVE
                       " - CLAVE REACTIVADA"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   ADD 1 TO WS-ALTAS-RECH
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RECHAZADA  ALTA " TR-CLAVE
                       " - CLAVE YA EXISTE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           ELSE
               IF WS-MAESTRO-COUNT = 1000000
                   ADD 1 TO WS-ALTAS-RECH
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RECHAZADA  ALTA " TR-CLAVE
                       " - MAESTRO LLENO"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   PERFORM INSERTAR-CLAVE
                   ADD 1 TO WS-ALTAS-OK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "APLICADA   ALTA " TR-CLAVE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF
           PERFORM GRABAR-LINEA
           .

       APLICAR-BAJA.
           MOVE TR-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-POSICION
           IF WS-HALLADA = 'Y'
               IF MA-ESTADO (WS-POSICION) = 'B'
                   ADD 1 TO WS-BAJAS-RECH
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "RECHAZADA  BAJA " TR-CLAVE
                       " - CLAVE YA DADA DE BAJA"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   PERFORM VERIFICAR-IMPACTO
                   IF WS-IMPACTO = 'Y' AND TR-FORZAR NOT = 'F'
                       ADD 1 TO WS-BAJAS-RETENIDAS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RETENIDA   BAJA " TR-CLAVE
                           " - " WS-IMP-MOTIVO
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       IF WS-IMPACTO = 'Y'
                           ADD 1 TO WS-BAJAS-FORZADAS
                       END-IF
                       PERFORM MARCAR-BAJA
                       ADD 1 TO WS-BAJAS-OK
                       MOVE SPACES TO WS-REPORT-LINE
                       IF WS-IMPACTO = 'Y'
                           STRING "APLICADA   BAJA " TR-CLAVE
                               " - FORZADA CON IMPACTO"
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                       ELSE
                           STRING "APLICADA   BAJA " TR-CLAVE
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-BAJAS-RECH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECHAZADA  BAJA " TR-CLAVE
                   " - CLAVE INEXISTENTE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           .

       APLICAR-REEMPLAZO.
           IF TR-CLAVE-NUEVA IS NOT NUMERIC
               ADD 1 TO WS-REEMP-RECH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECHAZADA  REEMPLAZO " TR-CLAVE
                   " - CLAVE NUEVA INVALIDA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO APLICAR-REEMPLAZO-FIN
           END-IF
           MOVE TR-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-POSICION
           IF WS-HALLADA NOT = 'Y'
               OR MA-ESTADO (WS-POSICION) = 'B'
               ADD 1 TO WS-REEMP-RECH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECHAZADA  REEMPLAZO " TR-CLAVE
                   " - CLAVE INEXISTENTE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO APLICAR-REEMPLAZO-FIN
           END-IF
           MOVE FUNCTION NUMVAL(TR-CLAVE-NUEVA)
               TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-POSICION
           IF WS-HALLADA = 'Y' AND MA-ESTADO (WS-POSICION) = 'A'
               ADD 1 TO WS-REEMP-RECH
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RECHAZADA  REEMPLAZO " TR-CLAVE
                   " - CLAVE NUEVA YA EXISTE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-HALLADA = 'Y'
                   PERFORM REACTIVAR-CLAVE
               ELSE
                   IF WS-MAESTRO-COUNT = 1000000
                       ADD 1 TO WS-REEMP-RECH
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "RECHAZADA  REEMPLAZO " TR-CLAVE
                           " - MAESTRO LLENO"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
                       GO TO APLICAR-REEMPLAZO-FIN
                   END-IF
                   PERFORM INSERTAR-CLAVE
               END-IF
               MOVE TR-CLAVE TO WS-CLAVE-BUSCADA
               PERFORM BUSCAR-POSICION
               PERFORM MARCAR-BAJA
               ADD 1 TO WS-REEMP-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING "APLICADA   REEMPLAZO " TR-CLAVE
                   " POR " TR-CLAVE-NUEVA
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA.
       APLICAR-REEMPLAZO-FIN.
           EXIT.

       VERIFICAR-IMPACTO.
           MOVE 'N' TO WS-IMPACTO
           MOVE SPACES TO WS-IMP-MOTIVO
           PERFORM VARYING UDX FROM 1 BY 1 UNTIL UDX > WS-USO-COUNT
               IF WS-USO-CLAVE (UDX) = WS-CLAVE-BUSCADA
                   AND WS-USO-PEDIDOS (UDX) > 0
                   AND WS-USO-FECHA (UDX) >= WS-FECHA-CORTE-X
                   MOVE 'Y' TO WS-IMPACTO
                   MOVE "ACTIVIDAD RECIENTE" TO WS-IMP-MOTIVO
               END-IF
           END-PERFORM
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SUSP-COUNT
               IF WS-SUSP-CLAVE (SDX) = WS-CLAVE-BUSCADA
                   IF WS-IMPACTO = 'Y'
                       MOVE "ACTIVIDAD Y SUSPENSO PENDIENTE"
                           TO WS-IMP-MOTIVO
                   ELSE
                       MOVE 'Y' TO WS-IMPACTO
                       MOVE "SUSPENSO PENDIENTE" TO WS-IMP-MOTIVO
                   END-IF
               END-IF
           END-PERFORM
           .

      *    MAESTRO PROPUESTO A LA COPIA DE TRABAJO, CON LA
      *    CUENTA DE ACTIVAS DE CADA VERSION PARA EL REPORTE.
       GRABAR-PROPUESTO.
           OPEN OUTPUT KEYWORK-FILE
           PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > WS-MAESTRO-COUNT
               MOVE MA-CLAVE (MDX) TO KEYWORK-CLAVE
               MOVE MA-ESTADO (MDX) TO KEYWORK-ESTADO
               MOVE MA-FECHA-EFECT (MDX) TO KEYWORK-FECHA-EFECT
               WRITE KEYWORK-RECORD
               IF MA-ESTADO (MDX) = 'A'
                   ADD 1 TO WS-ACTIVAS-PRO
               END-IF
               IF MA-ACT-ESTADO (MDX) = 'A'
                   ADD 1 TO WS-ACTIVAS-ACT
               END-IF
           END-PERFORM
           CLOSE KEYWORK-FILE
           .

      *    RESULTADO DE WS-CLAVE-BUSCADA CONTRA CADA MAESTRO,
      *    CON EL MISMO CRITERIO DE LA BUSQUEDA: ACTIVA Y
      *    EN VIGENCIA A LA FECHA DE PROCESO.
       EVALUAR-CLAVE.
           MOVE 'N' TO WS-RES-ACT
           MOVE 'N' TO WS-RES-PRO
           PERFORM BUSCAR-POSICION
           IF WS-HALLADA = 'Y'
               IF MA-ACT-ESTADO (WS-POSICION) = 'A'
                   AND MA-ACT-FECHA (WS-POSICION) <= WS-FECHA-HOY
                   MOVE 'E' TO WS-RES-ACT
               END-IF
               IF MA-ESTADO (WS-POSICION) = 'A'
                   AND MA-FECHA-EFECT (WS-POSICION) <= WS-FECHA-HOY
                   MOVE 'E' TO WS-RES-PRO
               END-IF
           END-IF
           .

      *    SOLO PUEDEN CAMBIAR DE RESULTADO LAS CLAVES QUE EL
      *    DECK TOCO; SE JUNTAN RECORRIENDO EL MAESTRO, ASI LA
      *    TABLA QUEDA EN ORDEN DE CLAVE.
       ARMAR-CAMBIOS.
           PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > WS-MAESTRO-COUNT
               IF MA-ESTADO (MDX) NOT = MA-ACT-ESTADO (MDX)
                   OR MA-FECHA-EFECT (MDX) NOT = MA-ACT-FECHA (MDX)
                   MOVE MA-CLAVE (MDX) TO WS-CLAVE-BUSCADA
                   PERFORM EVALUAR-CLAVE
                   IF WS-RES-ACT NOT = WS-RES-PRO
                       IF WS-CAM-COUNT < 50000
                           ADD 1 TO WS-CAM-COUNT
                           MOVE MA-CLAVE (MDX)
                               TO WS-CAM-CLAVE (WS-CAM-COUNT)
                           MOVE WS-RES-ACT
                               TO WS-CAM-ANTES (WS-CAM-COUNT)
                           MOVE WS-RES-PRO
                               TO WS-CAM-DESPUES (WS-CAM-COUNT)
                           MOVE 0 TO WS-CAM-USO (WS-CAM-COUNT)
                           MOVE 0 TO WS-CAM-RECIENTES (WS-CAM-COUNT)
                           MOVE SPACES
                               TO WS-CAM-SUSP-ORIGEN (WS-CAM-COUNT)
                       ELSE
                           ADD 1 TO WS-CAM-DESBORDE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       BUSCAR-CAMBIO.
           MOVE 'N' TO WS-CAM-HALLADA
           MOVE 1 TO WS-CAM-BAJO
           MOVE WS-CAM-COUNT TO WS-CAM-ALTO
           PERFORM UNTIL WS-CAM-BAJO > WS-CAM-ALTO
               COMPUTE WS-CAM-MEDIO =
                   (WS-CAM-BAJO + WS-CAM-ALTO) / 2
               IF WS-CAM-CLAVE (WS-CAM-MEDIO) = WS-CLAVE-BUSCADA
                   MOVE 'Y' TO WS-CAM-HALLADA
                   MOVE WS-CAM-MEDIO TO WS-CAM-POS
                   MOVE 0 TO WS-CAM-ALTO
               ELSE
                   IF WS-CAM-CLAVE (WS-CAM-MEDIO) > WS-CLAVE-BUSCADA
                       MOVE WS-CAM-MEDIO TO WS-CAM-ALTO
                       SUBTRACT 1 FROM WS-CAM-ALTO
                   ELSE
                       MOVE WS-CAM-MEDIO TO WS-CAM-BAJO
                       ADD 1 TO WS-CAM-BAJO
                   END-IF
               END-IF
           END-PERFORM
           .

      *    USO ACUMULADO: CADA CLAVE DE KEYUSAGE PESA TANTO
      *    COMO SUS PEDIDOS. KEYUSAGE NO GUARDA EL ORIGEN, ASI
      *    QUE SOLO ENTRA EN EL TOTAL GENERAL.
       REPRODUCIR-USO.
           MOVE 'N' TO WS-USAGEIN-EOF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS NOT = "00"
               DISPLAY "USAGEIN NO DISPONIBLE - SIN USO ACUMULADO"
           ELSE
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
               PERFORM UNTIL USAGEIN-AT-EOF
                   ADD 1 TO WS-HIST-LEIDOS
                   MOVE KU-CLAVE TO WS-CLAVE-BUSCADA
                   PERFORM EVALUAR-CLAVE
                   ADD KU-PEDIDOS TO WS-USO-PEDIDOS-TOT
                   IF WS-RES-ACT = 'E'
                       ADD KU-PEDIDOS TO WS-USO-HALL-ACT
                   ELSE
                       ADD KU-PEDIDOS TO WS-USO-NOH-ACT
                   END-IF
                   IF WS-RES-PRO = 'E'
                       ADD KU-PEDIDOS TO WS-USO-HALL-PRO
                   ELSE
                       ADD KU-PEDIDOS TO WS-USO-NOH-PRO
                   END-IF
                   IF WS-RES-ACT NOT = WS-RES-PRO
                       PERFORM BUSCAR-CAMBIO
                       IF WS-CAM-HALLADA = 'Y'
                           MOVE KU-PEDIDOS TO WS-CAM-USO (WS-CAM-POS)
                       END-IF
                   END-IF
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-USAGEIN-EOF
                   END-READ
               END-PERFORM
               CLOSE USAGEIN-FILE
           END-IF
           .

      *    HISTORIA DE RESULTADOS: CADA RESULTADO E O N ES UN
      *    PEDIDO QUE SE VUELVE A BUSCAR CONTRA LOS DOS
      *    MAESTROS. LOS RECHAZOS Y LAS RESOLUCIONES DE
      *    SUSPENSO NO SON PEDIDOS Y SE SALTEAN.
       REPRODUCIR-RESULTADOS.
           MOVE SPACES TO WS-ORIGEN-LOTE
           OPEN INPUT RESHIST-FILE
           IF WS-RESHIST-STATUS NOT = "00"
               DISPLAY "RESHIST NO DISPONIBLE - SIN HISTORIA "
                   "DE RESULTADOS"
               GO TO REPRODUCIR-RESULTADOS-FIN
           END-IF
           READ RESHIST-FILE
               AT END MOVE 'Y' TO WS-RESHIST-EOF
           END-READ
           PERFORM UNTIL RESHIST-AT-EOF
               ADD 1 TO WS-HIST-LEIDOS
               EVALUATE TRUE
                   WHEN RH-CAB-TIPO = 'H'
                       MOVE RH-CAB-ORIGEN TO WS-ORIGEN-LOTE
                   WHEN RH-CAB-TIPO = 'T'
                       MOVE SPACES TO WS-ORIGEN-LOTE
                   WHEN SR-CLAVE IS NUMERIC
                       AND (SR-RESULTADO = 'E' OR SR-RESULTADO = 'N')
                       PERFORM REPRODUCIR-PEDIDO
                   WHEN OTHER
                       ADD 1 TO WS-HIST-OMITIDOS
               END-EVALUATE
               READ RESHIST-FILE
                   AT END MOVE 'Y' TO WS-RESHIST-EOF
               END-READ
           END-PERFORM
           CLOSE RESHIST-FILE.
       REPRODUCIR-RESULTADOS-FIN.
           EXIT.

       REPRODUCIR-PEDIDO.
           MOVE WS-ORIGEN-LOTE TO WS-ORIGEN-BUS
           PERFORM BUSCAR-ORIGEN
           MOVE SR-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM EVALUAR-CLAVE
           ADD 1 TO WS-ORG-PEDIDOS (WS-ORG-POS)
           IF WS-RES-ACT = 'E'
               ADD 1 TO WS-ORG-HALL-ACT (WS-ORG-POS)
           ELSE
               ADD 1 TO WS-ORG-NOH-ACT (WS-ORG-POS)
           END-IF
           IF WS-RES-PRO = 'E'
               ADD 1 TO WS-ORG-HALL-PRO (WS-ORG-POS)
           ELSE
               ADD 1 TO WS-ORG-NOH-PRO (WS-ORG-POS)
           END-IF
           IF WS-RES-ACT NOT = WS-RES-PRO
               PERFORM BUSCAR-CAMBIO
               IF WS-CAM-HALLADA = 'Y'
                   ADD 1 TO WS-CAM-RECIENTES (WS-CAM-POS)
               END-IF
           END-IF
           .

      *    SUSPENSO ABIERTO: UNA ENTRADA SIGUE PENDIENTE
      *    MIENTRAS SU CLAVE NO SE ENCUENTRE; CON LA CLAVE
      *    HALLADA LA PROXIMA BUSQUEDA LA RESUELVE.
       REPRODUCIR-SUSPENSO.
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               GO TO REPRODUCIR-SUSPENSO-FIN
           END-IF
           READ SUSPENSE-FILE
               AT END MOVE 'Y' TO WS-SUSPENSE-EOF
           END-READ
           PERFORM UNTIL SUSPENSE-AT-EOF
               ADD 1 TO WS-HIST-LEIDOS
               IF SU-CLAVE IS NUMERIC
                   MOVE SU-ORIGEN TO WS-ORIGEN-BUS
                   PERFORM BUSCAR-ORIGEN
                   MOVE SU-CLAVE TO WS-CLAVE-BUSCADA
                   PERFORM EVALUAR-CLAVE
                   IF WS-RES-ACT = 'N'
                       ADD 1 TO WS-ORG-SUSP-ACT (WS-ORG-POS)
                   END-IF
                   IF WS-RES-PRO = 'N'
                       ADD 1 TO WS-ORG-SUSP-PRO (WS-ORG-POS)
                   END-IF
                   IF WS-RES-ACT NOT = WS-RES-PRO
                       PERFORM BUSCAR-CAMBIO
                       IF WS-CAM-HALLADA = 'Y'
                           MOVE SU-ORIGEN
                               TO WS-CAM-SUSP-ORIGEN (WS-CAM-POS)
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO WS-HIST-OMITIDOS
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-SUSPENSE-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.
       REPRODUCIR-SUSPENSO-FIN.
           EXIT.

      *    DEJA EN WS-ORG-POS LA ENTRADA DEL ORIGEN, DANDOLA
      *    DE ALTA SI ES NUEVO. PASADO EL MAXIMO, LOS ORIGENES
      *    NUEVOS SE ACUMULAN EN LA ENTRADA "OTROS".
       BUSCAR-ORIGEN.
           IF WS-ORIGEN-BUS = SPACES
               MOVE "SIN ORIG" TO WS-ORIGEN-BUS
           END-IF
           MOVE 0 TO WS-ORG-POS
           PERFORM VARYING ODX FROM 1 BY 1
                   UNTIL ODX > WS-ORG-COUNT OR WS-ORG-POS > 0
               IF WS-ORG-NOMBRE (ODX) = WS-ORIGEN-BUS
                   MOVE ODX TO WS-ORG-POS
               END-IF
           END-PERFORM
           IF WS-ORG-POS = 0
               IF WS-ORG-COUNT < WS-MAX-ORIGENES
                   ADD 1 TO WS-ORG-COUNT
                   MOVE WS-ORG-COUNT TO WS-ORG-POS
                   INITIALIZE WS-ORG-ENTRY (WS-ORG-POS)
                   MOVE WS-ORIGEN-BUS TO WS-ORG-NOMBRE (WS-ORG-POS)
               ELSE
                   MOVE 51 TO WS-ORG-POS
                   IF WS-ORG-NOMBRE (51) NOT = "OTROS"
                       INITIALIZE WS-ORG-ENTRY (51)
                       MOVE "OTROS" TO WS-ORG-NOMBRE (51)
                   END-IF
               END-IF
           END-IF
           .

       ESCRIBIR-DECK.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ALTAS: " WS-ALTAS-OK
               "  BAJAS: " WS-BAJAS-OK
               "  REEMPLAZOS: " WS-REEMP-OK
               "  FORZADAS: " WS-BAJAS-FORZADAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZADAS: "
               WS-ALTAS-RECH " ALTA " WS-BAJAS-RECH " BAJA "
               WS-REEMP-RECH " REEMPLAZO  INVALIDAS: "
               WS-TRANS-INVALIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BAJAS RETENIDAS POR IMPACTO (NO SIMULADAS): "
               WS-BAJAS-RETENIDAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVES ACTIVAS: VIGENTE " WS-ACTIVAS-ACT
               "  PROPUESTO " WS-ACTIVAS-PRO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    CUADRO ANTES/DESPUES. ACT = MAESTRO VIGENTE,
      *    PRO = MAESTRO PROPUESTO.
       ESCRIBIR-VOLUMENES.
           MOVE "VOLUMENES POR ORIGEN (HISTORIA DE RESULTADOS Y "
               TO WS-REPORT-LINE
           MOVE "SUSPENSO ABIERTO)" TO WS-REPORT-LINE (48:17)
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORIGEN    PEDIDOS HALL-ACT HALL-PRO  NOH-ACT"
               "  NOH-PRO SUSP-ACT SUSP-PRO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > 51
               IF ODX <= WS-ORG-COUNT
                   OR (ODX = 51 AND WS-ORG-NOMBRE (51) = "OTROS")
                   MOVE WS-ORG-NOMBRE (ODX) TO LV-ORIGEN
                   MOVE WS-ORG-PEDIDOS (ODX) TO LV-PEDIDOS
                   MOVE WS-ORG-HALL-ACT (ODX) TO LV-HALL-ACT
                   MOVE WS-ORG-HALL-PRO (ODX) TO LV-HALL-PRO
                   MOVE WS-ORG-NOH-ACT (ODX) TO LV-NOH-ACT
                   MOVE WS-ORG-NOH-PRO (ODX) TO LV-NOH-PRO
                   MOVE WS-ORG-SUSP-ACT (ODX) TO LV-SUSP-ACT
                   MOVE WS-ORG-SUSP-PRO (ODX) TO LV-SUSP-PRO
                   MOVE WS-LINEA-VOLUMEN TO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
                   ADD WS-ORG-PEDIDOS (ODX) TO WS-TOT-PEDIDOS
                   ADD WS-ORG-HALL-ACT (ODX) TO WS-TOT-HALL-ACT
                   ADD WS-ORG-HALL-PRO (ODX) TO WS-TOT-HALL-PRO
                   ADD WS-ORG-NOH-ACT (ODX) TO WS-TOT-NOH-ACT
                   ADD WS-ORG-NOH-PRO (ODX) TO WS-TOT-NOH-PRO
                   ADD WS-ORG-SUSP-ACT (ODX) TO WS-TOT-SUSP-ACT
                   ADD WS-ORG-SUSP-PRO (ODX) TO WS-TOT-SUSP-PRO
               END-IF
           END-PERFORM
           MOVE "TOTAL" TO LV-ORIGEN
           MOVE WS-TOT-PEDIDOS TO LV-PEDIDOS
           MOVE WS-TOT-HALL-ACT TO LV-HALL-ACT
           MOVE WS-TOT-HALL-PRO TO LV-HALL-PRO
           MOVE WS-TOT-NOH-ACT TO LV-NOH-ACT
           MOVE WS-TOT-NOH-PRO TO LV-NOH-PRO
           MOVE WS-TOT-SUSP-ACT TO LV-SUSP-ACT
           MOVE WS-TOT-SUSP-PRO TO LV-SUSP-PRO
           MOVE WS-LINEA-VOLUMEN TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "KEYUSAGE" TO LV-ORIGEN
           MOVE WS-USO-PEDIDOS-TOT TO LV-PEDIDOS
           MOVE WS-USO-HALL-ACT TO LV-HALL-ACT
           MOVE WS-USO-HALL-PRO TO LV-HALL-PRO
           MOVE WS-USO-NOH-ACT TO LV-NOH-ACT
           MOVE WS-USO-NOH-PRO TO LV-NOH-PRO
           MOVE 0 TO LV-SUSP-ACT
           MOVE 0 TO LV-SUSP-PRO
           MOVE WS-LINEA-VOLUMEN TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "(KEYUSAGE: USO ACUMULADO DE TODOS LOS ORIGENES)"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    SE LISTAN LAS CLAVES QUE CAMBIAN DE RESULTADO Y
      *    APARECEN EN LA HISTORIA (USO, RESULTADOS O
      *    SUSPENSO); LAS DEMAS SOLO SE CUENTAN.
       ESCRIBIR-CAMBIOS.
           MOVE "CLAVES PEDIDAS QUE CAMBIAN DE RESULTADO"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVE    ANTES       DESPUES      USO ACUM"
               "  RECIENTES  SUSPENSO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING CDX FROM 1 BY 1 UNTIL CDX > WS-CAM-COUNT
               IF WS-CAM-USO (CDX) > 0
                   OR WS-CAM-RECIENTES (CDX) > 0
                   OR WS-CAM-SUSP-ORIGEN (CDX) NOT = SPACES
                   ADD 1 TO WS-CAM-LISTADAS
                   MOVE WS-CAM-CLAVE (CDX) TO LC-CLAVE
                   MOVE WS-CAM-ANTES (CDX) TO WS-RES-ACT
                   PERFORM TEXTO-RESULTADO
                   MOVE WS-RESULTADO-TEXTO TO LC-ANTES
                   MOVE WS-CAM-DESPUES (CDX) TO WS-RES-ACT
                   PERFORM TEXTO-RESULTADO
                   MOVE WS-RESULTADO-TEXTO TO LC-DESPUES
                   MOVE WS-CAM-USO (CDX) TO LC-USO
                   MOVE WS-CAM-RECIENTES (CDX) TO LC-RECIENTES
                   MOVE WS-CAM-SUSP-ORIGEN (CDX) TO LC-SUSP-ORIGEN
                   MOVE WS-LINEA-CLAVE TO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               ELSE
                   ADD 1 TO WS-CAM-SIN-HISTORIA
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVES QUE CAMBIAN: " WS-CAM-LISTADAS
               " CON HISTORIA  " WS-CAM-SIN-HISTORIA
               " SIN PEDIDOS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF WS-CAM-DESBORDE > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CAMBIOS NO EVALUADOS POR TABLA LLENA: "
                   WS-CAM-DESBORDE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS DE HISTORIA LEIDOS: " WS-HIST-LEIDOS
               "  OMITIDOS: " WS-HIST-OMITIDOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       TEXTO-RESULTADO.
           IF WS-RES-ACT = 'E'
               MOVE "HALLADA" TO WS-RESULTADO-TEXTO
           ELSE
               MOVE "NO HALLADA" TO WS-RESULTADO-TEXTO
           END-IF
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO SIMRPT-RECORD
           WRITE SIMRPT-RECORD
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
               IF RP-PROGRAMA = "SIMULAMANTENIMIENTO"
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
           MOVE "SIMULAMANTENIMIENTO" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = REGISTROS DE HISTORIA
      *    REPRODUCIDOS, GRABADOS = CLAVES DEL MAESTRO
      *    PROPUESTO EN LA COPIA DE TRABAJO.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "SIMULAMANTENIMIENTO" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-HIST-LEIDOS TO CT-RECORDS-READ
           MOVE WS-MAESTRO-COUNT TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
