       IDENTIFICATION DIVISION.
       PROGRAM-ID. FusionaParticiones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT PARTFIN-FILE ASSIGN TO "PARTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFIN-STATUS.
           SELECT KEYPIN-FILE ASSIGN TO "KEYPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYPIN-STATUS.
           SELECT RPTIN-FILE ASSIGN TO "RPTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT1-STATUS.
           SELECT RESIN-FILE ASSIGN TO "RESIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT2-STATUS.
           SELECT SUSIN-FILE ASSIGN TO "SUSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT3-STATUS.
           SELECT EXPIN-FILE ASSIGN TO "EXPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT4-STATUS.
           SELECT USOIN-FILE ASSIGN TO "USOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT5-STATUS.
           SELECT CHGIN-FILE ASSIGN TO "CHGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENT6-STATUS.
           SELECT AUDPIN-FILE ASSIGN TO "AUDPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDPIN-STATUS.
           SELECT SUGIN-FILE ASSIGN TO "SUGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGIN-STATUS.
           SELECT NOTIN-FILE ASSIGN TO "NOTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIN-STATUS.
           SELECT RPTOUT-FILE ASSIGN TO "RPTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL1-STATUS.
           SELECT RESOUT-FILE ASSIGN TO "RESOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL2-STATUS.
           SELECT SUSPOUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL3-STATUS.
           SELECT EXPRPT-FILE ASSIGN TO "EXPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL4-STATUS.
           SELECT USAGEOUT-FILE ASSIGN TO "USAGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL5-STATUS.
           SELECT RUNCHG-FILE ASSIGN TO "RUNCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL6-STATUS.
           SELECT SUGRPT-FILE ASSIGN TO "SUGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGRPT-STATUS.
           SELECT NOTIFOUT-FILE ASSIGN TO "NOTIFOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFOUT-STATUS.
           SELECT KEYFUS-FILE ASSIGN TO "KEYFUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYFUS-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT BENCHLOG-FILE ASSIGN TO "BENCHLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHLOG-STATUS.
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
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTCTL-FILE
           RECORDING MODE IS F.
           COPY PARTCTL.

      *    CIERRES DE LAS PARTICIONES, CONCATENADOS. SE TOMA
      *    EL ULTIMO DE CADA PARTICION CON EL RUN ID PADRE.
       FD  PARTFIN-FILE
           RECORDING MODE IS F.
           COPY PARTFIN.

      *    LOTES KEYIN DE LAS PARTICIONES, CONCATENADOS EN
      *    ORDEN DE PARTICION, CADA UNO CON SU CABECERA Y SU
      *    TRAILER.
       FD  KEYPIN-FILE
           RECORDING MODE IS F.
       01  KEYPIN-RECORD           PIC X(19).
       01  KEYPIN-REC-CABECERA REDEFINES KEYPIN-RECORD.
           05  KEYPIN-CAB-TIPO     PIC X(1).
           05  KEYPIN-CAB-FECHA    PIC X(8).
           05  KEYPIN-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(2).
       01  KEYPIN-REC-TRAILER REDEFINES KEYPIN-RECORD.
           05  KEYPIN-TRL-TIPO     PIC X(1).
           05  KEYPIN-TRL-CUENTA   PIC 9(7).
           05  KEYPIN-TRL-HASH     PIC 9(11).
       01  KEYPIN-REC-DATO REDEFINES KEYPIN-RECORD.
           05  KEYPIN-CLAVE        PIC X(10).
           05  KEYPIN-ORIGEN       PIC X(8).
           05  FILLER              PIC X(1).

      *    SALIDAS DE LAS PARTICIONES, CADA UNA CONCATENADA
      *    EN ORDEN DE PARTICION (QUE ES EL ORDEN DE CLAVE).
       FD  RPTIN-FILE
           RECORDING MODE IS F.
       01  RPTIN-RECORD            PIC X(60).

       FD  RESIN-FILE
           RECORDING MODE IS F.
       01  RESIN-RECORD            PIC X(27).

       FD  SUSIN-FILE
           RECORDING MODE IS F.
       01  SUSIN-RECORD            PIC X(26).

       FD  EXPIN-FILE
           RECORDING MODE IS F.
       01  EXPIN-RECORD            PIC X(60).

       FD  USOIN-FILE
           RECORDING MODE IS F.
       01  USOIN-RECORD            PIC X(36).

       FD  CHGIN-FILE
           RECORDING MODE IS F.
       01  CHGIN-RECORD            PIC X(60).

      *    AUDITORIA PROPIA DE CADA PARTICION, CONCATENADA EN
      *    ORDEN DE PARTICION. SE PASA AL AUDITLOG ENCADENADO
      *    RECIEN CUANDO LA FUSION CUADRA.
       FD  AUDPIN-FILE
           RECORDING MODE IS F.
       01  AUDPIN-RECORD           PIC X(138).

       FD  SUGIN-FILE
           RECORDING MODE IS F.
       01  SUGIN-RECORD            PIC X(60).

       FD  NOTIN-FILE
           RECORDING MODE IS F.
       01  NOTIN-RECORD            PIC X(19).
       01  NOTIN-REC-CABECERA REDEFINES NOTIN-RECORD.
           05  NOTIN-CAB-TIPO      PIC X(1).
           05  NOTIN-CAB-FECHA     PIC X(8).
           05  NOTIN-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  NOTIN-REC-DATO REDEFINES NOTIN-RECORD.
           05  NOTIN-CLAVE         PIC 9(7).
           05  NOTIN-RESULTADO     PIC X(1).
           05  NOTIN-FECHA-ALTA    PIC X(8).
           05  NOTIN-CICLOS        PIC 9(3).

      *    SALIDAS UNICAS QUE ESPERAN LOS PROCESOS SIGUIENTES,
      *    CON LOS MISMOS TRAZADOS DE LA BUSQUEDA.
       FD  RPTOUT-FILE
           RECORDING MODE IS F.
       01  RPTOUT-RECORD           PIC X(60).

       FD  RESOUT-FILE
           RECORDING MODE IS F.
           COPY SRCHRES.

       FD  SUSPOUT-FILE
           RECORDING MODE IS F.
       01  SUSPOUT-RECORD          PIC X(26).

       FD  EXPRPT-FILE
           RECORDING MODE IS F.
       01  EXPRPT-RECORD           PIC X(60).

       FD  USAGEOUT-FILE
           RECORDING MODE IS F.
       01  USAGEOUT-RECORD         PIC X(36).

       FD  RUNCHG-FILE
           RECORDING MODE IS F.
           COPY RUNCHG.

       FD  SUGRPT-FILE
           RECORDING MODE IS F.
       01  SUGRPT-RECORD           PIC X(60).

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

      *    LOTE KEYIN REARMADO EN EL ORDEN DE LAS SALIDAS
      *    FUSIONADAS, CON LA CABECERA Y EL TRAILER DEL LOTE
      *    ORIGINAL, PARA LOS PROCESOS QUE APAREAN EL LOTE
      *    CON RESOUT POR POSICION.
       FD  KEYFUS-FILE
           RECORDING MODE IS F.
       01  KEYFUS-RECORD           PIC X(19).

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

       FD  BENCHLOG-FILE
           RECORDING MODE IS F.
           COPY BENCHLOG.

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

       FD  OPERMAST-FILE
           RECORDING MODE IS F.
           COPY OPERMAST.

       WORKING-STORAGE SECTION.
       01  WS-PARTCTL-STATUS     PIC X(02) VALUE '00'.
       01  WS-PARTFIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-ESTADOS-ENTRADA.
           05  WS-ENT1-STATUS      PIC X(02) VALUE '00'.
           05  WS-ENT2-STATUS      PIC X(02) VALUE '00'.
           05  WS-ENT3-STATUS      PIC X(02) VALUE '00'.
           05  WS-ENT4-STATUS      PIC X(02) VALUE '00'.
           05  WS-ENT5-STATUS      PIC X(02) VALUE '00'.
           05  WS-ENT6-STATUS      PIC X(02) VALUE '00'.
       01  WS-ESTADOS-ENT-TABLA REDEFINES WS-ESTADOS-ENTRADA.
           05  WS-ENT-STATUS OCCURS 6 TIMES PIC X(02).
       01  WS-ESTADOS-SALIDA.
           05  WS-SAL1-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL2-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL3-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL4-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL5-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL6-STATUS      PIC X(02) VALUE '00'.
       01  WS-ESTADOS-SAL-TABLA REDEFINES WS-ESTADOS-SALIDA.
           05  WS-SAL-STATUS OCCURS 6 TIMES PIC X(02).
       01  WS-AUDPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUGIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-NOTIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-SUGRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-NOTIFOUT-STATUS    PIC X(02) VALUE '00'.
       01  WS-KEYFUS-STATUS      PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-BENCHLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-PARTCTL-EOF        PIC X VALUE 'N'.
           88  PARTCTL-AT-EOF    VALUE 'Y'.
       01  WS-PARTFIN-EOF        PIC X VALUE 'N'.
           88  PARTFIN-AT-EOF    VALUE 'Y'.
       01  WS-KEYPIN-EOF         PIC X VALUE 'N'.
           88  KEYPIN-AT-EOF     VALUE 'Y'.
       01  WS-AUDPIN-EOF         PIC X VALUE 'N'.
           88  AUDPIN-AT-EOF     VALUE 'Y'.
       01  WS-SUGIN-EOF          PIC X VALUE 'N'.
           88  SUGIN-AT-EOF      VALUE 'Y'.
       01  WS-NOTIN-EOF          PIC X VALUE 'N'.
           88  NOTIN-AT-EOF      VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    SALIDAS DE LAS PARTICIONES QUE SE CUADRAN CONTRA LOS
      *    CONTADORES DE PARTFIN: 1 RPTOUT, 2 RESOUT, 3
      *    SUSPENSO, 4 VENCIDAS, 5 USO DE CLAVES, 6 CAMBIOS.
       01  WS-ENT-NOMBRES.
           05  FILLER              PIC X(8) VALUE "RPTIN".
           05  FILLER              PIC X(8) VALUE "RESIN".
           05  FILLER              PIC X(8) VALUE "SUSIN".
           05  FILLER              PIC X(8) VALUE "EXPIN".
           05  FILLER              PIC X(8) VALUE "USOIN".
           05  FILLER              PIC X(8) VALUE "CHGIN".
       01  WS-ENT-NOMBRES-TABLA REDEFINES WS-ENT-NOMBRES.
           05  WS-ENT-NOMBRE OCCURS 6 TIMES PIC X(8).
       01  WS-ENT-NUM            PIC 9(1).
       01  WS-ENT-EOF            PIC X.
       01  WS-ENT-REGISTRO       PIC X(60).
       01  WS-ENT-REC-RES REDEFINES WS-ENT-REGISTRO.
           05  WS-ENT-RES-CLAVE    PIC 9(7).
           05  WS-ENT-RES-RESULTADO PIC X(1).
           05  WS-ENT-RES-POSICION PIC 9(7).
           05  FILLER              PIC X(45).
       01  WS-ESPERADAS-TABLA.
           05  WS-ESPERADAS OCCURS 6 TIMES PIC 9(7).
       01  WS-CONTADAS-TABLA.
           05  WS-CONTADAS OCCURS 6 TIMES PIC 9(7).
       01  WS-RES-DATOS          PIC 9(7) VALUE 0.
      *    TOPE DE FILAS DE KEYUSAGE.
       01  WS-USO-MAXIMO         PIC 9(7) VALUE 5000.
       01  WS-COPIADAS           PIC 9(7).
       01  WS-DESPLAZA           PIC 9(7).
       01  WS-POSICION           PIC 9(7).
       01  WS-MODO-PART          PIC X.

      *    LOTE ORIGINAL (REGISTRO 'C' DE PARTCTL).
       01  WS-LOTE-VISTO         PIC X VALUE 'N'.
       01  WS-LOTE-CUENTA        PIC 9(7) VALUE 0.
       01  WS-LOTE-HASH          PIC 9(11) VALUE 0.
       01  WS-LOTE-FECHA         PIC X(8) VALUE SPACES.
       01  WS-LOTE-ORIGEN        PIC X(8) VALUE SPACES.
       01  WS-PARTICIONES        PIC 9(1) VALUE 0.
       01  WS-SUMA-CUENTA        PIC 9(7) VALUE 0.
       01  WS-SUMA-HASH          PIC 9(11) VALUE 0.

      *    UNA ENTRADA POR PARTICION: SU CONTROL DE PARTCTL
      *    ('P') Y SU CIERRE DE PARTFIN.
       01  WS-CIERRES-TABLA.
           05  WS-CIERRE OCCURS 5 TIMES.
               10  WS-CI-P-VISTO       PIC X.
               10  WS-CI-INF           PIC 9(7).
               10  WS-CI-SUP           PIC 9(7).
               10  WS-CI-P-CUENTA      PIC 9(7).
               10  WS-CI-P-HASH        PIC 9(11).
               10  WS-CI-VISTO         PIC X.
               10  WS-CI-CUENTA        PIC 9(7).
               10  WS-CI-HASH          PIC 9(11).
               10  WS-CI-TABLA         PIC 9(7).
               10  WS-CI-COMPARES      PIC 9(9).
               10  WS-CI-RECHAZADAS    PIC 9(7).
               10  WS-CI-FECHA         PIC X(8).
               10  WS-CI-INICIO        PIC X(8).
               10  WS-CI-FIN           PIC X(8).
               10  WS-CI-MODO          PIC X.
               10  WS-CI-AVISOS        PIC 9(7).
               10  WS-CI-DESPLAZA      PIC 9(7).
               10  WS-CI-LINEAS OCCURS 6 TIMES PIC 9(7).
       01  PDX                   PIC 9(1).
       01  WS-PF-NUM             PIC 9(1).
       01  WS-GRUPO              PIC 9(3) VALUE 0.
       01  WS-EN-GRUPO           PIC X VALUE 'N'.
       01  WS-GRP-CUENTA         PIC 9(7).
       01  WS-GRP-HASH           PIC 9(11).
       01  WS-CTL-CLAVE          PIC X(10).

      *    TOTALES DE LA CORRIDA CONSOLIDADA.
       01  WS-TOT-TABLA          PIC 9(7) VALUE 0.
       01  WS-TOT-COMPARES       PIC 9(9) VALUE 0.
       01  WS-TOT-RECHAZADAS     PIC 9(7) VALUE 0.
       01  WS-TOT-AVISOS         PIC 9(7) VALUE 0.
       01  WS-AVISOS-LEIDOS      PIC 9(7) VALUE 0.
       01  WS-INI-SEGUNDOS       PIC 9(6)V99.
       01  WS-FIN-SEGUNDOS       PIC 9(6)V99.
       01  WS-MIN-INICIO         PIC 9(6)V99.
       01  WS-MAX-FIN            PIC 9(6)V99.
       01  WS-HORA-INICIO        PIC X(8).
       01  WS-HORA-FIN           PIC X(8).

      *    AVISOS DE SUSPENSO DE TODAS LAS PARTICIONES, QUE
      *    SE VUELVEN A AGRUPAR POR ORIGEN COMO LOS GRABA LA
      *    BUSQUEDA.
       01  WS-NOTIF-COUNT        PIC 9(5) VALUE 0.
       01  NDX                   PIC 9(5).
       01  WS-NOTIF-ORIGEN-LEIDO PIC X(8) VALUE SPACES.
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

       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 2.
       01  WS-OPER-HALLADO       PIC X.
       01  WS-OPER-NIVEL         PIC 9(1).
       01  WS-OPER-ACTIVO        PIC X.
      *    ENCADENAMIENTO DE AUDITLOG. LA FUSION GRABA COMO
      *    FUSIONAPARTICIONES Y, AL CERRAR LA CORRIDA, COMO
      *    BUSQUEDABINARIA.
       01  WS-AU-PROGRAMA        PIC X(20) VALUE "FUSIONAPARTICIONES".
       01  WS-AU-DETALLE         PIC X(40).
       01  WS-AU-SECUENCIA       PIC 9(09) VALUE 0.
       01  WS-AU-HASH-ANT        PIC 9(11) VALUE 0.
       01  WS-AU-HASH-TRABAJO    PIC 9(15) VALUE 0.
       01  WS-AU-POS             PIC 9(03) COMP.
       01  WS-AU-FIN             PIC X VALUE 'N'.
       01  WS-AUP-REGISTRO       PIC X(138).
       01  WS-AUP-TRASLADADOS    PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01  LS-PARM-LENGTH        PIC S9(4) COMP.
       01  LS-PARM-DATA          PIC X(80).

      *    FUSION DE UNA CORRIDA PARTIDA DE LA BUSQUEDA: CUADRA
      *    LAS PARTICIONES CONTRA EL LOTE KEYIN ORIGINAL Y
      *    CONTRA SUS CIERRES, Y SOLO ENTONCES ARMA LAS
      *    SALIDAS UNICAS EN ORDEN DE CLAVE Y GRABA UN SOLO
      *    JUEGO DE BENCHLOG, CTLTOT Y BCHREG BAJO EL RUN ID
      *    PADRE. UNA PARTICION FALTANTE O DESCUADRADA
      *    TERMINA CON RC 16 SIN GRABAR NINGUNA SALIDA.
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
           MOVE "BBIN" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN

           PERFORM CARGAR-CONTROL
           PERFORM CARGAR-CIERRES
           PERFORM CUADRAR-LOTES
           PERFORM CONTAR-SALIDAS

           PERFORM FUSIONAR-SALIDAS
           PERFORM FUSIONAR-LOTE
           PERFORM FUSIONAR-SUGERENCIAS
           PERFORM FUSIONAR-AVISOS
           PERFORM REGISTRAR-LOTE
           PERFORM GRABAR-BENCHMARK
           PERFORM TRASLADAR-AUDITORIA

           DISPLAY "CORRIDA " WS-RUN-ID " FUSIONADA: "
               WS-PARTICIONES " PARTICIONES, " WS-LOTE-CUENTA
               " CLAVES"
           DISPLAY "CLAVES RECHAZADAS: " WS-TOT-RECHAZADAS
           DISPLAY "AVISOS DE SUSPENSO EMITIDOS: " WS-NOTIF-COUNT
           DISPLAY "AUDITORIA DE PARTICIONES:    " WS-AUP-TRASLADADOS

      *    CIERRE DE LA CORRIDA CONSOLIDADA, COMO SI LA
      *    BUSQUEDA HUBIERA CORRIDO UNA SOLA VEZ.
           MOVE "BUSQUEDABINARIA" TO WS-AU-PROGRAMA
           MOVE SPACES TO AU-DETAIL
           STRING "CLAVES=" WS-TOT-TABLA
               " RECHAZADAS=" WS-TOT-RECHAZADAS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           MOVE "FUSIONAPARTICIONES" TO WS-AU-PROGRAMA
           MOVE SPACES TO AU-DETAIL
           STRING "PARTICIONES=" WS-PARTICIONES
               " CLAVES=" WS-LOTE-CUENTA
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           GOBACK.

      *    CONTROL DE AUTORIZACION DE OPERADORES: FUSIONAR
      *    EXIGE EL MISMO NIVEL QUE LA BUSQUEDA. SIN MAESTRO
      *    DISPONIBLE SE AVISA POR CONSOLA Y SE CONTINUA.
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

      *    CONTROL DE LA CORRIDA PARTIDA: EL REGISTRO 'C' DA EL
      *    RUN ID PADRE, LA CANTIDAD DE PARTICIONES Y LA CUENTA
      *    Y EL HASH DEL TRAILER DEL LOTE ORIGINAL; LOS 'P'
      *    DEBEN SUMAR EXACTAMENTE ESA CUENTA Y ESE HASH.
       CARGAR-CONTROL.
           PERFORM VARYING PDX FROM 1 BY 1 UNTIL PDX > 5
               MOVE 'N' TO WS-CI-P-VISTO (PDX)
               MOVE 'N' TO WS-CI-VISTO (PDX)
           END-PERFORM
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "00"
               DISPLAY "PARTCTL NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "PARTCTL NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ PARTCTL-FILE
               AT END MOVE 'Y' TO WS-PARTCTL-EOF
           END-READ
           PERFORM UNTIL PARTCTL-AT-EOF
               IF PC-TIPO = 'C'
                   MOVE 'Y' TO WS-LOTE-VISTO
                   MOVE PC-RUN-ID TO WS-RUN-ID
                   MOVE PC-NUMERO TO WS-PARTICIONES
                   MOVE PC-CUENTA TO WS-LOTE-CUENTA
                   MOVE PC-HASH TO WS-LOTE-HASH
                   MOVE PC-LOTE-FECHA TO WS-LOTE-FECHA
                   MOVE PC-LOTE-ORIGEN TO WS-LOTE-ORIGEN
               END-IF
               IF PC-TIPO = 'P'
                   AND PC-NUMERO >= 1 AND PC-NUMERO <= 5
                   MOVE PC-NUMERO TO PDX
                   MOVE 'Y' TO WS-CI-P-VISTO (PDX)
                   MOVE PC-CLAVE-INF TO WS-CI-INF (PDX)
                   MOVE PC-CLAVE-SUP TO WS-CI-SUP (PDX)
                   MOVE PC-CUENTA TO WS-CI-P-CUENTA (PDX)
                   MOVE PC-HASH TO WS-CI-P-HASH (PDX)
               END-IF
               READ PARTCTL-FILE
                   AT END MOVE 'Y' TO WS-PARTCTL-EOF
               END-READ
           END-PERFORM
           CLOSE PARTCTL-FILE
           IF WS-LOTE-VISTO = 'N'
               OR WS-PARTICIONES < 1 OR WS-PARTICIONES > 5
               DISPLAY "PARTCTL SIN CONTROL DEL LOTE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "PARTCTL SIN CONTROL DEL LOTE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               IF WS-CI-P-VISTO (PDX) = 'N'
                   DISPLAY "PARTCTL SIN CONTROL DE LA PARTICION "
                       PDX " - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "PARTCTL SIN PARTICION " PDX
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD WS-CI-P-CUENTA (PDX) TO WS-SUMA-CUENTA
               COMPUTE WS-SUMA-HASH = FUNCTION MOD
                   (WS-SUMA-HASH + WS-CI-P-HASH (PDX),
                   100000000000)
           END-PERFORM
           IF WS-SUMA-CUENTA NOT = WS-LOTE-CUENTA
               OR WS-SUMA-HASH NOT = WS-LOTE-HASH
               DISPLAY "PARTICIONES NO CUADRAN CON EL LOTE KEYIN"
                   " - ABORTADO"
               DISPLAY "  LOTE " WS-LOTE-CUENTA " " WS-LOTE-HASH
                   " PARTICIONES " WS-SUMA-CUENTA " " WS-SUMA-HASH
               MOVE 16 TO RETURN-CODE
               MOVE "PARTICIONES NO CUADRAN CON EL LOTE"
                   TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

      *    CIERRES DE LAS PARTICIONES: CADA UNA DEBE HABER
      *    TERMINADO BAJO EL RUN ID PADRE Y CON LA CUENTA Y EL
      *    HASH DE SU CONTROL. DE UNA PARTICION REPETIDA VALE
      *    EL ULTIMO CIERRE; SI SUS SALIDAS QUEDARON DOBLES NO
      *    VAN A CUADRAR CONTRA EL.
       CARGAR-CIERRES.
           OPEN INPUT PARTFIN-FILE
           IF WS-PARTFIN-STATUS NOT = "00"
               DISPLAY "PARTFIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "PARTFIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ PARTFIN-FILE
               AT END MOVE 'Y' TO WS-PARTFIN-EOF
           END-READ
           PERFORM UNTIL PARTFIN-AT-EOF
               IF PF-RUN-ID = WS-RUN-ID
                   AND PF-NUMERO >= 1
                   AND PF-NUMERO <= WS-PARTICIONES
                   MOVE PF-NUMERO TO WS-PF-NUM
                   MOVE 'Y' TO WS-CI-VISTO (WS-PF-NUM)
                   MOVE PF-CUENTA TO WS-CI-CUENTA (WS-PF-NUM)
                   MOVE PF-HASH TO WS-CI-HASH (WS-PF-NUM)
                   MOVE PF-TABLA TO WS-CI-TABLA (WS-PF-NUM)
                   MOVE PF-COMPARES TO WS-CI-COMPARES (WS-PF-NUM)
                   MOVE PF-RECHAZADAS
                       TO WS-CI-RECHAZADAS (WS-PF-NUM)
                   MOVE PF-FECHA TO WS-CI-FECHA (WS-PF-NUM)
                   MOVE PF-INICIO TO WS-CI-INICIO (WS-PF-NUM)
                   MOVE PF-FIN TO WS-CI-FIN (WS-PF-NUM)
                   MOVE PF-MODO TO WS-CI-MODO (WS-PF-NUM)
                   MOVE PF-AVISOS TO WS-CI-AVISOS (WS-PF-NUM)
                   MOVE PF-RPT-LINEAS TO WS-CI-LINEAS (WS-PF-NUM, 1)
                   MOVE PF-RES-LINEAS TO WS-CI-LINEAS (WS-PF-NUM, 2)
                   MOVE PF-SUSP-LINEAS
                       TO WS-CI-LINEAS (WS-PF-NUM, 3)
                   MOVE PF-EXP-LINEAS TO WS-CI-LINEAS (WS-PF-NUM, 4)
                   MOVE PF-USO-CLAVES TO WS-CI-LINEAS (WS-PF-NUM, 5)
                   MOVE PF-CHG-LINEAS TO WS-CI-LINEAS (WS-PF-NUM, 6)
               END-IF
               READ PARTFIN-FILE
                   AT END MOVE 'Y' TO WS-PARTFIN-EOF
               END-READ
           END-PERFORM
           CLOSE PARTFIN-FILE
           PERFORM VARYING WS-ENT-NUM FROM 1 BY 1 UNTIL WS-ENT-NUM > 6
               MOVE 0 TO WS-ESPERADAS (WS-ENT-NUM)
           END-PERFORM
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               IF WS-CI-VISTO (PDX) = 'N'
                   DISPLAY "PARTICION " PDX " FALTANTE - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "PARTICION " PDX " FALTANTE"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               IF WS-CI-CUENTA (PDX) NOT = WS-CI-P-CUENTA (PDX)
                   OR WS-CI-HASH (PDX) NOT = WS-CI-P-HASH (PDX)
                   DISPLAY "PARTICION " PDX
                       " NO CUADRA CON SU CONTROL - ABORTADO"
                   DISPLAY "  ESPERADO " WS-CI-P-CUENTA (PDX)
                       " PROCESADO " WS-CI-CUENTA (PDX)
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "PARTICION " PDX " DESCUADRADA"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               MOVE WS-TOT-TABLA TO WS-CI-DESPLAZA (PDX)
               ADD WS-CI-TABLA (PDX) TO WS-TOT-TABLA
               ADD WS-CI-COMPARES (PDX) TO WS-TOT-COMPARES
               ADD WS-CI-RECHAZADAS (PDX) TO WS-TOT-RECHAZADAS
               ADD WS-CI-AVISOS (PDX) TO WS-TOT-AVISOS
               PERFORM VARYING WS-ENT-NUM FROM 1 BY 1
                       UNTIL WS-ENT-NUM > 6
                   ADD WS-CI-LINEAS (PDX, WS-ENT-NUM)
                       TO WS-ESPERADAS (WS-ENT-NUM)
               END-PERFORM
           END-PERFORM
           .

      *    LOTES DE LAS PARTICIONES: UN GRUPO H/T POR
      *    PARTICION, EN ORDEN, CADA UNO CUADRADO CONTRA SU
      *    PROPIO TRAILER Y CONTRA EL CONTROL DE LA PARTICION.
       CUADRAR-LOTES.
           OPEN INPUT KEYPIN-FILE
           IF WS-KEYPIN-STATUS NOT = "00"
               DISPLAY "KEYPIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYPIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE 0 TO WS-GRUPO
           MOVE 'N' TO WS-EN-GRUPO
           READ KEYPIN-FILE
               AT END MOVE 'Y' TO WS-KEYPIN-EOF
           END-READ
           PERFORM UNTIL KEYPIN-AT-EOF
               EVALUATE TRUE
                   WHEN KEYPIN-CAB-TIPO = 'H'
                       ADD 1 TO WS-GRUPO
                       IF WS-EN-GRUPO = 'Y'
                           OR WS-GRUPO > WS-PARTICIONES
                           PERFORM ABORTAR-KEYPIN
                       END-IF
                       MOVE 'Y' TO WS-EN-GRUPO
                       MOVE 0 TO WS-GRP-CUENTA
                       MOVE 0 TO WS-GRP-HASH
                   WHEN KEYPIN-CAB-TIPO = 'T'
                       IF WS-EN-GRUPO = 'N'
                           PERFORM ABORTAR-KEYPIN
                       END-IF
                       MOVE WS-GRUPO TO PDX
                       IF KEYPIN-TRL-CUENTA NOT = WS-GRP-CUENTA
                           OR KEYPIN-TRL-HASH NOT = WS-GRP-HASH
                           OR WS-GRP-CUENTA NOT = WS-CI-P-CUENTA (PDX)
                           OR WS-GRP-HASH NOT = WS-CI-P-HASH (PDX)
                           PERFORM ABORTAR-KEYPIN
                       END-IF
                       MOVE 'N' TO WS-EN-GRUPO
                   WHEN OTHER
                       IF WS-EN-GRUPO = 'N'
                           PERFORM ABORTAR-KEYPIN
                       END-IF
                       ADD 1 TO WS-GRP-CUENTA
                       MOVE KEYPIN-CLAVE TO WS-CTL-CLAVE
                       INSPECT WS-CTL-CLAVE
                           REPLACING TRAILING SPACES BY ZEROS
                       IF WS-CTL-CLAVE IS NUMERIC
                           COMPUTE WS-GRP-HASH = FUNCTION MOD
                               (WS-GRP-HASH
                               + FUNCTION NUMVAL(KEYPIN-CLAVE),
                               100000000000)
                       END-IF
               END-EVALUATE
               READ KEYPIN-FILE
                   AT END MOVE 'Y' TO WS-KEYPIN-EOF
               END-READ
           END-PERFORM
           CLOSE KEYPIN-FILE
           IF WS-EN-GRUPO = 'Y'
               PERFORM ABORTAR-KEYPIN
           END-IF
           IF WS-GRUPO < WS-PARTICIONES
               COMPUTE PDX = WS-GRUPO + 1
               DISPLAY "KEYPIN SIN LOTE DE LA PARTICION " PDX
                   " - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "PARTICION " PDX " FALTANTE EN KEYPIN"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

       ABORTAR-KEYPIN.
           CLOSE KEYPIN-FILE
           DISPLAY "KEYPIN DESCUADRADO EN EL LOTE " WS-GRUPO
               " - ABORTADO"
           MOVE 16 TO RETURN-CODE
           MOVE SPACES TO AU-DETAIL
           STRING "KEYPIN DESCUADRADO EN LOTE " WS-GRUPO
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           GOBACK
           .

      *    CADA SALIDA CONCATENADA DEBE TENER EXACTAMENTE LOS
      *    REGISTROS QUE DECLARAN LOS CIERRES; RESOUT, ADEMAS,
      *    UN RESULTADO POR CLAVE DEL LOTE ORIGINAL SIN CONTAR
      *    LAS RESUELTAS DE SUSPENSO. EL KEYUSAGE FUSIONADO NO
      *    PUEDE PASAR EL TOPE DE FILAS QUE LEEN LOS DEMAS
      *    PROGRAMAS: SE CORTA ANTES DE GRABAR NADA.
       CONTAR-SALIDAS.
           PERFORM VARYING WS-ENT-NUM FROM 1 BY 1 UNTIL WS-ENT-NUM > 6
               MOVE 0 TO WS-CONTADAS (WS-ENT-NUM)
               PERFORM ABRIR-ENTRADA
               IF WS-ENT-STATUS (WS-ENT-NUM) NOT = "00"
                   DISPLAY WS-ENT-NOMBRE (WS-ENT-NUM)
                       " NO DISPONIBLE - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING WS-ENT-NOMBRE (WS-ENT-NUM)
                       " NO DISPONIBLE"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               PERFORM LEER-ENTRADA
               PERFORM UNTIL WS-ENT-EOF = 'Y'
                   ADD 1 TO WS-CONTADAS (WS-ENT-NUM)
                   IF WS-ENT-NUM = 2
                       AND WS-ENT-RES-RESULTADO NOT = 'S'
                       ADD 1 TO WS-RES-DATOS
                   END-IF
                   PERFORM LEER-ENTRADA
               END-PERFORM
               PERFORM CERRAR-ENTRADA
               IF WS-CONTADAS (WS-ENT-NUM)
                       NOT = WS-ESPERADAS (WS-ENT-NUM)
                   DISPLAY WS-ENT-NOMBRE (WS-ENT-NUM)
                       " DESCUADRADO - ABORTADO"
                   DISPLAY "  ESPERADO " WS-ESPERADAS (WS-ENT-NUM)
                       " LEIDO " WS-CONTADAS (WS-ENT-NUM)
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING WS-ENT-NOMBRE (WS-ENT-NUM)
                       " DESCUADRADO"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
           END-PERFORM
           IF WS-RES-DATOS NOT = WS-LOTE-CUENTA
               DISPLAY "RESIN NO CUADRA CON EL LOTE KEYIN"
                   " - ABORTADO"
               DISPLAY "  ESPERADO " WS-LOTE-CUENTA
                   " LEIDO " WS-RES-DATOS
               MOVE 16 TO RETURN-CODE
               MOVE "RESIN NO CUADRA CON EL LOTE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           IF WS-CONTADAS (5) > WS-USO-MAXIMO
               DISPLAY "USOIN EXCEDE EL TOPE DE KEYUSAGE - ABORTADO"
               DISPLAY "  TOPE " WS-USO-MAXIMO
                   " LEIDO " WS-CONTADAS (5)
               MOVE 16 TO RETURN-CODE
               MOVE "USOIN EXCEDE EL TOPE DE KEYUSAGE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN INPUT NOTIN-FILE
           IF WS-NOTIN-STATUS NOT = "00"
               DISPLAY "NOTIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NOTIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ NOTIN-FILE
               AT END MOVE 'Y' TO WS-NOTIN-EOF
           END-READ
           PERFORM UNTIL NOTIN-AT-EOF
               IF NOTIN-CAB-TIPO NOT = 'H'
                   AND NOTIN-CAB-TIPO NOT = 'T'
                   ADD 1 TO WS-AVISOS-LEIDOS
               END-IF
               READ NOTIN-FILE
                   AT END MOVE 'Y' TO WS-NOTIN-EOF
               END-READ
           END-PERFORM
           CLOSE NOTIN-FILE
           IF WS-AVISOS-LEIDOS NOT = WS-TOT-AVISOS
               DISPLAY "NOTIN DESCUADRADO - ABORTADO"
               DISPLAY "  ESPERADO " WS-TOT-AVISOS
                   " LEIDO " WS-AVISOS-LEIDOS
               MOVE 16 TO RETURN-CODE
               MOVE "NOTIN DESCUADRADO" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN INPUT AUDPIN-FILE
           IF WS-AUDPIN-STATUS NOT = "00"
               DISPLAY "AUDPIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "AUDPIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           CLOSE AUDPIN-FILE
           .

      *    COPIA DE LAS SALIDAS CUADRADAS, PARTICION POR
      *    PARTICION. LA POSICION DE UNA CLAVE HALLADA ES
      *    RELATIVA A LA TABLA DE SU PARTICION: SE LE SUMAN
      *    LAS CLAVES DE LAS PARTICIONES ANTERIORES PARA QUE
      *    QUEDE COMO EN LA TABLA COMPLETA. EL REGISTRO DE
      *    CAMBIOS SE EXTIENDE Y SE CIERRA CON LA IDENTIDAD
      *    DEL LOTE ORIGINAL.
       FUSIONAR-SALIDAS.
           PERFORM VARYING WS-ENT-NUM FROM 1 BY 1 UNTIL WS-ENT-NUM > 6
               PERFORM ABRIR-SALIDA
               PERFORM ABRIR-ENTRADA
               PERFORM VARYING PDX FROM 1 BY 1
                       UNTIL PDX > WS-PARTICIONES
                   MOVE WS-CI-DESPLAZA (PDX) TO WS-DESPLAZA
                   MOVE WS-CI-MODO (PDX) TO WS-MODO-PART
                   PERFORM VARYING WS-COPIADAS FROM 1 BY 1
                           UNTIL WS-COPIADAS >
                               WS-CI-LINEAS (PDX, WS-ENT-NUM)
                       PERFORM LEER-ENTRADA
                       PERFORM AJUSTAR-POSICION
                       PERFORM GRABAR-SALIDA
                   END-PERFORM
               END-PERFORM
               PERFORM CERRAR-ENTRADA
               IF WS-ENT-NUM = 6
                   PERFORM GRABAR-CAMBIO-LOTE
               END-IF
               PERFORM CERRAR-SALIDA
           END-PERFORM
           .

       AJUSTAR-POSICION.
           IF WS-MODO-PART NOT = 'D' AND WS-DESPLAZA > 0
               IF WS-ENT-NUM = 1
                   IF WS-ENT-REGISTRO (14:27) =
                           " ENCONTRADA EN LA POSICION "
                       AND WS-ENT-REGISTRO (41:7) IS NUMERIC
                       MOVE WS-ENT-REGISTRO (41:7) TO WS-POSICION
                       ADD WS-DESPLAZA TO WS-POSICION
                       MOVE WS-POSICION TO WS-ENT-REGISTRO (41:7)
                   END-IF
                   IF WS-ENT-REGISTRO (14:37) =
                           " RESUELTA DE SUSPENSO EN LA POSICION "
                       AND WS-ENT-REGISTRO (51:7) IS NUMERIC
                       MOVE WS-ENT-REGISTRO (51:7) TO WS-POSICION
                       ADD WS-DESPLAZA TO WS-POSICION
                       MOVE WS-POSICION TO WS-ENT-REGISTRO (51:7)
                   END-IF
               END-IF
               IF WS-ENT-NUM = 2
                   AND WS-ENT-RES-POSICION IS NUMERIC
                   AND WS-ENT-RES-POSICION > 0
                   ADD WS-DESPLAZA TO WS-ENT-RES-POSICION
               END-IF
           END-IF
           .

      *    LOTE KEYIN FUSIONADO: LA CABECERA DEL ORIGINAL, LOS
      *    DATOS DE CADA PARTICION EN ORDEN Y EL TRAILER DEL
      *    ORIGINAL, YA CUADRADO.
       FUSIONAR-LOTE.
           OPEN OUTPUT KEYFUS-FILE
           MOVE SPACES TO KEYFUS-RECORD
           MOVE 'H' TO KEYFUS-RECORD (1:1)
           MOVE WS-LOTE-FECHA TO KEYFUS-RECORD (2:8)
           MOVE WS-LOTE-ORIGEN TO KEYFUS-RECORD (10:8)
           WRITE KEYFUS-RECORD
           MOVE 'N' TO WS-KEYPIN-EOF
           OPEN INPUT KEYPIN-FILE
           READ KEYPIN-FILE
               AT END MOVE 'Y' TO WS-KEYPIN-EOF
           END-READ
           PERFORM UNTIL KEYPIN-AT-EOF
               IF KEYPIN-CAB-TIPO NOT = 'H'
                   AND KEYPIN-CAB-TIPO NOT = 'T'
                   MOVE KEYPIN-RECORD TO KEYFUS-RECORD
                   WRITE KEYFUS-RECORD
               END-IF
               READ KEYPIN-FILE
                   AT END MOVE 'Y' TO WS-KEYPIN-EOF
               END-READ
           END-PERFORM
           CLOSE KEYPIN-FILE
           MOVE SPACES TO KEYFUS-RECORD
           MOVE 'T' TO KEYFUS-RECORD (1:1)
           MOVE WS-LOTE-CUENTA TO KEYFUS-RECORD (2:7)
           MOVE WS-LOTE-HASH TO KEYFUS-RECORD (9:11)
           WRITE KEYFUS-RECORD
           CLOSE KEYFUS-FILE
           .

       FUSIONAR-SUGERENCIAS.
           OPEN OUTPUT SUGRPT-FILE
           OPEN INPUT SUGIN-FILE
           IF WS-SUGIN-STATUS = "00"
               READ SUGIN-FILE
                   AT END MOVE 'Y' TO WS-SUGIN-EOF
               END-READ
               PERFORM UNTIL SUGIN-AT-EOF
                   MOVE SUGIN-RECORD TO SUGRPT-RECORD
                   WRITE SUGRPT-RECORD
                   READ SUGIN-FILE
                       AT END MOVE 'Y' TO WS-SUGIN-EOF
                   END-READ
               END-PERFORM
               CLOSE SUGIN-FILE
           END-IF
           CLOSE SUGRPT-FILE
           .

      *    AVISOS DE SUSPENSO: CADA PARTICION LOS AGRUPO POR
      *    ORIGEN DENTRO DE SU TRAMO; SE VUELVEN A ORDENAR POR
      *    ORIGEN Y CLAVE Y SE GRABA UN GRUPO POR ORIGEN CON
      *    SU CABECERA Y SU TRAILER, COMO EN LA BUSQUEDA.
       FUSIONAR-AVISOS.
           MOVE 'N' TO WS-NOTIN-EOF
           OPEN INPUT NOTIN-FILE
           READ NOTIN-FILE
               AT END MOVE 'Y' TO WS-NOTIN-EOF
           END-READ
           PERFORM UNTIL NOTIN-AT-EOF
               EVALUATE NOTIN-CAB-TIPO
                   WHEN 'H'
                       MOVE NOTIN-CAB-ORIGEN TO WS-NOTIF-ORIGEN-LEIDO
                   WHEN 'T'
                       CONTINUE
                   WHEN OTHER
                       IF WS-NOTIF-COUNT < 10000
                           ADD 1 TO WS-NOTIF-COUNT
                           MOVE WS-NOTIF-ORIGEN-LEIDO
                               TO WS-NTF-ORIGEN (WS-NOTIF-COUNT)
                           MOVE NOTIN-CLAVE
                               TO WS-NTF-CLAVE (WS-NOTIF-COUNT)
                           MOVE NOTIN-RESULTADO
                               TO WS-NTF-RESULTADO (WS-NOTIF-COUNT)
                           MOVE NOTIN-FECHA-ALTA
                               TO WS-NTF-FECHA-ALTA (WS-NOTIF-COUNT)
                           MOVE NOTIN-CICLOS
                               TO WS-NTF-CICLOS (WS-NOTIF-COUNT)
                       END-IF
               END-EVALUATE
               READ NOTIN-FILE
                   AT END MOVE 'Y' TO WS-NOTIN-EOF
               END-READ
           END-PERFORM
           CLOSE NOTIN-FILE
           OPEN OUTPUT NOTIFOUT-FILE
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
                       IF WS-NOTIF-GRP-CUENTA > 0
                           PERFORM GRABAR-NOTIF-TRAILER
                       END-IF
                       MOVE WS-NTF-ORIGEN (NDX)
                           TO WS-NOTIF-ORIGEN-ACT
                       MOVE SPACES TO NOTIFOUT-RECORD
                       MOVE 'H' TO NOTIF-CAB-TIPO
                       MOVE WS-CI-FECHA (1) TO NOTIF-CAB-FECHA
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

      *    CIERRE DEL REGISTRO DE CAMBIOS CON LA IDENTIDAD DEL
      *    LOTE ORIGINAL BAJO EL RUN ID PADRE: LA CORRIDA
      *    PARTIDA SE REVIERTE ENTERA, COMO UNA SOLA.
       GRABAR-CAMBIO-LOTE.
           MOVE SPACES TO RC-CAMBIO-RECORD
           MOVE WS-RUN-ID TO RC-RUN-ID
           MOVE 'L' TO RC-TIPO
           MOVE WS-LOTE-FECHA TO RC-LOTE-FECHA
           MOVE WS-LOTE-ORIGEN TO RC-LOTE-ORIGEN
           MOVE WS-LOTE-CUENTA TO RC-LOTE-CUENTA
           MOVE WS-LOTE-HASH TO RC-LOTE-HASH
           WRITE RC-CAMBIO-RECORD
           .

       REGISTRAR-LOTE.
           OPEN EXTEND BCHREG-FILE
           IF WS-BCHREG-STATUS = "35"
               OPEN OUTPUT BCHREG-FILE
           END-IF
           IF WS-BCHREG-STATUS = "00"
               MOVE "KEYIN" TO BR-ARCHIVO
               MOVE WS-LOTE-FECHA TO BR-CAB-FECHA
               MOVE WS-LOTE-ORIGEN TO BR-ORIGEN
               MOVE WS-LOTE-CUENTA TO BR-CUENTA
               MOVE WS-LOTE-HASH TO BR-HASH
               MOVE WS-CI-FECHA (1) TO BR-FECHA-PROC
               MOVE WS-RUN-ID TO BR-RUN-ID
               WRITE BR-REGISTER-RECORD
               CLOSE BCHREG-FILE
           END-IF
           .

      *    AUDITORIA DE LAS PARTICIONES: CADA UNA LA GRABA EN
      *    SU PROPIO ARCHIVO PARA NO SERIALIZARSE CON LAS DEMAS
      *    SOBRE EL AUDITLOG. AQUI SE PASA CADA REGISTRO, EN
      *    ORDEN DE PARTICION Y SIN CAMBIAR SUS DATOS, AL
      *    AUDITLOG ENCADENADO CON SECUENCIA Y HASH NUEVOS.
      *    INCLUYE LOS INTENTOS FALLIDOS DE UNA PARTICION QUE
      *    SE VOLVIO A CORRER.
       TRASLADAR-AUDITORIA.
           MOVE 'N' TO WS-AUDPIN-EOF
           OPEN INPUT AUDPIN-FILE
           READ AUDPIN-FILE
               AT END MOVE 'Y' TO WS-AUDPIN-EOF
           END-READ
           PERFORM UNTIL AUDPIN-AT-EOF
               MOVE AUDPIN-RECORD TO WS-AUP-REGISTRO
               PERFORM ENCADENAR-AUDITORIA
               OPEN EXTEND AUDITLOG-FILE
               IF WS-AUDITLOG-STATUS = "35"
                   OPEN OUTPUT AUDITLOG-FILE
               END-IF
               MOVE WS-AUP-REGISTRO TO AU-LOG-RECORD
               PERFORM CALCULAR-HASH-AUDITORIA
               WRITE AU-LOG-RECORD
               CLOSE AUDITLOG-FILE
               ADD 1 TO WS-AUP-TRASLADADOS
               READ AUDPIN-FILE
                   AT END MOVE 'Y' TO WS-AUDPIN-EOF
               END-READ
           END-PERFORM
           CLOSE AUDPIN-FILE
           .

      *    BENCHLOG CONSOLIDADO: TAMANIO DE TABLA Y
      *    COMPARACIONES SUMADOS, Y COMO TIEMPO EL DE RELOJ
      *    DESDE EL PRIMER INICIO HASTA EL ULTIMO FIN DE LAS
      *    PARTICIONES, QUE CORREN EN PARALELO.
       GRABAR-BENCHMARK.
           MOVE 999999 TO WS-MIN-INICIO
           MOVE 0 TO WS-MAX-FIN
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               COMPUTE WS-INI-SEGUNDOS =
                   FUNCTION NUMVAL(WS-CI-INICIO (PDX) (1:2)) * 3600 +
                   FUNCTION NUMVAL(WS-CI-INICIO (PDX) (3:2)) * 60 +
                   FUNCTION NUMVAL(WS-CI-INICIO (PDX) (5:2)) +
                   FUNCTION NUMVAL(WS-CI-INICIO (PDX) (7:2)) / 100
               COMPUTE WS-FIN-SEGUNDOS =
                   FUNCTION NUMVAL(WS-CI-FIN (PDX) (1:2)) * 3600 +
                   FUNCTION NUMVAL(WS-CI-FIN (PDX) (3:2)) * 60 +
                   FUNCTION NUMVAL(WS-CI-FIN (PDX) (5:2)) +
                   FUNCTION NUMVAL(WS-CI-FIN (PDX) (7:2)) / 100
               IF WS-FIN-SEGUNDOS < WS-INI-SEGUNDOS
                   ADD 86400 TO WS-FIN-SEGUNDOS
               END-IF
               IF WS-INI-SEGUNDOS < WS-MIN-INICIO
                   MOVE WS-INI-SEGUNDOS TO WS-MIN-INICIO
                   MOVE WS-CI-INICIO (PDX) TO WS-HORA-INICIO
               END-IF
               IF WS-FIN-SEGUNDOS > WS-MAX-FIN
                   MOVE WS-FIN-SEGUNDOS TO WS-MAX-FIN
                   MOVE WS-CI-FIN (PDX) TO WS-HORA-FIN
               END-IF
           END-PERFORM
           OPEN EXTEND BENCHLOG-FILE
           IF WS-BENCHLOG-STATUS = "35"
               OPEN OUTPUT BENCHLOG-FILE
           END-IF
           MOVE "BUSQUEDABINARIA" TO BM-PROGRAM-NAME
           IF WS-CI-MODO (1) = 'D'
               MOVE "INDEXED-READ" TO BM-ALGORITHM
           ELSE
               MOVE "BINARY-SEARCH" TO BM-ALGORITHM
           END-IF
           MOVE WS-TOT-TABLA TO BM-TABLE-SIZE
           MOVE WS-CI-FECHA (1) TO BM-RUN-DATE
           MOVE WS-HORA-INICIO TO BM-START-TIME
           MOVE WS-HORA-FIN TO BM-END-TIME
           COMPUTE BM-ELAPSED-SECONDS = WS-MAX-FIN - WS-MIN-INICIO
           MOVE WS-TOT-COMPARES TO BM-COMPARE-COUNT
           MOVE ZERO TO BM-SWAP-COUNT
           MOVE WS-RUN-ID TO BM-RUN-ID
           WRITE BM-LOG-RECORD
           CLOSE BENCHLOG-FILE
           .

       ABRIR-ENTRADA.
           MOVE 'N' TO WS-ENT-EOF
           EVALUATE WS-ENT-NUM
               WHEN 1 OPEN INPUT RPTIN-FILE
               WHEN 2 OPEN INPUT RESIN-FILE
               WHEN 3 OPEN INPUT SUSIN-FILE
               WHEN 4 OPEN INPUT EXPIN-FILE
               WHEN 5 OPEN INPUT USOIN-FILE
               WHEN 6 OPEN INPUT CHGIN-FILE
           END-EVALUATE
           .

       LEER-ENTRADA.
           MOVE SPACES TO WS-ENT-REGISTRO
           EVALUATE WS-ENT-NUM
               WHEN 1
                   READ RPTIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE RPTIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
               WHEN 2
                   READ RESIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE RESIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
               WHEN 3
                   READ SUSIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE SUSIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
               WHEN 4
                   READ EXPIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE EXPIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
               WHEN 5
                   READ USOIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE USOIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
               WHEN 6
                   READ CHGIN-FILE
                       AT END MOVE 'Y' TO WS-ENT-EOF
                       NOT AT END
                           MOVE CHGIN-RECORD TO WS-ENT-REGISTRO
                   END-READ
           END-EVALUATE
           .

       CERRAR-ENTRADA.
           EVALUATE WS-ENT-NUM
               WHEN 1 CLOSE RPTIN-FILE
               WHEN 2 CLOSE RESIN-FILE
               WHEN 3 CLOSE SUSIN-FILE
               WHEN 4 CLOSE EXPIN-FILE
               WHEN 5 CLOSE USOIN-FILE
               WHEN 6 CLOSE CHGIN-FILE
           END-EVALUATE
           .

       ABRIR-SALIDA.
           EVALUATE WS-ENT-NUM
               WHEN 1 OPEN OUTPUT RPTOUT-FILE
               WHEN 2 OPEN OUTPUT RESOUT-FILE
               WHEN 3 OPEN OUTPUT SUSPOUT-FILE
               WHEN 4 OPEN OUTPUT EXPRPT-FILE
               WHEN 5 OPEN OUTPUT USAGEOUT-FILE
               WHEN 6
                   OPEN EXTEND RUNCHG-FILE
                   IF WS-SAL6-STATUS = "35"
                       OPEN OUTPUT RUNCHG-FILE
                   END-IF
           END-EVALUATE
           .

       GRABAR-SALIDA.
           EVALUATE WS-ENT-NUM
               WHEN 1
                   MOVE WS-ENT-REGISTRO TO RPTOUT-RECORD
                   WRITE RPTOUT-RECORD
               WHEN 2
                   MOVE WS-ENT-REGISTRO TO SR-RESULT-RECORD
                   WRITE SR-RESULT-RECORD
               WHEN 3
                   MOVE WS-ENT-REGISTRO TO SUSPOUT-RECORD
                   WRITE SUSPOUT-RECORD
               WHEN 4
                   MOVE WS-ENT-REGISTRO TO EXPRPT-RECORD
                   WRITE EXPRPT-RECORD
               WHEN 5
                   MOVE WS-ENT-REGISTRO TO USAGEOUT-RECORD
                   WRITE USAGEOUT-RECORD
               WHEN 6
                   MOVE WS-ENT-REGISTRO TO RC-CAMBIO-RECORD
                   WRITE RC-CAMBIO-RECORD
           END-EVALUATE
           .

       CERRAR-SALIDA.
           EVALUATE WS-ENT-NUM
               WHEN 1 CLOSE RPTOUT-FILE
               WHEN 2 CLOSE RESOUT-FILE
               WHEN 3 CLOSE SUSPOUT-FILE
               WHEN 4 CLOSE EXPRPT-FILE
               WHEN 5 CLOSE USAGEOUT-FILE
               WHEN 6 CLOSE RUNCHG-FILE
           END-EVALUATE
           .

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
               IF RP-PROGRAMA = "FUSIONAPARTICIONES"
                   AND RP-OPERADOR NOT = SPACES
                   MOVE RP-OPERADOR TO WS-OPERATOR-ID
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
           MOVE WS-AU-PROGRAMA TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL DE LA CORRIDA CONSOLIDADA, A
      *    NOMBRE DE LA BUSQUEDA: LEIDOS = CLAVES DEL LOTE
      *    KEYIN ORIGINAL, GRABADOS = RESULTADOS EN RESOUT.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "BUSQUEDABINARIA" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-LOTE-CUENTA TO CT-RECORDS-READ
           MOVE WS-CONTADAS (2) TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
