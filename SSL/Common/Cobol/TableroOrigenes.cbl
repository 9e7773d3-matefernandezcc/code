       IDENTIFICATION DIVISION.
       PROGRAM-ID. TableroOrigenes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYIN-FILE ASSIGN TO "KEYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYIN-STATUS.
           SELECT LOTESIN-FILE ASSIGN TO "LOTESIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTESIN-STATUS.
           SELECT RESIN-FILE ASSIGN TO "RESIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESIN-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT NOTIFIN-FILE ASSIGN TO "NOTIFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTIFIN-STATUS.
           SELECT SCOREHIS-FILE ASSIGN TO "SCOREHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOREHIS-STATUS.
           SELECT SCORERPT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT FECPROC-FILE ASSIGN TO "FECPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FECPROC-STATUS.
           SELECT RUNPROF-FILE ASSIGN TO "RUNPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    LOTES KEYIN DE LA NOCHE (DIRECTO O CONSOLIDADO),
      *    CON CABECERA 'H' Y TRAILER 'T' POR LOTE. EL DATO
      *    TRAE EN 11-18 EL ORIGEN DE LA CLAVE; EN BLANCO
      *    RIGE EL ORIGEN DE LA CABECERA.
       FD  KEYIN-FILE
           RECORDING MODE IS F.
       01  KEYIN-RECORD            PIC X(19).
       01  KEYIN-REC-CABECERA REDEFINES KEYIN-RECORD.
           05  KEYIN-CAB-TIPO      PIC X(1).
           05  KEYIN-CAB-FECHA     PIC X(8).
           05  KEYIN-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  KEYIN-REC-DATO REDEFINES KEYIN-RECORD.
           05  KEYIN-CLAVE         PIC X(10).
           05  KEYIN-ORIGEN        PIC X(8).
           05  FILLER              PIC X(1).

      *    LOTES ORIGINALES DE LAS SUCURSALES QUE ENTRARON AL
      *    CONSOLIDADO: SOLO SE TOMA LA FECHA DE CABECERA DE
      *    CADA ORIGEN PARA MEDIR SU DEMORA.
       FD  LOTESIN-FILE
           RECORDING MODE IS F.
       01  LOTESIN-RECORD.
           05  LI-CAB-TIPO         PIC X(1).
           05  LI-CAB-FECHA        PIC X(8).
           05  LI-CAB-ORIGEN       PIC X(8).
           05  FILLER              PIC X(2).

       FD  RESIN-FILE
           RECORDING MODE IS F.
           COPY SRCHRES.

       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-RECORD.
           05  SUSPIN-CLAVE        PIC 9(7).
           05  SUSPIN-FECHA-ALTA   PIC X(8).
           05  SUSPIN-CICLOS       PIC 9(3).
           05  SUSPIN-ORIGEN       PIC X(8).

       FD  NOTIFIN-FILE
           RECORDING MODE IS F.
       01  NOTIFIN-RECORD          PIC X(19).
       01  NOTIF-REC-CABECERA REDEFINES NOTIFIN-RECORD.
           05  NOTIF-CAB-TIPO      PIC X(1).
           05  NOTIF-CAB-FECHA     PIC X(8).
           05  NOTIF-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  NOTIF-REC-DATO REDEFINES NOTIFIN-RECORD.
           05  NOTIF-CLAVE         PIC X(7).
           05  NOTIF-RESULTADO     PIC X(1).
           05  NOTIF-FECHA-ALTA    PIC X(8).
           05  NOTIF-CICLOS        PIC 9(3).

       FD  SCOREHIS-FILE
           RECORDING MODE IS F.
           COPY SCOREHIS.

       FD  SCORERPT-FILE
           RECORDING MODE IS F.
       01  SCORERPT-RECORD         PIC X(80).

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  FECPROC-FILE
           RECORDING MODE IS F.
           COPY FECPROC.

       FD  RUNPROF-FILE
           RECORDING MODE IS F.
           COPY RUNPROF.

       WORKING-STORAGE SECTION.
       01  WS-KEYIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-LOTESIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-RESIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-SUSPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-NOTIFIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SCOREHIS-STATUS    PIC X(02) VALUE '00'.
       01  WS-SCORERPT-STATUS    PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-LECTURA-EOF        PIC X VALUE 'N'.
           88  LECTURA-AT-EOF    VALUE 'Y'.
       01  WS-RESIN-EOF          PIC X VALUE 'N'.
           88  RESIN-AT-EOF      VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    ACUMULADOS POR ORIGEN PARA EL MES EN CURSO (1) Y
      *    EL MES ANTERIOR (2). LA ULTIMA ENTRADA DE LA TABLA
      *    SE USA PARA EL TOTAL GENERAL DEL REPORTE.
       01  WS-MAX-ORIGENES       PIC 9(2) VALUE 50.
       01  WS-ORG-COUNT          PIC 9(2) VALUE 0.
       01  WS-ORIGENES.
           05  WS-ORG-ENTRY OCCURS 51 TIMES.
               10  WS-ORG-NOMBRE       PIC X(08).
               10  WS-ORG-MES OCCURS 2 TIMES.
                   15  WS-ORG-PEDIDAS      PIC 9(7).
                   15  WS-ORG-HALLADAS     PIC 9(7).
                   15  WS-ORG-NOHALL       PIC 9(7).
                   15  WS-ORG-RECHAZ       PIC 9(7).
                   15  WS-ORG-LOTES        PIC 9(5).
                   15  WS-ORG-DEMORA       PIC 9(7).
                   15  WS-ORG-NUEVAS       PIC 9(7).
                   15  WS-ORG-ABIERTAS     PIC 9(7).
                   15  WS-ORG-ABIERTAS-AL  PIC X(8).
                   15  WS-ORG-RESUELTAS    PIC 9(7).
                   15  WS-ORG-CICLOS       PIC 9(7).
                   15  WS-ORG-VENCIDAS     PIC 9(7).
       01  WS-ORG-TEMP               PIC X(174).
       01  ODX                   PIC 9(2).
       01  WS-ORG-POS            PIC 9(2).
       01  WS-ORIGEN-BUS         PIC X(08).
       01  WS-TOTAL-POS          PIC 9(2) VALUE 51.
       01  M                     PIC 9(1).
       01  WS-MES-IDX            PIC 9(1).
       01  WS-MES-ACTUAL         PIC X(06).
       01  WS-MES-ANTERIOR       PIC X(06).
       01  WS-ANIO               PIC 9(4).
       01  WS-MES                PIC 9(2).
       01  WS-SWAPPED            PIC X.

      *    CONTADORES DEL LOTE EN CURSO, POR ORIGEN.
       01  WS-LOT-COUNT          PIC 9(2) VALUE 0.
       01  WS-LOTE.
           05  WS-LOT-ENTRY OCCURS 50 TIMES.
               10  WS-LOT-ORIGEN       PIC X(08).
               10  WS-LOT-PEDIDAS      PIC 9(7).
               10  WS-LOT-HALLADAS     PIC 9(7).
               10  WS-LOT-NOHALL       PIC 9(7).
               10  WS-LOT-RECHAZ       PIC 9(7).
       01  LDX                   PIC 9(2).
       01  WS-LOT-POS            PIC 9(2).
       01  WS-LOTE-FECHA         PIC X(08).
       01  WS-LOTE-ORIGEN        PIC X(08).
       01  WS-LOTE-OMITIDO       PIC X VALUE 'N'.
       01  WS-CLAVE-ORIGEN       PIC X(08).

      *    LOTES YA VOLCADOS AL HISTORICO (FECHA Y ORIGEN DE
      *    CABECERA), PARA NO CONTAR DOS VECES UN LOTE.
       01  WS-REG-COUNT          PIC 9(4) VALUE 0.
       01  WS-REGISTRADOS.
           05  WS-REG-ENTRY OCCURS 5000 TIMES.
               10  WS-REG-FECHA        PIC X(08).
               10  WS-REG-ORIGEN       PIC X(08).
       01  RDX                   PIC 9(4).
       01  WS-REG-HALLADO        PIC X.

      *    FECHA DE CABECERA DE CADA LOTE DE SUCURSAL.
       01  WS-SUC-COUNT          PIC 9(2) VALUE 0.
       01  WS-SUCURSALES.
           05  WS-SUC-ENTRY OCCURS 50 TIMES.
               10  WS-SUC-ORIGEN       PIC X(08).
               10  WS-SUC-FECHA        PIC X(08).
       01  SDX                   PIC 9(2).

      *    MOVIMIENTO DEL SUSPENSO DEL DIA, POR ORIGEN.
       01  WS-DIA-COUNT          PIC 9(2) VALUE 0.
       01  WS-DIA.
           05  WS-DIA-ENTRY OCCURS 50 TIMES.
               10  WS-DIA-ORIGEN       PIC X(08).
               10  WS-DIA-NUEVAS       PIC 9(7).
               10  WS-DIA-ABIERTAS     PIC 9(7).
               10  WS-DIA-RESUELTAS    PIC 9(7).
               10  WS-DIA-CICLOS       PIC 9(7).
               10  WS-DIA-VENCIDAS     PIC 9(7).
       01  DDX                   PIC 9(2).
       01  WS-DIA-POS            PIC 9(2).
       01  WS-DIA-REGISTRADO     PIC X VALUE 'N'.
       01  WS-NOTIF-ORIGEN       PIC X(08).

       01  WS-DEMORA-DIAS        PIC 9(5).
       01  WS-DEMORA-FECHA       PIC X(08).
       01  WS-LOTES-VOLCADOS     PIC 9(5) VALUE 0.
       01  WS-LOTES-OMITIDOS     PIC 9(5) VALUE 0.
       01  WS-CLAVES-LEIDAS      PIC 9(7) VALUE 0.
       01  WS-SIN-RESULTADO      PIC 9(7) VALUE 0.
       01  WS-HIS-GRABADOS       PIC 9(5) VALUE 0.

      *    LINEA DE MEDIDA: VALOR DEL MES, DEL MES ANTERIOR Y
      *    LA VARIACION ENTRE AMBOS.
       01  WS-MED-NOMBRE         PIC X(30).
       01  WS-MED-DECIMAL        PIC X VALUE 'N'.
       01  WS-MED-ACT            PIC S9(7)V99.
       01  WS-MED-ANT            PIC S9(7)V99.
       01  WS-MED-VAR            PIC S9(7)V99.
       01  WS-ED-CUENTA          PIC Z(8)9.
       01  WS-ED-CUENTA-ANT      PIC Z(8)9.
       01  WS-ED-CUENTA-VAR      PIC +(8)9.
       01  WS-ED-DECIMAL         PIC Z(5)9.99.
       01  WS-ED-DECIMAL-ANT     PIC Z(5)9.99.
       01  WS-ED-DECIMAL-VAR     PIC +(5)9.99.

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

       PROCEDURE DIVISION.
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
           MOVE "TORG" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           MOVE WS-FECHA-HOY (1:6) TO WS-MES-ACTUAL
           MOVE WS-FECHA-HOY (1:4) TO WS-ANIO
           MOVE WS-FECHA-HOY (5:2) TO WS-MES
           IF WS-MES = 1
               SUBTRACT 1 FROM WS-ANIO
               MOVE 12 TO WS-MES
           ELSE
               SUBTRACT 1 FROM WS-MES
           END-IF
           STRING WS-ANIO WS-MES DELIMITED BY SIZE
               INTO WS-MES-ANTERIOR
           INITIALIZE WS-ORIGENES
           PERFORM CARGAR-HISTORICO
           OPEN EXTEND SCOREHIS-FILE
           IF WS-SCOREHIS-STATUS = "35"
               OPEN OUTPUT SCOREHIS-FILE
           END-IF
           PERFORM CARGAR-SUCURSALES
           PERFORM PROCESAR-LOTES THRU PROCESAR-LOTES-FIN
           PERFORM PROCESAR-DIA THRU PROCESAR-DIA-FIN
           CLOSE SCOREHIS-FILE
           PERFORM EMITIR-TABLERO
           IF WS-LOTES-OMITIDOS > 0 OR WS-SIN-RESULTADO > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "LOTES=" WS-LOTES-VOLCADOS
               " OMIT=" WS-LOTES-OMITIDOS
               " ORIGENES=" WS-ORG-COUNT
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           DISPLAY "TABLERO POR ORIGEN - LOTES VOLCADOS "
               WS-LOTES-VOLCADOS " OMITIDOS " WS-LOTES-OMITIDOS
           GOBACK.

      *    RECORRE EL HISTORICO: REGISTRA LOS LOTES YA
      *    VOLCADOS, DETECTA SI EL DIA YA FUE VOLCADO Y
      *    ACUMULA EL MES EN CURSO Y EL ANTERIOR.
       CARGAR-HISTORICO.
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SCOREHIS-FILE
           IF WS-SCOREHIS-STATUS NOT = "00"
               DISPLAY "SCOREHIS VACIO - SE INICIA EL HISTORICO"
           ELSE
               READ SCOREHIS-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
               PERFORM UNTIL LECTURA-AT-EOF
                   IF SH-TIPO = 'L' AND WS-REG-COUNT < 5000
                       ADD 1 TO WS-REG-COUNT
                       MOVE SH-LOTE-FECHA
                           TO WS-REG-FECHA (WS-REG-COUNT)
                       MOVE SH-LOTE-ORIGEN
                           TO WS-REG-ORIGEN (WS-REG-COUNT)
                   END-IF
                   IF SH-TIPO = 'D' AND SH-FECHA-PROC = WS-FECHA-HOY
                       MOVE 'Y' TO WS-DIA-REGISTRADO
                   END-IF
                   PERFORM ACUMULAR-HISTORICO
                   READ SCOREHIS-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-PERFORM
               CLOSE SCOREHIS-FILE
           END-IF
           .

      *    SUMA EL REGISTRO DE HISTORICO EN CURSO AL MES QUE
      *    LE CORRESPONDE. EL SUSPENSO PENDIENTE ES UNA FOTO:
      *    VALE LA DEL ULTIMO DIA VOLCADO EN EL MES.
       ACUMULAR-HISTORICO.
           MOVE 0 TO WS-MES-IDX
           IF SH-FECHA-PROC (1:6) = WS-MES-ACTUAL
               MOVE 1 TO WS-MES-IDX
           END-IF
           IF SH-FECHA-PROC (1:6) = WS-MES-ANTERIOR
               MOVE 2 TO WS-MES-IDX
           END-IF
           IF WS-MES-IDX > 0
               MOVE SH-ORIGEN TO WS-ORIGEN-BUS
               PERFORM BUSCAR-ORIGEN
               IF WS-ORG-POS > 0
                   MOVE WS-MES-IDX TO M
                   IF SH-TIPO = 'L'
                       ADD SH-PEDIDAS TO WS-ORG-PEDIDAS (WS-ORG-POS, M)
                       ADD SH-HALLADAS
                           TO WS-ORG-HALLADAS (WS-ORG-POS, M)
                       ADD SH-NO-HALLADAS
                           TO WS-ORG-NOHALL (WS-ORG-POS, M)
                       ADD SH-RECHAZADAS
                           TO WS-ORG-RECHAZ (WS-ORG-POS, M)
                       ADD 1 TO WS-ORG-LOTES (WS-ORG-POS, M)
                       ADD SH-DEMORA-DIAS
                           TO WS-ORG-DEMORA (WS-ORG-POS, M)
                   ELSE
                       ADD SH-SUSP-NUEVAS
                           TO WS-ORG-NUEVAS (WS-ORG-POS, M)
                       ADD SH-RESUELTAS
                           TO WS-ORG-RESUELTAS (WS-ORG-POS, M)
                       ADD SH-CICLOS-RES
                           TO WS-ORG-CICLOS (WS-ORG-POS, M)
                       ADD SH-VENCIDAS
                           TO WS-ORG-VENCIDAS (WS-ORG-POS, M)
                       IF SH-FECHA-PROC >=
                               WS-ORG-ABIERTAS-AL (WS-ORG-POS, M)
                           MOVE SH-SUSP-ABIERTAS
                               TO WS-ORG-ABIERTAS (WS-ORG-POS, M)
                           MOVE SH-FECHA-PROC
                               TO WS-ORG-ABIERTAS-AL (WS-ORG-POS, M)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    DEJA EN WS-ORG-POS LA ENTRADA DEL ORIGEN, DANDOLA
      *    DE ALTA SI ES NUEVO. CON LA TABLA LLENA QUEDA EN
      *    CERO Y EL ORIGEN NO SE INFORMA.
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
                   MOVE WS-ORIGEN-BUS TO WS-ORG-NOMBRE (WS-ORG-COUNT)
                   MOVE WS-ORG-COUNT TO WS-ORG-POS
               ELSE
                   DISPLAY "MAS DE 50 ORIGENES - IGNORADO "
                       WS-ORIGEN-BUS
               END-IF
           END-IF
           .

      *    FECHAS DE CABECERA DE LOS LOTES DE SUCURSAL; EL
      *    ARCHIVO ES OPCIONAL Y SOLO HACE FALTA CUANDO LA
      *    NOCHE PROCESA UN LOTE CONSOLIDADO.
       CARGAR-SUCURSALES.
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT LOTESIN-FILE
           IF WS-LOTESIN-STATUS = "00"
               READ LOTESIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
               PERFORM UNTIL LECTURA-AT-EOF
                   IF LI-CAB-TIPO = 'H' AND WS-SUC-COUNT < 50
                       ADD 1 TO WS-SUC-COUNT
                       MOVE LI-CAB-ORIGEN
                           TO WS-SUC-ORIGEN (WS-SUC-COUNT)
                       MOVE LI-CAB-FECHA TO WS-SUC-FECHA (WS-SUC-COUNT)
                   END-IF
                   READ LOTESIN-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-PERFORM
               CLOSE LOTESIN-FILE
           END-IF
           .

      *    LOTES KEYIN DE LA NOCHE CONTRA LOS RESULTADOS DE
      *    LA BUSQUEDA. LA BUSQUEDA GRABA UN RESULTADO POR
      *    CADA CLAVE DEL LOTE EN EL MISMO ORDEN (LAS
      *    RECHAZADAS SIN CLAVE), PRECEDIDOS POR LAS
      *    RESOLUCIONES DE SUSPENSO ('S'), QUE SE SALTEAN:
      *    EL APAREO ES POR POSICION.
       PROCESAR-LOTES.
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT KEYIN-FILE
           IF WS-KEYIN-STATUS NOT = "00"
               DISPLAY "KEYIN NO DISPONIBLE - SIN LOTES"
               GO TO PROCESAR-LOTES-FIN
           END-IF
           OPEN INPUT RESIN-FILE
           IF WS-RESIN-STATUS NOT = "00"
               DISPLAY "RESIN NO DISPONIBLE - SIN LOTES"
               CLOSE KEYIN-FILE
               GO TO PROCESAR-LOTES-FIN
           END-IF
           MOVE SPACES TO WS-LOTE-FECHA
           MOVE SPACES TO WS-LOTE-ORIGEN
           READ KEYIN-FILE
               AT END MOVE 'Y' TO WS-LECTURA-EOF
           END-READ
           PERFORM UNTIL LECTURA-AT-EOF
               EVALUATE KEYIN-CAB-TIPO
                   WHEN 'H'
                       PERFORM INICIAR-LOTE
                   WHEN 'T'
                       PERFORM CERRAR-LOTE
                   WHEN OTHER
                       PERFORM CONTAR-CLAVE
               END-EVALUATE
               READ KEYIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
           END-PERFORM
           CLOSE KEYIN-FILE
           CLOSE RESIN-FILE.
       PROCESAR-LOTES-FIN.
           EXIT.

       INICIAR-LOTE.
           MOVE KEYIN-CAB-FECHA TO WS-LOTE-FECHA
           MOVE KEYIN-CAB-ORIGEN TO WS-LOTE-ORIGEN
           MOVE 0 TO WS-LOT-COUNT
           INITIALIZE WS-LOTE
           MOVE 'N' TO WS-REG-HALLADO
           PERFORM VARYING RDX FROM 1 BY 1
                   UNTIL RDX > WS-REG-COUNT OR WS-REG-HALLADO = 'Y'
               IF WS-REG-FECHA (RDX) = WS-LOTE-FECHA
                   AND WS-REG-ORIGEN (RDX) = WS-LOTE-ORIGEN
                   MOVE 'Y' TO WS-REG-HALLADO
               END-IF
           END-PERFORM
           IF WS-REG-HALLADO = 'Y'
               MOVE 'Y' TO WS-LOTE-OMITIDO
               DISPLAY "LOTE KEYIN DEL " WS-LOTE-FECHA
                   " ORIGEN " WS-LOTE-ORIGEN
                   " YA VOLCADO - OMITIDO"
           ELSE
               MOVE 'N' TO WS-LOTE-OMITIDO
           END-IF
           .

      *    UNA CLAVE DEL LOTE: SE TOMA EL SIGUIENTE RESULTADO
      *    QUE NO SEA UNA RESOLUCION DE SUSPENSO.
       CONTAR-CLAVE.
           ADD 1 TO WS-CLAVES-LEIDAS
           IF KEYIN-ORIGEN NOT = SPACES
               MOVE KEYIN-ORIGEN TO WS-CLAVE-ORIGEN
           ELSE
               MOVE WS-LOTE-ORIGEN TO WS-CLAVE-ORIGEN
           END-IF
           MOVE 'S' TO SR-RESULTADO
           PERFORM UNTIL RESIN-AT-EOF OR SR-RESULTADO NOT = 'S'
               READ RESIN-FILE
                   AT END MOVE 'Y' TO WS-RESIN-EOF
               END-READ
           END-PERFORM
           IF RESIN-AT-EOF
               ADD 1 TO WS-SIN-RESULTADO
               MOVE SPACE TO SR-RESULTADO
           END-IF
           IF WS-LOTE-OMITIDO = 'N'
               MOVE 0 TO WS-LOT-POS
               PERFORM VARYING LDX FROM 1 BY 1
                       UNTIL LDX > WS-LOT-COUNT OR WS-LOT-POS > 0
                   IF WS-LOT-ORIGEN (LDX) = WS-CLAVE-ORIGEN
                       MOVE LDX TO WS-LOT-POS
                   END-IF
               END-PERFORM
               IF WS-LOT-POS = 0 AND WS-LOT-COUNT < 50
                   ADD 1 TO WS-LOT-COUNT
                   MOVE WS-CLAVE-ORIGEN TO WS-LOT-ORIGEN (WS-LOT-COUNT)
                   MOVE WS-LOT-COUNT TO WS-LOT-POS
               END-IF
               IF WS-LOT-POS > 0
                   ADD 1 TO WS-LOT-PEDIDAS (WS-LOT-POS)
                   EVALUATE SR-RESULTADO
                       WHEN 'E'
                           ADD 1 TO WS-LOT-HALLADAS (WS-LOT-POS)
                       WHEN 'N'
                           ADD 1 TO WS-LOT-NOHALL (WS-LOT-POS)
                       WHEN 'R'
                           ADD 1 TO WS-LOT-RECHAZ (WS-LOT-POS)
                   END-EVALUATE
               END-IF
           END-IF
           .

      *    FIN DEL LOTE: UN REGISTRO 'L' POR ORIGEN, CON LA
      *    DEMORA DESDE LA CABECERA DEL LOTE DE LA SUCURSAL
      *    (O DEL PROPIO LOTE SI NO ES CONSOLIDADO).
       CERRAR-LOTE.
           IF WS-LOTE-OMITIDO = 'Y'
               ADD 1 TO WS-LOTES-OMITIDOS
           ELSE
               ADD 1 TO WS-LOTES-VOLCADOS
               PERFORM VARYING LDX FROM 1 BY 1
                       UNTIL LDX > WS-LOT-COUNT
                   PERFORM VOLCAR-LOTE-ORIGEN
               END-PERFORM
               IF WS-REG-COUNT < 5000
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-LOTE-FECHA TO WS-REG-FECHA (WS-REG-COUNT)
                   MOVE WS-LOTE-ORIGEN TO WS-REG-ORIGEN (WS-REG-COUNT)
               END-IF
           END-IF
           MOVE 'Y' TO WS-LOTE-OMITIDO
           .

       VOLCAR-LOTE-ORIGEN.
           MOVE WS-LOTE-FECHA TO WS-DEMORA-FECHA
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SUC-COUNT
               IF WS-SUC-ORIGEN (SDX) = WS-LOT-ORIGEN (LDX)
                   AND WS-LOTE-ORIGEN = "CONSOLID"
                   MOVE WS-SUC-FECHA (SDX) TO WS-DEMORA-FECHA
               END-IF
           END-PERFORM
           MOVE 0 TO WS-DEMORA-DIAS
           IF WS-DEMORA-FECHA IS NUMERIC
               AND WS-DEMORA-FECHA < WS-FECHA-HOY
               COMPUTE WS-DEMORA-DIAS =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-FECHA-HOY))
                   - FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-DEMORA-FECHA))
           END-IF
           MOVE SPACES TO SH-SCORE-RECORD
           MOVE 'L' TO SH-TIPO
           MOVE WS-FECHA-HOY TO SH-FECHA-PROC
           MOVE WS-LOT-ORIGEN (LDX) TO SH-ORIGEN
           MOVE WS-LOTE-FECHA TO SH-LOTE-FECHA
           MOVE WS-LOTE-ORIGEN TO SH-LOTE-ORIGEN
           MOVE WS-LOT-PEDIDAS (LDX) TO SH-PEDIDAS
           MOVE WS-LOT-HALLADAS (LDX) TO SH-HALLADAS
           MOVE WS-LOT-NOHALL (LDX) TO SH-NO-HALLADAS
           MOVE WS-LOT-RECHAZ (LDX) TO SH-RECHAZADAS
           MOVE WS-DEMORA-DIAS TO SH-DEMORA-DIAS
           MOVE WS-RUN-ID TO SH-RUN-ID
           WRITE SH-SCORE-RECORD
           ADD 1 TO WS-HIS-GRABADOS
           PERFORM ACUMULAR-HISTORICO
           .

      *    FOTO DEL SUSPENSO AL CIERRE Y AVISOS DE LA NOCHE
      *    (RESUELTAS 'R' Y VENCIDAS 'V'), UNA VEZ POR FECHA
      *    DE PROCESO.
       PROCESAR-DIA.
           IF WS-DIA-REGISTRADO = 'Y'
               DISPLAY "SUSPENSO DEL " WS-FECHA-HOY
                   " YA VOLCADO - OMITIDO"
               GO TO PROCESAR-DIA-FIN
           END-IF
           MOVE 0 TO WS-DIA-COUNT
           INITIALIZE WS-DIA
           MOVE 'N' TO WS-LECTURA-EOF
           OPEN INPUT SUSPIN-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               DISPLAY "SUSPIN NO DISPONIBLE - SUSPENSO OMITIDO"
           ELSE
               READ SUSPIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
               PERFORM UNTIL LECTURA-AT-EOF
                   MOVE SUSPIN-ORIGEN TO WS-NOTIF-ORIGEN
                   PERFORM BUSCAR-DIA
                   IF WS-DIA-POS > 0
                       ADD 1 TO WS-DIA-ABIERTAS (WS-DIA-POS)
                       IF SUSPIN-FECHA-ALTA = WS-FECHA-HOY
                           ADD 1 TO WS-DIA-NUEVAS (WS-DIA-POS)
                       END-IF
                   END-IF
                   READ SUSPIN-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-PERFORM
               CLOSE SUSPIN-FILE
           END-IF
           MOVE 'N' TO WS-LECTURA-EOF
           MOVE SPACES TO WS-NOTIF-ORIGEN
           OPEN INPUT NOTIFIN-FILE
           IF WS-NOTIFIN-STATUS NOT = "00"
               DISPLAY "NOTIFIN NO DISPONIBLE - AVISOS OMITIDOS"
           ELSE
               READ NOTIFIN-FILE
                   AT END MOVE 'Y' TO WS-LECTURA-EOF
               END-READ
               PERFORM UNTIL LECTURA-AT-EOF
                   EVALUATE TRUE
                       WHEN NOTIF-CAB-TIPO = 'H'
                           MOVE NOTIF-CAB-ORIGEN TO WS-NOTIF-ORIGEN
                       WHEN NOTIF-CAB-TIPO = 'T'
                           CONTINUE
                       WHEN NOTIF-RESULTADO = 'R'
                           PERFORM BUSCAR-DIA
                           IF WS-DIA-POS > 0
                               ADD 1 TO WS-DIA-RESUELTAS (WS-DIA-POS)
                               ADD NOTIF-CICLOS
                                   TO WS-DIA-CICLOS (WS-DIA-POS)
                           END-IF
                       WHEN NOTIF-RESULTADO = 'V'
                           PERFORM BUSCAR-DIA
                           IF WS-DIA-POS > 0
                               ADD 1 TO WS-DIA-VENCIDAS (WS-DIA-POS)
                           END-IF
                   END-EVALUATE
                   READ NOTIFIN-FILE
                       AT END MOVE 'Y' TO WS-LECTURA-EOF
                   END-READ
               END-PERFORM
               CLOSE NOTIFIN-FILE
           END-IF
           PERFORM VARYING DDX FROM 1 BY 1 UNTIL DDX > WS-DIA-COUNT
               MOVE SPACES TO SH-SCORE-RECORD
               MOVE 'D' TO SH-TIPO
               MOVE WS-FECHA-HOY TO SH-FECHA-PROC
               MOVE WS-DIA-ORIGEN (DDX) TO SH-ORIGEN
               MOVE WS-DIA-NUEVAS (DDX) TO SH-SUSP-NUEVAS
               MOVE WS-DIA-ABIERTAS (DDX) TO SH-SUSP-ABIERTAS
               MOVE WS-DIA-RESUELTAS (DDX) TO SH-RESUELTAS
               MOVE WS-DIA-CICLOS (DDX) TO SH-CICLOS-RES
               MOVE WS-DIA-VENCIDAS (DDX) TO SH-VENCIDAS
               MOVE WS-RUN-ID TO SH-RUN-ID
               WRITE SH-SCORE-RECORD
               ADD 1 TO WS-HIS-GRABADOS
               PERFORM ACUMULAR-HISTORICO
           END-PERFORM.
       PROCESAR-DIA-FIN.
           EXIT.

       BUSCAR-DIA.
           IF WS-NOTIF-ORIGEN = SPACES
               MOVE "SIN ORIG" TO WS-NOTIF-ORIGEN
           END-IF
           MOVE 0 TO WS-DIA-POS
           PERFORM VARYING DDX FROM 1 BY 1
                   UNTIL DDX > WS-DIA-COUNT OR WS-DIA-POS > 0
               IF WS-DIA-ORIGEN (DDX) = WS-NOTIF-ORIGEN
                   MOVE DDX TO WS-DIA-POS
               END-IF
           END-PERFORM
           IF WS-DIA-POS = 0 AND WS-DIA-COUNT < 50
               ADD 1 TO WS-DIA-COUNT
               MOVE WS-NOTIF-ORIGEN TO WS-DIA-ORIGEN (WS-DIA-COUNT)
               MOVE WS-DIA-COUNT TO WS-DIA-POS
           END-IF
           .

      *    TABLERO: UN BLOQUE POR ORIGEN EN ORDEN ALFABETICO
      *    Y UN BLOQUE FINAL CON EL TOTAL DE TODOS LOS
      *    ORIGENES; CADA MEDIDA CON EL MES EN CURSO, EL MES
      *    ANTERIOR Y LA VARIACION.
       EMITIR-TABLERO.
           PERFORM ORDENAR-ORIGENES
           INITIALIZE WS-ORG-ENTRY (WS-TOTAL-POS)
           MOVE "TOTAL" TO WS-ORG-NOMBRE (WS-TOTAL-POS)
           PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > WS-ORG-COUNT
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > 2
                   PERFORM SUMAR-TOTAL
               END-PERFORM
           END-PERFORM
           OPEN OUTPUT SCORERPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TABLERO DE SERVICIO POR ORIGEN - MES "
               WS-MES-ACTUAL " CONTRA " WS-MES-ANTERIOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FECHA DE PROCESO " WS-FECHA-HOY
               "   CORRIDA " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           IF WS-LOTES-OMITIDOS > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ATENCION: " WS-LOTES-OMITIDOS
                   " LOTE(S) YA VOLCADOS EN CORRIDAS ANTERIORES"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF
           IF WS-SIN-RESULTADO > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ATENCION: " WS-SIN-RESULTADO
                   " CLAVE(S) SIN RESULTADO DE BUSQUEDA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM ESCRIBIR-LINEA
           END-IF
           PERFORM VARYING ODX FROM 1 BY 1 UNTIL ODX > WS-ORG-COUNT
               PERFORM EMITIR-ORIGEN
           END-PERFORM
           MOVE WS-TOTAL-POS TO ODX
           PERFORM EMITIR-ORIGEN
           CLOSE SCORERPT-FILE
           .

       SUMAR-TOTAL.
           ADD WS-ORG-PEDIDAS (ODX, M)
               TO WS-ORG-PEDIDAS (WS-TOTAL-POS, M)
           ADD WS-ORG-HALLADAS (ODX, M)
               TO WS-ORG-HALLADAS (WS-TOTAL-POS, M)
           ADD WS-ORG-NOHALL (ODX, M)
               TO WS-ORG-NOHALL (WS-TOTAL-POS, M)
           ADD WS-ORG-RECHAZ (ODX, M)
               TO WS-ORG-RECHAZ (WS-TOTAL-POS, M)
           ADD WS-ORG-LOTES (ODX, M)
               TO WS-ORG-LOTES (WS-TOTAL-POS, M)
           ADD WS-ORG-DEMORA (ODX, M)
               TO WS-ORG-DEMORA (WS-TOTAL-POS, M)
           ADD WS-ORG-NUEVAS (ODX, M)
               TO WS-ORG-NUEVAS (WS-TOTAL-POS, M)
           ADD WS-ORG-ABIERTAS (ODX, M)
               TO WS-ORG-ABIERTAS (WS-TOTAL-POS, M)
           ADD WS-ORG-RESUELTAS (ODX, M)
               TO WS-ORG-RESUELTAS (WS-TOTAL-POS, M)
           ADD WS-ORG-CICLOS (ODX, M)
               TO WS-ORG-CICLOS (WS-TOTAL-POS, M)
           ADD WS-ORG-VENCIDAS (ODX, M)
               TO WS-ORG-VENCIDAS (WS-TOTAL-POS, M)
           .

       ORDENAR-ORIGENES.
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING ODX FROM 1 BY 1
                       UNTIL ODX > WS-ORG-COUNT - 1
                   IF WS-ORG-NOMBRE (ODX) > WS-ORG-NOMBRE (ODX + 1)
                       MOVE WS-ORG-ENTRY (ODX) TO WS-ORG-TEMP
                       MOVE WS-ORG-ENTRY (ODX + 1)
                           TO WS-ORG-ENTRY (ODX)
                       MOVE WS-ORG-TEMP TO WS-ORG-ENTRY (ODX + 1)
                       MOVE 'Y' TO WS-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       EMITIR-ORIGEN.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ORIGEN " WS-ORG-NOMBRE (ODX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MEDIDA                          "
               "MES ACTUAL  MES ANTERIOR   VARIACION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           MOVE "LOTES RECIBIDOS" TO WS-MED-NOMBRE
           MOVE WS-ORG-LOTES (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-LOTES (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "CLAVES PEDIDAS" TO WS-MED-NOMBRE
           MOVE WS-ORG-PEDIDAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-PEDIDAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "HALLADAS" TO WS-MED-NOMBRE
           MOVE WS-ORG-HALLADAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-HALLADAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "  % HALLADAS" TO WS-MED-NOMBRE
           MOVE 0 TO WS-MED-ACT WS-MED-ANT
           IF WS-ORG-PEDIDAS (ODX, 1) > 0
               COMPUTE WS-MED-ACT ROUNDED = WS-ORG-HALLADAS (ODX, 1)
                   * 100 / WS-ORG-PEDIDAS (ODX, 1)
           END-IF
           IF WS-ORG-PEDIDAS (ODX, 2) > 0
               COMPUTE WS-MED-ANT ROUNDED = WS-ORG-HALLADAS (ODX, 2)
                   * 100 / WS-ORG-PEDIDAS (ODX, 2)
           END-IF
           PERFORM IMPRIMIR-DECIMAL
           MOVE "NO HALLADAS" TO WS-MED-NOMBRE
           MOVE WS-ORG-NOHALL (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-NOHALL (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "  % NO HALLADAS" TO WS-MED-NOMBRE
           MOVE 0 TO WS-MED-ACT WS-MED-ANT
           IF WS-ORG-PEDIDAS (ODX, 1) > 0
               COMPUTE WS-MED-ACT ROUNDED = WS-ORG-NOHALL (ODX, 1)
                   * 100 / WS-ORG-PEDIDAS (ODX, 1)
           END-IF
           IF WS-ORG-PEDIDAS (ODX, 2) > 0
               COMPUTE WS-MED-ANT ROUNDED = WS-ORG-NOHALL (ODX, 2)
                   * 100 / WS-ORG-PEDIDAS (ODX, 2)
           END-IF
           PERFORM IMPRIMIR-DECIMAL
           MOVE "RECHAZADAS" TO WS-MED-NOMBRE
           MOVE WS-ORG-RECHAZ (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-RECHAZ (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "  % RECHAZADAS" TO WS-MED-NOMBRE
           MOVE 0 TO WS-MED-ACT WS-MED-ANT
           IF WS-ORG-PEDIDAS (ODX, 1) > 0
               COMPUTE WS-MED-ACT ROUNDED = WS-ORG-RECHAZ (ODX, 1)
                   * 100 / WS-ORG-PEDIDAS (ODX, 1)
           END-IF
           IF WS-ORG-PEDIDAS (ODX, 2) > 0
               COMPUTE WS-MED-ANT ROUNDED = WS-ORG-RECHAZ (ODX, 2)
                   * 100 / WS-ORG-PEDIDAS (ODX, 2)
           END-IF
           PERFORM IMPRIMIR-DECIMAL
           MOVE "SUSPENSO ABIERTAS EN EL MES" TO WS-MED-NOMBRE
           MOVE WS-ORG-NUEVAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-NUEVAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "SUSPENSO PENDIENTES AL CIERRE" TO WS-MED-NOMBRE
           MOVE WS-ORG-ABIERTAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-ABIERTAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "RESUELTAS DE SUSPENSO" TO WS-MED-NOMBRE
           MOVE WS-ORG-RESUELTAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-RESUELTAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "  CICLOS PROMEDIO A RESOLUCION" TO WS-MED-NOMBRE
           MOVE 0 TO WS-MED-ACT WS-MED-ANT
           IF WS-ORG-RESUELTAS (ODX, 1) > 0
               COMPUTE WS-MED-ACT ROUNDED = WS-ORG-CICLOS (ODX, 1)
                   / WS-ORG-RESUELTAS (ODX, 1)
           END-IF
           IF WS-ORG-RESUELTAS (ODX, 2) > 0
               COMPUTE WS-MED-ANT ROUNDED = WS-ORG-CICLOS (ODX, 2)
                   / WS-ORG-RESUELTAS (ODX, 2)
           END-IF
           PERFORM IMPRIMIR-DECIMAL
           MOVE "VENCIDAS EN SUSPENSO" TO WS-MED-NOMBRE
           MOVE WS-ORG-VENCIDAS (ODX, 1) TO WS-MED-ACT
           MOVE WS-ORG-VENCIDAS (ODX, 2) TO WS-MED-ANT
           PERFORM IMPRIMIR-CUENTA
           MOVE "DEMORA PROMEDIO LOTE (DIAS)" TO WS-MED-NOMBRE
           MOVE 0 TO WS-MED-ACT WS-MED-ANT
           IF WS-ORG-LOTES (ODX, 1) > 0
               COMPUTE WS-MED-ACT ROUNDED = WS-ORG-DEMORA (ODX, 1)
                   / WS-ORG-LOTES (ODX, 1)
           END-IF
           IF WS-ORG-LOTES (ODX, 2) > 0
               COMPUTE WS-MED-ANT ROUNDED = WS-ORG-DEMORA (ODX, 2)
                   / WS-ORG-LOTES (ODX, 2)
           END-IF
           PERFORM IMPRIMIR-DECIMAL
           .

       IMPRIMIR-CUENTA.
           COMPUTE WS-MED-VAR = WS-MED-ACT - WS-MED-ANT
           MOVE WS-MED-ACT TO WS-ED-CUENTA
           MOVE WS-MED-ANT TO WS-ED-CUENTA-ANT
           MOVE WS-MED-VAR TO WS-ED-CUENTA-VAR
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-MED-NOMBRE WS-ED-CUENTA
               "     " WS-ED-CUENTA-ANT
               "   " WS-ED-CUENTA-VAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

       IMPRIMIR-DECIMAL.
           COMPUTE WS-MED-VAR = WS-MED-ACT - WS-MED-ANT
           MOVE WS-MED-ACT TO WS-ED-DECIMAL
           MOVE WS-MED-ANT TO WS-ED-DECIMAL-ANT
           MOVE WS-MED-VAR TO WS-ED-DECIMAL-VAR
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-MED-NOMBRE WS-ED-DECIMAL
               "     " WS-ED-DECIMAL-ANT
               "   " WS-ED-DECIMAL-VAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM ESCRIBIR-LINEA
           .

       ESCRIBIR-LINEA.
           MOVE WS-REPORT-LINE TO SCORERPT-RECORD
           WRITE SCORERPT-RECORD
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
      *    OPERADOR PARA LA AUDITORIA.
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
               IF RP-PROGRAMA = "TABLEROORIGENES"
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
           MOVE "TABLEROORIGENES" TO AU-PROGRAM-NAME
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
