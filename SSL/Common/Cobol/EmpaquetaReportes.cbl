           SELECT USAGERPT-FILE ASSIGN TO "USAGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGERPT-STATUS.
           SELECT SCORERPT-FILE ASSIGN TO "SCORERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-STATUS.
           SELECT EDITRPT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.
           SELECT RUTEO-FILE ASSIGN TO "RUTEO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUTEO-STATUS.
           RECORDING MODE IS F.
       01  USAGERPT-RECORD         PIC X(80).

       FD  SCORERPT-FILE
           RECORDING MODE IS F.
       01  SCORERPT-RECORD         PIC X(80).

       FD  EDITRPT-FILE
           RECORDING MODE IS F.
       01  EDITRPT-RECORD          PIC X(80).

      *    LOS REPORTES SIN TARJETA VIGENTE VAN A OPERACIONES
      *    EN CLASE A.
       FD  RUTEO-FILE
           RECORDING MODE IS F.
           COPY RUTEO.

       FD  PAQUETE-FILE
           RECORDING MODE IS F.
       01  WS-STATRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-MANTRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-USAGERPT-STATUS    PIC X(02) VALUE '00'.
       01  WS-SCORERPT-STATUS    PIC X(02) VALUE '00'.
       01  WS-EDITRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUTEO-STATUS       PIC X(02) VALUE '00'.
       01  WS-PAQUETE-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUTEO-EOF          PIC X VALUE 'N'.
           88  RUTEO-AT-EOF      VALUE 'Y'.

      *    LOS OCHO REPORTES DE LA CORRIDA NOCTURNA, CON SU
      *    DESTINO Y CLASE RESUELTOS DESDE LA TARJETA DE
      *    RUTEO; SE EMITEN AGRUPADOS POR CLASE Y
      *    DEPARTAMENTO PARA QUE CADA TRAMO SALGA JUNTO.
       01  WS-REPORTES.
           05  WS-REP-ENTRY OCCURS 8 TIMES.
               10  WS-REP-NOMBRE       PIC X(08).
               10  WS-REP-TITULO       PIC X(30).
               10  WS-REP-DEPTO        PIC X(12).
               10  WS-REP-ARCH         PIC 9(01).
               10  WS-REP-LINEAS       PIC 9(5).
               10  WS-REP-DISPONIBLE   PIC X(01).
               10  WS-REP-VIGENCIA     PIC X(08).
       01  WS-REP-TEMP.
           05  WS-RTP-NOMBRE       PIC X(08).
           05  WS-RTP-TITULO       PIC X(30).
           05  WS-RTP-ARCH         PIC 9(01).
           05  WS-RTP-LINEAS       PIC 9(5).
           05  WS-RTP-DISPONIBLE   PIC X(01).
           05  WS-RTP-VIGENCIA     PIC X(08).

       01  RDX                   PIC 9(1).
       01  SDX                   PIC 9(1).
               GOBACK
           END-IF
           PERFORM ESCRIBIR-INDICE
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > 8
               PERFORM EMPAQUETAR-REPORTE
           END-PERFORM
           CLOSE PAQUETE-FILE
           MOVE "USAGERPT" TO WS-REP-NOMBRE (6)
           MOVE "USO DE CLAVES" TO WS-REP-TITULO (6)
           MOVE 6 TO WS-REP-ARCH (6)
           MOVE "SCORERPT" TO WS-REP-NOMBRE (7)
           MOVE "SERVICIO POR ORIGEN" TO WS-REP-TITULO (7)
           MOVE 7 TO WS-REP-ARCH (7)
           MOVE "EDITRPT" TO WS-REP-NOMBRE (8)
           MOVE "EDICION DE MOVIMIENTOS" TO WS-REP-TITULO (8)
           MOVE 8 TO WS-REP-ARCH (8)
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > 8
               MOVE "OPERACIONES" TO WS-REP-DEPTO (RDX)
               MOVE 'A' TO WS-REP-CLASE (RDX)
               MOVE ZERO TO WS-REP-LINEAS (RDX)
               MOVE 'N' TO WS-REP-DISPONIBLE (RDX)
               MOVE LOW-VALUES TO WS-REP-VIGENCIA (RDX)
           END-PERFORM
           .

      *    DE CADA REPORTE SE TOMA LA TARJETA DE VIGENCIA MAS
      *    RECIENTE QUE NO SEA POSTERIOR A LA FECHA DEL PAQUETE.
       LEER-RUTEO.
           OPEN INPUT RUTEO-FILE
           IF WS-RUTEO-STATUS NOT = "00"
                   AT END MOVE 'Y' TO WS-RUTEO-EOF
               END-READ
               PERFORM UNTIL RUTEO-AT-EOF
                   PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > 8
                       IF WS-REP-NOMBRE (RDX) = RU-REPORTE
                           AND RU-VIGENCIA <= WS-FECHA-HOY
                           AND RU-VIGENCIA >= WS-REP-VIGENCIA (RDX)
                           MOVE RU-DEPARTAMENTO TO WS-REP-DEPTO (RDX)
                           MOVE RU-CLASE TO WS-REP-CLASE (RDX)
                           MOVE RU-VIGENCIA TO WS-REP-VIGENCIA (RDX)
                       END-IF
                   END-PERFORM
                   READ RUTEO-FILE
           MOVE 'Y' TO WS-SWAPPED
           PERFORM UNTIL WS-SWAPPED = 'N'
               MOVE 'N' TO WS-SWAPPED
               PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > 7
                   IF WS-REP-CLASE (RDX) > WS-REP-CLASE (RDX + 1)
                       OR (WS-REP-CLASE (RDX) = WS-REP-CLASE (RDX + 1)
                           AND WS-REP-DEPTO (RDX) >
           STRING "  REPORTE  DEPARTAMENTO CLASE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING RDX FROM 1 BY 1 UNTIL RDX > 8
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-REP-NOMBRE (RDX)
                   " " WS-REP-DEPTO (RDX)
                   IF WS-USAGERPT-STATUS = "00"
                       MOVE 'Y' TO WS-REP-DISPONIBLE (RDX)
                   END-IF
               WHEN 7
                   OPEN INPUT SCORERPT-FILE
                   IF WS-SCORERPT-STATUS = "00"
                       MOVE 'Y' TO WS-REP-DISPONIBLE (RDX)
                   END-IF
               WHEN 8
                   OPEN INPUT EDITRPT-FILE
                   IF WS-EDITRPT-STATUS = "00"
                       MOVE 'Y' TO WS-REP-DISPONIBLE (RDX)
                   END-IF
           END-EVALUATE
           .

                           MOVE USAGERPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 7
                   READ SCORERPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE SCORERPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
               WHEN 8
                   READ EDITRPT-FILE
                       AT END MOVE 'Y' TO WS-ARCH-EOF
                       NOT AT END
                           MOVE EDITRPT-RECORD
                               TO WS-LINEA-ENTRADA (1:80)
                   END-READ
           END-EVALUATE
           .

               WHEN 4 CLOSE STATRPT-FILE
               WHEN 5 CLOSE MANTRPT-FILE
               WHEN 6 CLOSE USAGERPT-FILE
               WHEN 7 CLOSE SCORERPT-FILE
               WHEN 8 CLOSE EDITRPT-FILE
           END-EVALUATE
           .
