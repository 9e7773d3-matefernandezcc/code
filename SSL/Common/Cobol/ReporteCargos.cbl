           RECORDING MODE IS F.
           COPY BENCHLOG.

       FD  RATECARD-FILE
           RECORDING MODE IS F.
           COPY RATECARD.

       FD  CHGRPT-FILE
           RECORDING MODE IS F.
       01  WS-PARM-MES           PIC X(06) VALUE SPACES.
       01  WS-MES                PIC X(06).

      *    TARIFARIO CARGADO EN MEMORIA CON TODAS SUS
      *    VERSIONES: CADA CORRIDA SE VALORIZA CON LA VIGENTE
      *    A SU FECHA DE CORRIDA.
       01  WS-TARIFAS.
           05  WS-TAR-COUNT        PIC 9(3) VALUE 0.
           05  WS-TAR-ENTRY OCCURS 500 TIMES.
               10  WS-TAR-PROGRAMA     PIC X(20).
               10  WS-TAR-SEG          PIC 9(4)V99.
               10  WS-TAR-MCOMP        PIC 9(4)V99.
               10  WS-TAR-VIGENCIA     PIC X(08).

      *    CORRIDAS DE AUDITORIA DEL MES: RUN-ID -> OPERADOR.
       01  WS-CORRIDAS.
               10  WS-RES-COMPARES     PIC 9(11).
               10  WS-RES-COSTO        PIC 9(9)V99.

       01  TDX                   PIC 9(3).
       01  CDX                   PIC 9(4).
       01  GDX                   PIC 9(4).
       01  RDX                   PIC 9(2).
       01  WS-TARIFA-SEG         PIC 9(4)V99.
       01  WS-TARIFA-MCOMP       PIC 9(4)V99.
       01  WS-TARIFA-HALLADA     PIC X.
       01  WS-TARIFA-VIGENCIA    PIC X(08).
       01  WS-OPERADOR           PIC X(08).
       01  WS-COSTO              PIC 9(9)V99.
       01  WS-COSTO-DISP         PIC 9(9).99.
           READ RATECARD-FILE
               AT END MOVE 'Y' TO WS-RATECARD-EOF
           END-READ
           PERFORM UNTIL RATECARD-AT-EOF OR WS-TAR-COUNT = 500
               ADD 1 TO WS-TAR-COUNT
               MOVE RC-PROGRAMA TO WS-TAR-PROGRAMA (WS-TAR-COUNT)
               MOVE RC-TARIFA-SEG TO WS-TAR-SEG (WS-TAR-COUNT)
               MOVE RC-TARIFA-MCOMP TO WS-TAR-MCOMP (WS-TAR-COUNT)
               MOVE RC-VIGENCIA TO WS-TAR-VIGENCIA (WS-TAR-COUNT)
               READ RATECARD-FILE
                   AT END MOVE 'Y' TO WS-RATECARD-EOF
               END-READ

      *    CADA CORRIDA DEL BENCHLOG DEL MES SE CASA CON SU
      *    ENTRADA DE AUDITORIA POR RUN-ID Y SE VALORIZA CON
      *    LA TARIFA DE SU PROGRAMA VIGENTE A LA FECHA DE LA
      *    CORRIDA, ASI UN CAMBIO DE TARIFA A MITAD DE MES NO
      *    REVALORIZA LAS CORRIDAS ANTERIORES.
       CARGAR-BENCHLOG.
           OPEN INPUT BENCHLOG-FILE
           IF WS-BENCHLOG-STATUS NOT = "00"
               MOVE 'N' TO WS-TARIFA-HALLADA
               MOVE ZERO TO WS-TARIFA-SEG
               MOVE ZERO TO WS-TARIFA-MCOMP
               MOVE SPACES TO WS-TARIFA-VIGENCIA
               PERFORM VARYING TDX FROM 1 BY 1
                       UNTIL TDX > WS-TAR-COUNT
                   IF WS-TAR-PROGRAMA (TDX) = BM-PROGRAM-NAME
                       AND WS-TAR-VIGENCIA (TDX) <= BM-RUN-DATE
                       AND (WS-TARIFA-HALLADA = 'N'
                           OR WS-TAR-VIGENCIA (TDX)
                               >= WS-TARIFA-VIGENCIA)
                       MOVE 'Y' TO WS-TARIFA-HALLADA
                       MOVE WS-TAR-SEG (TDX) TO WS-TARIFA-SEG
                       MOVE WS-TAR-MCOMP (TDX) TO WS-TARIFA-MCOMP
                       MOVE WS-TAR-VIGENCIA (TDX)
                           TO WS-TARIFA-VIGENCIA
                   END-IF
               END-PERFORM
               IF WS-TARIFA-HALLADA = 'N'
