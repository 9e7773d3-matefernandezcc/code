
       FD  SLALIMIT-FILE
           RECORDING MODE IS F.
           COPY SLALIMIT.

       FD  SLARPT-FILE
           RECORDING MODE IS F.
       01  WS-SLALIMIT-EOF       PIC X VALUE 'N'.
           88  SLALIMIT-AT-EOF   VALUE 'Y'.

      *    UMBRALES CON TODAS SUS VERSIONES: CADA CORRIDA SE
      *    JUZGA CON LA VIGENTE A SU FECHA DE CORRIDA.
       01  WS-UMBRALES.
           05  WS-UMBRAL-COUNT     PIC 9(3) VALUE 0.
           05  WS-UMBRAL-ENTRY OCCURS 500 TIMES INDEXED BY UDX.
               10  WS-UMB-PROGRAMA     PIC X(20).
               10  WS-UMB-MAXIMO       PIC 9(6)V99.
               10  WS-UMB-VIGENCIA     PIC X(08).

       01  WS-UMBRAL-HALLADO     PIC X VALUE 'N'.
       01  WS-UMBRAL-VIGENCIA    PIC X(08).
       01  WS-UMBRAL-VALOR       PIC 9(6)V99.
       01  WS-UMBRAL-VALOR-DISP  PIC 9(6).99.
       01  WS-ELAPSED-DISP       PIC 9(6).99.
               READ SLALIMIT-FILE
                   AT END MOVE 'Y' TO WS-SLALIMIT-EOF
               END-READ
               PERFORM UNTIL SLALIMIT-AT-EOF OR WS-UMBRAL-COUNT = 500
                   ADD 1 TO WS-UMBRAL-COUNT
                   MOVE SLA-PROGRAMA
                       TO WS-UMB-PROGRAMA (WS-UMBRAL-COUNT)
                   MOVE SLA-MAX-SEGUNDOS
                       TO WS-UMB-MAXIMO (WS-UMBRAL-COUNT)
                   MOVE SLA-VIGENCIA
                       TO WS-UMB-VIGENCIA (WS-UMBRAL-COUNT)
                   READ SLALIMIT-FILE
                       AT END MOVE 'Y' TO WS-SLALIMIT-EOF
                   END-READ
       REVISAR-CORRIDA.
           ADD 1 TO WS-REVISADOS
           MOVE 'N' TO WS-UMBRAL-HALLADO
           MOVE SPACES TO WS-UMBRAL-VIGENCIA
           PERFORM VARYING UDX FROM 1 BY 1 UNTIL UDX > WS-UMBRAL-COUNT
               IF WS-UMB-PROGRAMA (UDX) = BM-PROGRAM-NAME
                   AND WS-UMB-VIGENCIA (UDX) <= BM-RUN-DATE
                   AND (WS-UMBRAL-HALLADO = 'N'
                       OR WS-UMB-VIGENCIA (UDX) >= WS-UMBRAL-VIGENCIA)
                   MOVE 'Y' TO WS-UMBRAL-HALLADO
                   MOVE WS-UMB-MAXIMO (UDX) TO WS-UMBRAL-VALOR
                   MOVE WS-UMB-VIGENCIA (UDX) TO WS-UMBRAL-VIGENCIA
               END-IF
           END-PERFORM
           IF WS-UMBRAL-HALLADO = 'Y'
