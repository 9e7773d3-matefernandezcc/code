           05  WS-ETRL-CUENTA      PIC 9(7).
           05  WS-ETRL-HASH        PIC 9(11).
           05  FILLER              PIC X(11) VALUE SPACES.
      *    ENCADENAMIENTO DE AUDITLOG.
       01  WS-AU-DETALLE         PIC X(40).
       01  WS-AU-SECUENCIA       PIC 9(09) VALUE 0.
       01  WS-AU-HASH-ANT        PIC 9(11) VALUE 0.
       01  WS-AU-HASH-TRABAJO    PIC 9(15) VALUE 0.
       01  WS-AU-POS             PIC 9(03) COMP.
       01  WS-AU-FIN             PIC X VALUE 'N'.

       LINKAGE SECTION.
       01  LS-PARM-LENGTH        PIC S9(4) COMP.
           .

       WRITE-AUDITLOG.
           MOVE AU-DETAIL TO WS-AU-DETALLE
           PERFORM ENCADENAR-AUDITORIA
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           MOVE WS-AU-DETALLE TO AU-DETAIL
           MOVE "BUBBLESORTEXMPL" TO AU-PROGRAM-NAME
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID
           MOVE WS-START-STAMP (1:8) TO AU-RUN-DATE
           MOVE WS-START-STAMP (9:8) TO AU-RUN-TIME
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

       WRITE-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
