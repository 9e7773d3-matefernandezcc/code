      *    FIRST AND 'T' TRAILER (RECORD COUNT, KEY HASH
      *    TOTAL) LAST, AROUND THE BUSINESS DATA RECORDS:
      *    KEY (4), DESCRIPTION (20), AMOUNT 9(5)V99 (7),
      *    MOVEMENT DATE (8), MOVEMENT TYPE (1): BLANK OR
      *    'O' ORIGINAL, 'R' REVERSAL, 'A' ADJUSTMENT. THE
      *    REVERSALS ARRIVE ALREADY PAIRED WITH THEIR
      *    ORIGINALS BY THE MATCHING STEP; HERE THEY ONLY
      *    SUBTRACT FROM THE AMOUNT TOTALS.
       FD  NUMIN-FILE
           RECORDING MODE IS F.
       01  NUMIN-RECORD            PIC X(40).
       01  NUMIN-REC-CABECERA REDEFINES NUMIN-RECORD.
           05  NUMIN-CAB-TIPO      PIC X(1).
           05  NUMIN-CAB-FECHA     PIC X(8).
           05  NUMIN-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(23).
       01  NUMIN-REC-TRAILER REDEFINES NUMIN-RECORD.
           05  NUMIN-TRL-TIPO      PIC X(1).
           05  NUMIN-TRL-CUENTA    PIC 9(7).
           05  NUMIN-TRL-HASH      PIC 9(11).
           05  FILLER              PIC X(21).
       01  NUMIN-REC-DATO REDEFINES NUMIN-RECORD.
           05  NUMIN-NUM-PIC       PIC 9(4).
           05  NUMIN-DESCRIPCION   PIC X(20).
           05  NUMIN-IMPORTE       PIC 9(5)V99.
           05  NUMIN-FECHA-MOVIM   PIC X(8).
           05  NUMIN-TIPO-MOVIM    PIC X(1).

       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).

       FD  BENCHLOG-FILE
           RECORDING MODE IS F.

       FD  MRGWK1-FILE
           RECORDING MODE IS F.
       01  MRGWK1-RECORD           PIC X(40).

       FD  MRGWK2-FILE
           RECORDING MODE IS F.
       01  MRGWK2-RECORD           PIC X(40).

      *    REGISTROS ABSORBIDOS POR LA CONSOLIDACION DE
      *    DUPLICADOS: JUNTO CON NUMOUT CIERRAN LA CUENTA
      *    LEIDOS/GRABADOS DEL CTLTOT.
       FD  DROPOUT-FILE
           RECORDING MODE IS F.
       01  DROPOUT-RECORD          PIC X(40).

       FD  BCHREG-FILE
           RECORDING MODE IS F.
               10 NUM-DESCRIPCION PIC X(20).
               10 NUM-IMPORTE PIC 9(5)V99.
               10 NUM-FECHA-MOVIM PIC X(8).
               10 NUM-TIPO-MOVIM PIC X(1).

       01 TEMP-ITEM.
           05 TEMP-NUM PIC 9(4).
           05 TEMP-DESCRIPCION PIC X(20).
           05 TEMP-IMPORTE PIC 9(5)V99.
           05 TEMP-FECHA-MOVIM PIC X(8).
           05 TEMP-TIPO-MOVIM PIC X(1).
       01 I PIC 9(4).
       01 J PIC 9(4).
       01 SWAPPED PIC X VALUE 'N'.
           05 WS-MEZ-DESCRIPCION PIC X(20).
           05 WS-MEZ-IMPORTE PIC 9(5)V99.
           05 WS-MEZ-FECHA-MOVIM PIC X(8).
           05 WS-MEZ-TIPO-MOVIM PIC X(1).
       01 WS-MEZ-SALIDA PIC X(40).
       01 WS-DUP-ANTERIOR.
           05 WS-DUP-ANT-NUM PIC 9(4).
           05 WS-DUP-ANT-DESCRIPCION PIC X(20).
           05 WS-DUP-ANT-IMPORTE PIC 9(5)V99.
           05 WS-DUP-ANT-FECHA PIC X(8).
           05 WS-DUP-ANT-TIPO PIC X(1).
       01 WS-DUP-PRIMERO PIC X.
       01 WS-NUMOUT-STATUS PIC X(02) VALUE '00'.
       01 WS-BENCHLOG-STATUS PIC X(02) VALUE '00'.
           05 WS-CMA-DESCRIPCION PIC X(20).
           05 WS-CMA-IMPORTE PIC 9(5)V99.
           05 WS-CMA-FECHA-MOVIM PIC X(8).
           05 WS-CMA-TIPO-MOVIM PIC X(1).
       01 WS-CMP-B.
           05 WS-CMB-NUM PIC 9(4).
           05 WS-CMB-DESCRIPCION PIC X(20).
           05 WS-CMB-IMPORTE PIC 9(5)V99.
           05 WS-CMB-FECHA-MOVIM PIC X(8).
           05 WS-CMB-TIPO-MOVIM PIC X(1).
       01 WS-CMP-REL PIC X.
       01 WS-CMP-RESULT PIC X.
       01 WS-DROPOUT-STATUS PIC X(02) VALUE '00'.
           05 WS-CEN-DESCRIPCION PIC X(20).
           05 WS-CEN-IMPORTE PIC 9(5)V99.
           05 WS-CEN-FECHA-MOVIM PIC X(8).
           05 WS-CEN-TIPO-MOVIM PIC X(1).
       01 WS-CONS-ITEM.
           05 WS-CONS-NUM PIC 9(4).
           05 WS-CONS-DESCRIPCION PIC X(20).
           05 WS-CONS-IMPORTE PIC 9(5)V99.
           05 WS-CONS-FECHA-MOVIM PIC X(8).
           05 WS-CONS-TIPO-MOVIM PIC X(1).
       01 WS-CONS-NETO PIC S9(5)V99.

      *    CONTROLES DE SALIDA: NUMOUT SE ENTREGA CON LA
      *    MISMA CONVENCION H/T DE LAS ENTRADAS - CABECERA
      *    CON FECHA Y ORIGEN TPCOMPAR Y TRAILER CON CUENTA,
      *    HASH DE CLAVES Y TOTAL DE IMPORTES - PARA QUE EL
      *    RECEPTOR DISTINGA UNA TRANSFERENCIA CORTADA DE UN
      *    DIA CORTO. EL TOTAL ES NETO: LOS REVERSOS RESTAN,
      *    Y SI EL DIA QUEDA NEGATIVO EL TRAILER LLEVA '-' EN
      *    LA POSICION DE SIGNO A CONTINUACION DEL IMPORTE.
       01 WS-SAL-ITEM.
           05 WS-SAL-NUM PIC 9(4).
           05 WS-SAL-DESCRIPCION PIC X(20).
           05 WS-SAL-IMPORTE PIC 9(5)V99.
           05 WS-SAL-FECHA-MOVIM PIC X(8).
           05 WS-SAL-TIPO-MOVIM PIC X(1).
       01 WS-SAL-HASH PIC 9(11) VALUE 0.
       01 WS-SAL-IMPORTE-TOTAL PIC S9(9)V99 VALUE 0.
       01 WS-NUMOUT-CABECERA.
           05 FILLER PIC X(1) VALUE 'H'.
           05 WS-NCAB-FECHA PIC X(8).
           05 WS-NCAB-ORIGEN PIC X(8) VALUE "TPCOMPAR".
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-NUMOUT-TRAILER.
           05 FILLER PIC X(1) VALUE 'T'.
           05 WS-NTRL-CUENTA PIC 9(7).
           05 WS-NTRL-HASH PIC 9(11).
           05 WS-NTRL-IMPORTE PIC 9(9)V99.
           05 WS-NTRL-SIGNO PIC X(1).
           05 FILLER PIC X(9) VALUE SPACES.
      *    ENCADENAMIENTO DE AUDITLOG.
       01 WS-AU-DETALLE      PIC X(40).
       01 WS-AU-SECUENCIA    PIC 9(09) VALUE 0.
       01 WS-AU-HASH-ANT     PIC 9(11) VALUE 0.
       01 WS-AU-HASH-TRABAJO PIC 9(15) VALUE 0.
       01 WS-AU-POS          PIC 9(03) COMP.
       01 WS-AU-FIN          PIC X VALUE 'N'.

       LINKAGE SECTION.
       01 LS-PARM-LENGTH PIC S9(4) COMP.
      *    CLAVE SE FUNDEN EN UNO SOLO - IMPORTES SUMADOS,
      *    FECHA DE MOVIMIENTO MAS RECIENTE CON SU
      *    DESCRIPCION - Y LOS ABSORBIDOS SE GUARDAN EN
      *    DROPOUT PARA CERRAR LA CUENTA DEL CTLTOT. LOS
      *    REVERSOS RESTAN DEL IMPORTE NETO DE LA CLAVE.
       CONSOLIDAR-REGISTRO.
           IF WS-CONS-PENDIENTE = 'N'
               MOVE WS-CONS-ENTRADA TO WS-CONS-ITEM
               PERFORM INICIAR-NETO
               MOVE 'Y' TO WS-CONS-PENDIENTE
           ELSE
               IF WS-CEN-NUM = WS-CONS-NUM
                   IF WS-CEN-TIPO-MOVIM = 'R'
                       COMPUTE WS-CONS-NETO =
                           WS-CONS-NETO - WS-CEN-IMPORTE
                           ON SIZE ERROR
                               DISPLAY "IMPORTE CONSOLIDADO DESBORDADO"
                                   " EN CLAVE " WS-CONS-NUM " - TOPEADO"
                               MOVE -99999.99 TO WS-CONS-NETO
                       END-COMPUTE
                   ELSE
                       COMPUTE WS-CONS-NETO =
                           WS-CONS-NETO + WS-CEN-IMPORTE
                           ON SIZE ERROR
                               DISPLAY "IMPORTE CONSOLIDADO DESBORDADO"
                                   " EN CLAVE " WS-CONS-NUM " - TOPEADO"
                               MOVE 99999.99 TO WS-CONS-NETO
                       END-COMPUTE
                   END-IF
                   IF WS-CEN-FECHA-MOVIM >= WS-CONS-FECHA-MOVIM
                       MOVE WS-CEN-FECHA-MOVIM TO WS-CONS-FECHA-MOVIM
                       MOVE WS-CEN-DESCRIPCION TO WS-CONS-DESCRIPCION
                   WRITE DROPOUT-RECORD
                   ADD 1 TO WS-ABSORBIDOS
               ELSE
                   PERFORM CERRAR-NETO
                   MOVE WS-CONS-ITEM TO WS-SAL-ITEM
                   PERFORM GRABAR-SALIDA-NUMOUT
                   MOVE WS-CONS-ENTRADA TO WS-CONS-ITEM
                   PERFORM INICIAR-NETO
               END-IF
           END-IF
           .

       INICIAR-NETO.
           IF WS-CONS-TIPO-MOVIM = 'R'
               COMPUTE WS-CONS-NETO = 0 - WS-CONS-IMPORTE
           ELSE
               MOVE WS-CONS-IMPORTE TO WS-CONS-NETO
           END-IF
           .

      *    EL REGISTRO CONSOLIDADO LLEVA EL NETO DE LA CLAVE:
      *    SI QUEDA NEGATIVO SALE COMO REVERSO POR EL VALOR
      *    ABSOLUTO; UN REVERSO CON SU ORIGINAL NETEA A CERO.
       CERRAR-NETO.
           IF WS-CONS-NETO < 0
               COMPUTE WS-CONS-IMPORTE = 0 - WS-CONS-NETO
               MOVE 'R' TO WS-CONS-TIPO-MOVIM
           ELSE
               MOVE WS-CONS-NETO TO WS-CONS-IMPORTE
               IF WS-CONS-TIPO-MOVIM = 'R'
                   MOVE 'O' TO WS-CONS-TIPO-MOVIM
               END-IF
           END-IF
           .

       CONSOLIDAR-CIERRE.
           IF WS-CONS-PENDIENTE = 'Y'
               PERFORM CERRAR-NETO
               MOVE WS-CONS-ITEM TO WS-SAL-ITEM
               PERFORM GRABAR-SALIDA-NUMOUT
               MOVE 'N' TO WS-CONS-PENDIENTE
           MOVE WS-TOTAL-GRABADOS TO WS-NTRL-CUENTA
           MOVE WS-SAL-HASH TO WS-NTRL-HASH
           MOVE WS-SAL-IMPORTE-TOTAL TO WS-NTRL-IMPORTE
           IF WS-SAL-IMPORTE-TOTAL < 0
               MOVE '-' TO WS-NTRL-SIGNO
           ELSE
               MOVE SPACE TO WS-NTRL-SIGNO
           END-IF
           MOVE WS-NUMOUT-TRAILER TO NUMOUT-RECORD
           WRITE NUMOUT-RECORD
           .
           ADD 1 TO WS-TOTAL-GRABADOS
           COMPUTE WS-SAL-HASH = FUNCTION MOD
               (WS-SAL-HASH + WS-SAL-NUM, 100000000000)
           IF WS-SAL-TIPO-MOVIM = 'R'
               SUBTRACT WS-SAL-IMPORTE FROM WS-SAL-IMPORTE-TOTAL
           ELSE
               ADD WS-SAL-IMPORTE TO WS-SAL-IMPORTE-TOTAL
           END-IF
           .

       REPORT-DUPLICATES.
           .

       WRITE-AUDITLOG.
           MOVE AU-DETAIL TO WS-AU-DETALLE
           PERFORM ENCADENAR-AUDITORIA
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           MOVE WS-AU-DETALLE TO AU-DETAIL
           MOVE "BUBBLESORT" TO AU-PROGRAM-NAME
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
