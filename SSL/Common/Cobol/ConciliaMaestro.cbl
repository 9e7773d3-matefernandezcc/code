       IDENTIFICATION DIVISION.
       PROGRAM-ID. ConciliaMaestro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYUPST-FILE ASSIGN TO "KEYUPST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYUPST-STATUS.
           SELECT KEYEXT-FILE ASSIGN TO "KEYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYEXT-STATUS.
           SELECT TRANCONC-FILE ASSIGN TO "TRANCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANCONC-STATUS.
           SELECT CONCRPT-FILE ASSIGN TO "CONCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONCRPT-STATUS.
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
      *    EXTRACTO DE CLAVES DEL SISTEMA DUENIO, EN ORDEN
      *    ASCENDENTE DE CLAVE, CON CABECERA 'H' (FECHA DEL
      *    EXTRACTO Y ORIGEN) Y TRAILER 'T' (CUENTA Y HASH DE
      *    CLAVES). EL REGISTRO DE DATOS TIENE LA MISMA FORMA
      *    QUE EL KEYMAST: CLAVE, ESTADO Y FECHA EFECTIVA.
       FD  KEYUPST-FILE
           RECORDING MODE IS F.
       01  KEYUPST-RECORD          PIC X(20).
       01  KEYUPST-REC-CABECERA REDEFINES KEYUPST-RECORD.
           05  KEYUPST-CAB-TIPO    PIC X(1).
           05  KEYUPST-CAB-FECHA   PIC X(8).
           05  KEYUPST-CAB-ORIGEN  PIC X(8).
           05  FILLER              PIC X(3).
       01  KEYUPST-REC-TRAILER REDEFINES KEYUPST-RECORD.
           05  KEYUPST-TRL-TIPO    PIC X(1).
           05  KEYUPST-TRL-CUENTA  PIC 9(7).
           05  KEYUPST-TRL-HASH    PIC 9(11).
           05  FILLER              PIC X(1).
       01  KEYUPST-REC-DATO REDEFINES KEYUPST-RECORD.
           05  UP-CLAVE            PIC 9(7).
           05  UP-ESTADO           PIC X(1).
           05  UP-FECHA-EFECT      PIC X(8).
           05  FILLER              PIC X(4).

       FD  KEYEXT-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

      *    DECK DE CORRECCION EN FORMATO TRANIN. NO SE APLICA
      *    SOLO: QUEDA RETENIDO HASTA LA FIRMA DEL REPORTE DE
      *    DIFERENCIAS Y RECIEN ENTONCES SE ALIMENTA A TPMANT.
       FD  TRANCONC-FILE
           RECORDING MODE IS F.
       01  TRANCONC-RECORD.
           05  TC-ACCION           PIC X(1).
           05  TC-CLAVE            PIC 9(7).
           05  TC-CLAVE-NUEVA      PIC X(7).
           05  TC-FORZAR           PIC X(1).

       FD  CONCRPT-FILE
           RECORDING MODE IS F.
       01  CONCRPT-RECORD          PIC X(80).

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
       01  WS-KEYUPST-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYEXT-STATUS      PIC X(02) VALUE '00'.
       01  WS-TRANCONC-STATUS    PIC X(02) VALUE '00'.
       01  WS-CONCRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYUPST-EOF        PIC X VALUE 'N'.
           88  KEYUPST-AT-EOF    VALUE 'Y'.
       01  WS-KEYEXT-EOF         PIC X VALUE 'N'.
           88  KEYEXT-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-KEYUPST-TRAILER    PIC X VALUE 'N'.
           88  KEYUPST-TRAILER-VISTO VALUE 'Y'.

      *    CONTROL DEL EXTRACTO (PRIMERA PASADA).
       01  WS-CAB-FECHA          PIC X(8) VALUE SPACES.
       01  WS-CAB-ORIGEN         PIC X(8) VALUE SPACES.
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-CLAVE-ANTERIOR     PIC 9(8) VALUE 0.

      *    CLAVES EN CURSO DEL APAREO. 99999999 MARCA EL FIN
      *    DE CADA ARCHIVO (NINGUNA CLAVE REAL LLEGA A OCHO
      *    DIGITOS).
       01  WS-UPS-CLAVE          PIC 9(8) VALUE 0.
       01  WS-UPS-DATO           PIC X VALUE 'N'.
       01  WS-UPS-ESTADO         PIC X(1).
       01  WS-UPS-FECHA          PIC X(8).
       01  WS-MAE-CLAVE          PIC 9(8) VALUE 0.
       01  WS-MAE-ESTADO         PIC X(1).
       01  WS-MAE-FECHA          PIC X(8).
       01  WS-MAE-ANTERIOR       PIC 9(8) VALUE 0.
       01  WS-UPS-VIGENTE        PIC X VALUE 'N'.
       01  WS-MAE-VIGENTE        PIC X VALUE 'N'.
       01  WS-EN-UPSTREAM        PIC X VALUE 'N'.
       01  WS-EN-MAESTRO         PIC X VALUE 'N'.

       01  WS-FECHA-ASOF         PIC X(08) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-ASOF          PIC X(08) VALUE SPACES.

       01  WS-LEIDOS-UPS         PIC 9(7) VALUE 0.
       01  WS-LEIDOS-MAE         PIC 9(7) VALUE 0.
       01  WS-VIGENTES-UPS       PIC 9(7) VALUE 0.
       01  WS-VIGENTES-MAE       PIC 9(7) VALUE 0.
       01  WS-SOLO-UPSTREAM      PIC 9(7) VALUE 0.
       01  WS-SOLO-MAESTRO       PIC 9(7) VALUE 0.
       01  WS-ESTADO-DISTINTO    PIC 9(7) VALUE 0.
       01  WS-DIFERENCIAS        PIC 9(7) VALUE 0.
       01  WS-TARJETAS           PIC 9(7) VALUE 0.
       01  WS-SIN-TARJETA        PIC 9(7) VALUE 0.

       01  WS-TIPO-DIF           PIC X(16).
       01  WS-TARJETA            PIC X(1).
       01  WS-ACCION-TEXTO       PIC X(14).
       01  WS-DESC-UPS           PIC X(11).
       01  WS-DESC-MAE           PIC X(11).
       01  WS-CLAVE-DISP         PIC 9(7).
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
           MOVE "CONC" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,FECHA DE CORTE. SIN FECHA DE CORTE
      *    (NI EN EL PARM NI EN EL PERFIL) EL MAESTRO SE VE
      *    A LA FECHA DE PROCESO, IGUAL QUE EN LA BUSQUEDA.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-ASOF
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-ASOF IS NUMERIC
                   MOVE WS-PARM-ASOF TO WS-FECHA-ASOF
               END-IF
           END-IF
           IF WS-FECHA-ASOF = SPACES
               MOVE WS-FECHA-HOY TO WS-FECHA-ASOF
           END-IF
           DISPLAY "FECHA DE CORTE DEL MAESTRO: " WS-FECHA-ASOF
           PERFORM VALIDAR-EXTRACTO
           PERFORM CONCILIAR
           DISPLAY "CLAVES DEL EXTRACTO:    " WS-LEIDOS-UPS
           DISPLAY "CLAVES DEL MAESTRO:     " WS-LEIDOS-MAE
           DISPLAY "SOLO EN EL EXTRACTO:    " WS-SOLO-UPSTREAM
           DISPLAY "SOLO EN EL MAESTRO:     " WS-SOLO-MAESTRO
           DISPLAY "ESTADO DISTINTO:        " WS-ESTADO-DISTINTO
           DISPLAY "TARJETAS DE CORRECCION: " WS-TARJETAS
           MOVE SPACES TO AU-DETAIL
           IF WS-DIFERENCIAS = 0
               DISPLAY "MAESTRO EN SINCRONIA CON EL EXTRACTO"
               STRING "EN SINCRONIA UPS=" WS-VIGENTES-UPS
                   " MAE=" WS-VIGENTES-MAE
                   DELIMITED BY SIZE INTO AU-DETAIL
           ELSE
               MOVE 4 TO RETURN-CODE
               STRING "DIF=" WS-DIFERENCIAS
                   " TARJ=" WS-TARJETAS
                   " UPS=" WS-VIGENTES-UPS
                   DELIMITED BY SIZE INTO AU-DETAIL
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    PRIMERA PASADA: VALIDA CABECERA, TRAILER (CUENTA Y
      *    HASH) Y ORDEN ASCENDENTE DEL EXTRACTO ANTES DE
      *    COMPARAR NADA. UN EXTRACTO INCOMPLETO HARIA VER
      *    COMO SOBRANTES CLAVES BUENAS DEL MAESTRO.
       VALIDAR-EXTRACTO.
           MOVE 'N' TO WS-KEYUPST-EOF
           OPEN INPUT KEYUPST-FILE
           IF WS-KEYUPST-STATUS NOT = "00"
               DISPLAY "KEYUPST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYUPST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ KEYUPST-FILE
               AT END MOVE 'Y' TO WS-KEYUPST-EOF
           END-READ
           IF KEYUPST-AT-EOF OR KEYUPST-CAB-TIPO NOT = 'H'
               OR KEYUPST-CAB-FECHA IS NOT NUMERIC
               DISPLAY "KEYUPST SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYUPST SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE KEYUPST-CAB-FECHA TO WS-CAB-FECHA
           MOVE KEYUPST-CAB-ORIGEN TO WS-CAB-ORIGEN
           READ KEYUPST-FILE
               AT END MOVE 'Y' TO WS-KEYUPST-EOF
           END-READ
           PERFORM UNTIL KEYUPST-AT-EOF OR KEYUPST-TRAILER-VISTO
               IF KEYUPST-TRL-TIPO = 'T'
                   MOVE 'Y' TO WS-KEYUPST-TRAILER
                   IF KEYUPST-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR KEYUPST-TRL-HASH NOT = WS-CTL-HASH
                       DISPLAY "KEYUPST DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " KEYUPST-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "KEYUPST DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   IF KEYUPST-RECORD (1:7) IS NOT NUMERIC
                       OR (UP-ESTADO NOT = 'A' AND UP-ESTADO NOT = 'B')
                       DISPLAY "KEYUPST REGISTRO INVALIDO: "
                           KEYUPST-RECORD " - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "KEYUPST REGISTRO INVALIDO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF WS-CTL-CUENTA > 0
                       AND UP-CLAVE NOT > WS-CLAVE-ANTERIOR
                       DISPLAY "KEYUPST FUERA DE ORDEN EN CLAVE "
                           UP-CLAVE " - ABORTADO"
                       MOVE 16 TO RETURN-CODE
                       MOVE "KEYUPST FUERA DE ORDEN" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   MOVE UP-CLAVE TO WS-CLAVE-ANTERIOR
                   ADD 1 TO WS-CTL-CUENTA
                   COMPUTE WS-CTL-HASH = FUNCTION MOD
                       (WS-CTL-HASH + UP-CLAVE, 100000000000)
               END-IF
               READ KEYUPST-FILE
                   AT END MOVE 'Y' TO WS-KEYUPST-EOF
               END-READ
           END-PERFORM
           CLOSE KEYUPST-FILE
           IF NOT KEYUPST-TRAILER-VISTO
               DISPLAY "KEYUPST SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYUPST SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           DISPLAY "EXTRACTO DEL " WS-CAB-FECHA " ORIGEN "
               WS-CAB-ORIGEN " VALIDADO: " WS-CTL-CUENTA " CLAVES"
           .

      *    APAREO DEL EXTRACTO CON EL MAESTRO, AMBOS EN ORDEN
      *    DE CLAVE. CADA LADO SE MIRA A LA FECHA DE CORTE:
      *    UNA CLAVE ESTA VIGENTE CUANDO TIENE ESTADO 'A' Y
      *    FECHA EFECTIVA NO POSTERIOR AL CORTE. HAY
      *    DIFERENCIA CUANDO UN LADO LA TIENE VIGENTE Y EL
      *    OTRO NO.
       CONCILIAR.
           MOVE 'N' TO WS-KEYUPST-EOF
           MOVE 'N' TO WS-KEYEXT-EOF
           OPEN INPUT KEYUPST-FILE
           OPEN INPUT KEYEXT-FILE
           IF WS-KEYEXT-STATUS NOT = "00"
               DISPLAY "KEYEXT NO DISPONIBLE - ABORTADO"
               CLOSE KEYUPST-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "KEYEXT NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT TRANCONC-FILE
           OPEN OUTPUT CONCRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONCILIACION DEL MAESTRO DE CLAVES - FECHA "
               WS-FECHA-HOY " CORTE " WS-FECHA-ASOF
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXTRACTO DEL " WS-CAB-FECHA
               " ORIGEN " WS-CAB-ORIGEN
               " CLAVES " WS-CTL-CUENTA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVE   DIFERENCIA       EXTRACTO    MAESTRO"
               "     CORRECCION"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM LEER-UPSTREAM
           PERFORM LEER-MAESTRO
           PERFORM UNTIL WS-UPS-CLAVE = 99999999
                   AND WS-MAE-CLAVE = 99999999
               EVALUATE TRUE
                   WHEN WS-UPS-CLAVE < WS-MAE-CLAVE
                       MOVE 'S' TO WS-EN-UPSTREAM
                       MOVE 'N' TO WS-EN-MAESTRO
                       PERFORM COMPARAR-CLAVE
                           THRU COMPARAR-CLAVE-FIN
                       PERFORM LEER-UPSTREAM
                   WHEN WS-MAE-CLAVE < WS-UPS-CLAVE
                       MOVE 'N' TO WS-EN-UPSTREAM
                       MOVE 'S' TO WS-EN-MAESTRO
                       PERFORM COMPARAR-CLAVE
                           THRU COMPARAR-CLAVE-FIN
                       PERFORM LEER-MAESTRO
                   WHEN OTHER
                       MOVE 'S' TO WS-EN-UPSTREAM
                       MOVE 'S' TO WS-EN-MAESTRO
                       PERFORM COMPARAR-CLAVE
                           THRU COMPARAR-CLAVE-FIN
                       PERFORM LEER-UPSTREAM
                       PERFORM LEER-MAESTRO
               END-EVALUATE
           END-PERFORM
           CLOSE KEYUPST-FILE
           CLOSE KEYEXT-FILE
           PERFORM IMPRIMIR-TOTALES
           CLOSE TRANCONC-FILE
           CLOSE CONCRPT-FILE
           .

      *    SIGUIENTE REGISTRO DE DATOS DEL EXTRACTO; LA
      *    CABECERA Y EL TRAILER YA SE VALIDARON.
       LEER-UPSTREAM.
           MOVE 'N' TO WS-UPS-DATO
           PERFORM UNTIL WS-UPS-DATO = 'Y'
               READ KEYUPST-FILE
                   AT END MOVE 'Y' TO WS-KEYUPST-EOF
               END-READ
               IF KEYUPST-AT-EOF OR KEYUPST-TRL-TIPO = 'T'
                   MOVE 99999999 TO WS-UPS-CLAVE
                   MOVE 'Y' TO WS-UPS-DATO
               ELSE
                   IF KEYUPST-CAB-TIPO NOT = 'H'
                       ADD 1 TO WS-LEIDOS-UPS
                       MOVE UP-CLAVE TO WS-UPS-CLAVE
                       MOVE UP-ESTADO TO WS-UPS-ESTADO
                       MOVE UP-FECHA-EFECT TO WS-UPS-FECHA
                       MOVE 'Y' TO WS-UPS-DATO
                   END-IF
               END-IF
           END-PERFORM
           .

      *    SIGUIENTE REGISTRO DEL MAESTRO. EL MANTENIMIENTO LO
      *    GRABA EN ORDEN; SI NO LO ESTA EL APAREO NO SIRVE.
       LEER-MAESTRO.
           READ KEYEXT-FILE
               AT END MOVE 'Y' TO WS-KEYEXT-EOF
           END-READ
           IF KEYEXT-AT-EOF
               MOVE 99999999 TO WS-MAE-CLAVE
           ELSE
               IF WS-LEIDOS-MAE > 0
                   AND KM-CLAVE NOT > WS-MAE-ANTERIOR
                   DISPLAY "KEYEXT FUERA DE ORDEN EN CLAVE "
                       KM-CLAVE " - ABORTADO"
                   CLOSE KEYUPST-FILE
                   CLOSE KEYEXT-FILE
                   CLOSE TRANCONC-FILE
                   CLOSE CONCRPT-FILE
                   MOVE 16 TO RETURN-CODE
                   MOVE "KEYEXT FUERA DE ORDEN" TO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-LEIDOS-MAE
               MOVE KM-CLAVE TO WS-MAE-CLAVE
               MOVE KM-CLAVE TO WS-MAE-ANTERIOR
               MOVE KM-ESTADO TO WS-MAE-ESTADO
               MOVE KM-FECHA-EFECT TO WS-MAE-FECHA
           END-IF
           .

      *    CLASIFICA UNA CLAVE Y ARMA LA TARJETA. UN ALTA
      *    ('A') REACTIVA UNA BAJA O AGREGA UNA CLAVE NUEVA;
      *    UNA BAJA ('B') VA SIN MARCA DE FORZADO, ASI EL
      *    MANTENIMIENTO SIGUE MIRANDO EL IMPACTO. UNA CLAVE
      *    VIGENTE ARRIBA QUE EN EL MAESTRO ESTA DADA DE ALTA
      *    CON FECHA FUTURA NO TIENE TARJETA POSIBLE (EL ALTA
      *    SE RECHAZARIA): SE LISTA PARA REVISION MANUAL.
       COMPARAR-CLAVE.
           MOVE 'N' TO WS-UPS-VIGENTE
           MOVE 'N' TO WS-MAE-VIGENTE
           MOVE "NO EXISTE" TO WS-DESC-UPS
           MOVE "NO EXISTE" TO WS-DESC-MAE
           IF WS-EN-UPSTREAM = 'S'
               MOVE WS-UPS-CLAVE TO WS-CLAVE-DISP
               MOVE SPACES TO WS-DESC-UPS
               STRING WS-UPS-ESTADO " " WS-UPS-FECHA
                   DELIMITED BY SIZE INTO WS-DESC-UPS
               IF WS-UPS-ESTADO = 'A'
                   AND WS-UPS-FECHA <= WS-FECHA-ASOF
                   MOVE 'S' TO WS-UPS-VIGENTE
                   ADD 1 TO WS-VIGENTES-UPS
               END-IF
           END-IF
           IF WS-EN-MAESTRO = 'S'
               MOVE WS-MAE-CLAVE TO WS-CLAVE-DISP
               MOVE SPACES TO WS-DESC-MAE
               STRING WS-MAE-ESTADO " " WS-MAE-FECHA
                   DELIMITED BY SIZE INTO WS-DESC-MAE
               IF WS-MAE-ESTADO = 'A'
                   AND WS-MAE-FECHA <= WS-FECHA-ASOF
                   MOVE 'S' TO WS-MAE-VIGENTE
                   ADD 1 TO WS-VIGENTES-MAE
               END-IF
           END-IF
           IF WS-UPS-VIGENTE = WS-MAE-VIGENTE
               GO TO COMPARAR-CLAVE-FIN
           END-IF
           ADD 1 TO WS-DIFERENCIAS
           MOVE SPACE TO WS-TARJETA
           EVALUATE TRUE
               WHEN WS-EN-MAESTRO = 'N'
                   ADD 1 TO WS-SOLO-UPSTREAM
                   MOVE "SOLO EXTRACTO" TO WS-TIPO-DIF
                   MOVE 'A' TO WS-TARJETA
               WHEN WS-EN-UPSTREAM = 'N'
                   ADD 1 TO WS-SOLO-MAESTRO
                   MOVE "SOLO MAESTRO" TO WS-TIPO-DIF
                   MOVE 'B' TO WS-TARJETA
               WHEN OTHER
                   ADD 1 TO WS-ESTADO-DISTINTO
                   MOVE "ESTADO DISTINTO" TO WS-TIPO-DIF
                   IF WS-MAE-VIGENTE = 'S'
                       MOVE 'B' TO WS-TARJETA
                   ELSE
                       IF WS-MAE-ESTADO = 'B'
                           MOVE 'A' TO WS-TARJETA
                       END-IF
                   END-IF
           END-EVALUATE
           EVALUATE WS-TARJETA
               WHEN 'A'
                   MOVE "ALTA" TO WS-ACCION-TEXTO
               WHEN 'B'
                   MOVE "BAJA" TO WS-ACCION-TEXTO
               WHEN OTHER
                   MOVE "REVISAR" TO WS-ACCION-TEXTO
                   ADD 1 TO WS-SIN-TARJETA
           END-EVALUATE
           IF WS-TARJETA NOT = SPACE
               MOVE WS-TARJETA TO TC-ACCION
               MOVE WS-CLAVE-DISP TO TC-CLAVE
               MOVE SPACES TO TC-CLAVE-NUEVA
               MOVE SPACE TO TC-FORZAR
               WRITE TRANCONC-RECORD
               ADD 1 TO WS-TARJETAS
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-CLAVE-DISP
               " " WS-TIPO-DIF
               " " WS-DESC-UPS
               " " WS-DESC-MAE
               " " WS-ACCION-TEXTO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA.
       COMPARAR-CLAVE-FIN.
           EXIT.

       IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVES LEIDAS     EXTRACTO " WS-LEIDOS-UPS
               "  MAESTRO " WS-LEIDOS-MAE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "VIGENTES AL CORTE EXTRACTO " WS-VIGENTES-UPS
               "  MAESTRO " WS-VIGENTES-MAE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SOLO EN EL EXTRACTO:    " WS-SOLO-UPSTREAM
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SOLO EN EL MAESTRO:     " WS-SOLO-MAESTRO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ESTADO DISTINTO:        " WS-ESTADO-DISTINTO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TARJETAS DE CORRECCION: " WS-TARJETAS
               "  PARA REVISION MANUAL: " WS-SIN-TARJETA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIFERENCIAS = 0
               STRING "MAESTRO EN SINCRONIA CON EL EXTRACTO AL "
                   WS-FECHA-ASOF
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "DECK TRANCONC RETENIDO HASTA LA FIRMA DE ESTE"
                   " REPORTE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO CONCRPT-RECORD
           WRITE CONCRPT-RECORD
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

      *    PERFIL DE CORRIDA CENTRAL: OPERADOR POR DEFECTO Y
      *    FECHA DE CORTE DEL MAESTRO; EL PARM LOS
      *    SOBREESCRIBE.
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
               IF RP-PROGRAMA = "CONCILIAMAESTRO"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-FECHA-ASOF IS NUMERIC
                       MOVE RP-FECHA-ASOF TO WS-FECHA-ASOF
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
           MOVE "CONCILIAMAESTRO" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = CLAVES DEL EXTRACTO,
      *    GRABADOS = TARJETAS DE CORRECCION. UNA CORRIDA CON
      *    CERO GRABADOS Y RC 0 ES LA ULTIMA PRUEBA DE
      *    SINCRONIA DEL MAESTRO.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "CONCILIAMAESTRO" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-LEIDOS-UPS TO CT-RECORDS-READ
           MOVE WS-TARJETAS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
