       IDENTIFICATION DIVISION.
       PROGRAM-ID. EditaMovimientos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMIN-FILE ASSIGN TO "NUMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMIN-STATUS.
           SELECT NUMREENT-FILE ASSIGN TO "NUMREENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMREENT-STATUS.
           SELECT NUMEDIT-FILE ASSIGN TO "NUMEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMEDIT-STATUS.
           SELECT NUMERR-FILE ASSIGN TO "NUMERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMERR-STATUS.
           SELECT EDITRPT-FILE ASSIGN TO "EDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDITRPT-STATUS.
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
      *    NUMIN DEL DIA CON CABECERA 'H' Y TRAILER 'T'.
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

      *    REINGRESO: ERRORES DE DIAS ANTERIORES YA
      *    CORREGIDOS, EN EL FORMATO DEL ARCHIVO DE ERRORES.
       FD  NUMREENT-FILE
           RECORDING MODE IS F.
       01  NUMREENT-RECORD         PIC X(80).

      *    NUMIN EDITADO PARA EL APAREO DE REVERSOS: MISMA
      *    CABECERA, LOS MOVIMIENTOS QUE PASARON LA EDICION
      *    (LOS DEL DIA Y DESPUES LOS REINGRESADOS) Y
      *    TRAILER RECALCULADO.
       FD  NUMEDIT-FILE
           RECORDING MODE IS F.
       01  NUMEDIT-RECORD          PIC X(40).

       FD  NUMERR-FILE
           RECORDING MODE IS F.
           COPY NUMERR.

       FD  EDITRPT-FILE
           RECORDING MODE IS F.
       01  EDITRPT-RECORD          PIC X(80).

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
       01  WS-NUMIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-NUMREENT-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMEDIT-STATUS     PIC X(02) VALUE '00'.
       01  WS-NUMERR-STATUS      PIC X(02) VALUE '00'.
       01  WS-EDITRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMIN-EOF          PIC X VALUE 'N'.
           88  NUMIN-AT-EOF      VALUE 'Y'.
       01  WS-NUMREENT-EOF       PIC X VALUE 'N'.
           88  NUMREENT-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-NUMIN-TRAILER      PIC X VALUE 'N'.
           88  NUMIN-TRAILER-VISTO VALUE 'Y'.

      *    MOVIMIENTO EN EDICION (DEL NUMIN O DEL REINGRESO).
       01  WS-MOVIMIENTO.
           05  WS-MOV-CLAVE        PIC X(4).
           05  WS-MOV-DESCRIPCION  PIC X(20).
           05  WS-MOV-IMPORTE      PIC X(7).
           05  WS-MOV-IMPORTE-N REDEFINES WS-MOV-IMPORTE
                                   PIC 9(5)V99.
           05  WS-MOV-FECHA        PIC X(8).
           05  WS-MOV-FECHA-N REDEFINES WS-MOV-FECHA.
               10  WS-MOV-ANIO         PIC 9(4).
               10  WS-MOV-MES          PIC 9(2).
               10  WS-MOV-DIA          PIC 9(2).
           05  WS-MOV-TIPO         PIC X(1).
       01  WS-MOV-CLAVE-N        PIC 9(4).
       01  WS-FUENTE             PIC X(1).

      *    MOTIVOS DE RECHAZO, UNO POR CAMPO QUE FALLA.
       01  WS-MOTIVO-TABLA.
           05  FILLER PIC X(38)
               VALUE "E01DESCRIPCION EN BLANCO             ".
           05  FILLER PIC X(38)
               VALUE "E02IMPORTE EN CERO                   ".
           05  FILLER PIC X(38)
               VALUE "E03IMPORTE NO NUMERICO               ".
           05  FILLER PIC X(38)
               VALUE "E04FECHA DE MOVIMIENTO INVALIDA      ".
           05  FILLER PIC X(38)
               VALUE "E05FECHA POSTERIOR A LA DE PROCESO   ".
           05  FILLER PIC X(38)
               VALUE "E06CLAVE NO NUMERICA                 ".
       01  WS-MOTIVOS REDEFINES WS-MOTIVO-TABLA.
           05  WS-MOT-ENTRY OCCURS 6 TIMES.
               10  WS-MOT-CODIGO       PIC X(3).
               10  WS-MOT-TEXTO        PIC X(35).
       01  WS-MOT-CUENTAS.
           05  WS-MOT-CUENTA OCCURS 6 TIMES PIC 9(7).
       01  MDX                   PIC 9(1).
       01  WS-CANT-MOTIVOS       PIC 9(1).
       01  WS-MOTIVOS-MOV.
           05  WS-MOTIVO-MOV OCCURS 5 TIMES PIC 9(1).

      *    DIAS POR MES PARA VALIDAR LA FECHA DE MOVIMIENTO.
       01  WS-DIAS-MES-TABLA     PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TABLA.
           05  WS-DIAS-MES OCCURS 12 TIMES PIC 9(2).
       01  WS-DIAS-TOPE          PIC 9(2).
       01  WS-FECHA-VALIDA       PIC X.

       01  WS-CAB-REGISTRO       PIC X(40).
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-EDIT-CUENTA        PIC 9(7) VALUE 0.
       01  WS-EDIT-HASH          PIC 9(11) VALUE 0.
       01  WS-NUMEDIT-TRAILER.
           05  FILLER              PIC X(1) VALUE 'T'.
           05  WS-NTRL-CUENTA      PIC 9(7).
           05  WS-NTRL-HASH        PIC 9(11).
           05  FILLER              PIC X(21) VALUE SPACES.

       01  WS-REENT-LEIDOS       PIC 9(7) VALUE 0.
       01  WS-ACEPT-NUMIN        PIC 9(7) VALUE 0.
       01  WS-ACEPT-REENT        PIC 9(7) VALUE 0.
       01  WS-RECH-NUMIN         PIC 9(7) VALUE 0.
       01  WS-RECH-REENT         PIC 9(7) VALUE 0.
       01  WS-TOT-LEIDOS         PIC 9(7) VALUE 0.
       01  WS-TOT-RECHAZOS       PIC 9(7) VALUE 0.

       01  WS-CNT-DISP           PIC Z(6)9.
       01  WS-REPORT-LINE        PIC X(80).
       01  WS-RECHAZOS-RPT.
           05  WS-RRP-COUNT        PIC 9(4) VALUE 0.
           05  WS-RRP-LINEA OCCURS 500 TIMES PIC X(80).
       01  RRX                   PIC 9(4).

       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 2.
       01  WS-OPER-HALLADO       PIC X.
       01  WS-OPER-NIVEL         PIC 9(1).
       01  WS-OPER-ACTIVO        PIC X.
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
           MOVE "EDIT" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR.
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
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > 6
               MOVE ZERO TO WS-MOT-CUENTA (MDX)
           END-PERFORM
           PERFORM VALIDAR-NUMIN
           OPEN OUTPUT NUMEDIT-FILE
           OPEN OUTPUT NUMERR-FILE
           MOVE WS-CAB-REGISTRO TO NUMEDIT-RECORD
           WRITE NUMEDIT-RECORD
           PERFORM EDITAR-NUMIN
           PERFORM EDITAR-REINGRESO THRU EDITAR-REINGRESO-FIN
           MOVE WS-EDIT-CUENTA TO WS-NTRL-CUENTA
           MOVE WS-EDIT-HASH TO WS-NTRL-HASH
           MOVE WS-NUMEDIT-TRAILER TO NUMEDIT-RECORD
           WRITE NUMEDIT-RECORD
           CLOSE NUMEDIT-FILE
           CLOSE NUMERR-FILE
           COMPUTE WS-TOT-LEIDOS = WS-CTL-CUENTA + WS-REENT-LEIDOS
           COMPUTE WS-TOT-RECHAZOS = WS-RECH-NUMIN + WS-RECH-REENT
           PERFORM ESCRIBIR-REPORTE
           DISPLAY "MOVIMIENTOS DEL NUMIN:    " WS-CTL-CUENTA
           DISPLAY "REINGRESADOS LEIDOS:      " WS-REENT-LEIDOS
           DISPLAY "ACEPTADOS DEL NUMIN:      " WS-ACEPT-NUMIN
           DISPLAY "ACEPTADOS DEL REINGRESO:  " WS-ACEPT-REENT
           DISPLAY "RECHAZADOS:               " WS-TOT-RECHAZOS
           IF WS-TOT-RECHAZOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "LEID=" WS-TOT-LEIDOS
               " ACEP=" WS-EDIT-CUENTA
               " RECH=" WS-TOT-RECHAZOS
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    PRIMERA PASADA: CABECERA Y TRAILER DEL NUMIN DEBEN
      *    ESTAR Y CUADRAR ANTES DE EDITAR NADA.
       VALIDAR-NUMIN.
           MOVE 'N' TO WS-NUMIN-EOF
           OPEN INPUT NUMIN-FILE
           IF WS-NUMIN-STATUS NOT = "00"
               DISPLAY "NUMIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           IF NUMIN-AT-EOF OR NUMIN-CAB-TIPO NOT = 'H'
               DISPLAY "NUMIN SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE NUMIN-RECORD TO WS-CAB-REGISTRO
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           PERFORM UNTIL NUMIN-AT-EOF OR NUMIN-TRAILER-VISTO
               IF NUMIN-TRL-TIPO = 'T'
                   MOVE 'Y' TO WS-NUMIN-TRAILER
                   IF NUMIN-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR NUMIN-TRL-HASH NOT = WS-CTL-HASH
                       DISPLAY "NUMIN DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " NUMIN-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "NUMIN DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-CUENTA
                   IF NUMIN-RECORD (1:4) IS NUMERIC
                       MOVE NUMIN-RECORD (1:4) TO WS-MOV-CLAVE-N
                       COMPUTE WS-CTL-HASH = FUNCTION MOD
                           (WS-CTL-HASH + WS-MOV-CLAVE-N,
                            100000000000)
                   END-IF
               END-IF
               READ NUMIN-FILE
                   AT END MOVE 'Y' TO WS-NUMIN-EOF
               END-READ
           END-PERFORM
           CLOSE NUMIN-FILE
           IF NOT NUMIN-TRAILER-VISTO
               DISPLAY "NUMIN SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMIN SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

       EDITAR-NUMIN.
           MOVE 'N' TO WS-NUMIN-EOF
           MOVE 'N' TO WS-NUMIN-TRAILER
           MOVE 'N' TO WS-FUENTE
           OPEN INPUT NUMIN-FILE
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           READ NUMIN-FILE
               AT END MOVE 'Y' TO WS-NUMIN-EOF
           END-READ
           PERFORM UNTIL NUMIN-AT-EOF OR NUMIN-TRAILER-VISTO
               IF NUMIN-TRL-TIPO = 'T'
                   MOVE 'Y' TO WS-NUMIN-TRAILER
               ELSE
                   MOVE NUMIN-RECORD TO WS-MOVIMIENTO
                   PERFORM EDITAR-MOVIMIENTO
               END-IF
               READ NUMIN-FILE
                   AT END MOVE 'Y' TO WS-NUMIN-EOF
               END-READ
           END-PERFORM
           CLOSE NUMIN-FILE
           .

      *    EL REINGRESO ES OPCIONAL: SIN ARCHIVO, O VACIO, NO
      *    HAY CORRECCIONES PARA MEZCLAR ESE DIA.
       EDITAR-REINGRESO.
           MOVE 'N' TO WS-NUMREENT-EOF
           MOVE 'R' TO WS-FUENTE
           OPEN INPUT NUMREENT-FILE
           IF WS-NUMREENT-STATUS NOT = "00"
               GO TO EDITAR-REINGRESO-FIN
           END-IF
           READ NUMREENT-FILE
               AT END MOVE 'Y' TO WS-NUMREENT-EOF
           END-READ
           PERFORM UNTIL NUMREENT-AT-EOF
               IF NUMREENT-RECORD (1:40) NOT = SPACES
                   ADD 1 TO WS-REENT-LEIDOS
                   MOVE NUMREENT-RECORD (1:40) TO WS-MOVIMIENTO
                   PERFORM EDITAR-MOVIMIENTO
               END-IF
               READ NUMREENT-FILE
                   AT END MOVE 'Y' TO WS-NUMREENT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMREENT-FILE.
       EDITAR-REINGRESO-FIN.
           EXIT.

      *    EDICION DE CAMPOS: SE ANOTAN TODOS LOS MOTIVOS QUE
      *    APLICAN AL MOVIMIENTO, NO SOLO EL PRIMERO.
       EDITAR-MOVIMIENTO.
           MOVE 0 TO WS-CANT-MOTIVOS
           IF WS-MOV-DESCRIPCION = SPACES
               MOVE 1 TO MDX
               PERFORM ANOTAR-MOTIVO
           END-IF
           IF WS-MOV-IMPORTE IS NOT NUMERIC
               MOVE 3 TO MDX
               PERFORM ANOTAR-MOTIVO
           ELSE
               IF WS-MOV-IMPORTE-N = 0
                   MOVE 2 TO MDX
                   PERFORM ANOTAR-MOTIVO
               END-IF
           END-IF
           PERFORM VALIDAR-FECHA
           IF WS-FECHA-VALIDA = 'N'
               MOVE 4 TO MDX
               PERFORM ANOTAR-MOTIVO
           ELSE
               IF WS-MOV-FECHA > WS-FECHA-HOY
                   MOVE 5 TO MDX
                   PERFORM ANOTAR-MOTIVO
               END-IF
           END-IF
           IF WS-MOV-CLAVE IS NOT NUMERIC
               MOVE 6 TO MDX
               PERFORM ANOTAR-MOTIVO
           END-IF
           IF WS-CANT-MOTIVOS = 0
               PERFORM ACEPTAR-MOVIMIENTO
           ELSE
               PERFORM RECHAZAR-MOVIMIENTO
           END-IF
           .

       ANOTAR-MOTIVO.
           IF WS-CANT-MOTIVOS < 5
               ADD 1 TO WS-CANT-MOTIVOS
               MOVE MDX TO WS-MOTIVO-MOV (WS-CANT-MOTIVOS)
           END-IF
           ADD 1 TO WS-MOT-CUENTA (MDX)
           .

      *    FECHA AAAAMMDD NUMERICA, MES 01-12 Y DIA DENTRO DEL
      *    MES (FEBRERO 29 SOLO EN ANIO BISIESTO).
       VALIDAR-FECHA.
           MOVE 'N' TO WS-FECHA-VALIDA
           IF WS-MOV-FECHA IS NUMERIC
               IF WS-MOV-ANIO > 1600
                   AND WS-MOV-MES >= 1 AND WS-MOV-MES <= 12
                   MOVE WS-DIAS-MES (WS-MOV-MES) TO WS-DIAS-TOPE
                   IF WS-MOV-MES = 2
                       IF FUNCTION MOD(WS-MOV-ANIO, 4) = 0
                           AND (FUNCTION MOD(WS-MOV-ANIO, 100) NOT = 0
                             OR FUNCTION MOD(WS-MOV-ANIO, 400) = 0)
                           MOVE 29 TO WS-DIAS-TOPE
                       END-IF
                   END-IF
                   IF WS-MOV-DIA >= 1 AND WS-MOV-DIA <= WS-DIAS-TOPE
                       MOVE 'S' TO WS-FECHA-VALIDA
                   END-IF
               END-IF
           END-IF
           .

       ACEPTAR-MOVIMIENTO.
           MOVE WS-MOVIMIENTO TO NUMEDIT-RECORD
           WRITE NUMEDIT-RECORD
           ADD 1 TO WS-EDIT-CUENTA
           MOVE WS-MOV-CLAVE TO WS-MOV-CLAVE-N
           COMPUTE WS-EDIT-HASH = FUNCTION MOD
               (WS-EDIT-HASH + WS-MOV-CLAVE-N, 100000000000)
           IF WS-FUENTE = 'R'
               ADD 1 TO WS-ACEPT-REENT
           ELSE
               ADD 1 TO WS-ACEPT-NUMIN
           END-IF
           .

       RECHAZAR-MOVIMIENTO.
           MOVE SPACES TO NE-ERROR-RECORD
           MOVE WS-MOVIMIENTO TO NE-REGISTRO
           MOVE WS-FUENTE TO NE-FUENTE
           MOVE WS-FECHA-HOY TO NE-FECHA-PROC
           MOVE WS-CANT-MOTIVOS TO NE-CANT-MOTIVOS
           PERFORM VARYING MDX FROM 1 BY 1
                   UNTIL MDX > WS-CANT-MOTIVOS
               MOVE WS-MOT-CODIGO (WS-MOTIVO-MOV (MDX))
                   TO NE-MOTIVO (MDX)
           END-PERFORM
           WRITE NE-ERROR-RECORD
           IF WS-FUENTE = 'R'
               ADD 1 TO WS-RECH-REENT
           ELSE
               ADD 1 TO WS-RECH-NUMIN
           END-IF
           IF WS-RRP-COUNT < 500
               ADD 1 TO WS-RRP-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-MOVIMIENTO
                   " " WS-FUENTE
                   " " NE-MOTIVO (1) " " NE-MOTIVO (2)
                   " " NE-MOTIVO (3) " " NE-MOTIVO (4)
                   " " NE-MOTIVO (5)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               MOVE WS-REPORT-LINE TO WS-RRP-LINEA (WS-RRP-COUNT)
           END-IF
           .

      *    REPORTE DE EDICION: CUENTAS DE ENTRADA Y SALIDA,
      *    RECHAZOS POR MOTIVO Y DETALLE DE LOS RECHAZADOS.
      *    UN MOVIMIENTO CON VARIOS MOTIVOS CUENTA EN CADA UNO.
       ESCRIBIR-REPORTE.
           OPEN OUTPUT EDITRPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EDICION DE MOVIMIENTOS NUMIN - FECHA "
               WS-FECHA-HOY "  RUN ID " WS-RUN-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOTE DEL " WS-CAB-REGISTRO (2:8)
               " ORIGEN " WS-CAB-REGISTRO (10:8)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-CTL-CUENTA TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS DEL NUMIN ......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-REENT-LEIDOS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  REINGRESADOS .................. " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-LEIDOS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL EDITADO ................. " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ACEPT-NUMIN TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACEPTADOS DEL NUMIN ........... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-ACEPT-REENT TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  ACEPTADOS DEL REINGRESO ....... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RECH-NUMIN TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RECHAZADOS DEL NUMIN .......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RECH-REENT TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  RECHAZADOS DEL REINGRESO ...... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RECHAZOS POR MOTIVO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING MDX FROM 1 BY 1 UNTIL MDX > 6
               MOVE WS-MOT-CUENTA (MDX) TO WS-CNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-MOT-CODIGO (MDX)
                   " " WS-MOT-TEXTO (MDX)
                   " " WS-CNT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           IF WS-RRP-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MOVIMIENTOS RECHAZADOS (F: N = NUMIN, "
                   "R = REINGRESO)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               PERFORM VARYING RRX FROM 1 BY 1
                       UNTIL RRX > WS-RRP-COUNT
                   MOVE WS-RRP-LINEA (RRX) TO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-PERFORM
               IF WS-TOT-RECHAZOS > WS-RRP-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  ... DETALLE COMPLETO EN NUMERR"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
           END-IF
           CLOSE EDITRPT-FILE
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO EDITRPT-RECORD
           WRITE EDITRPT-RECORD
           .

      *    CONTROL DE AUTORIZACION DE OPERADORES: EL OPERADOR
      *    DEL PARM DEBE EXISTIR EN EL MAESTRO OPERMAST,
      *    ESTAR ACTIVO Y TENER EL NIVEL REQUERIDO POR ESTE
      *    PROGRAMA. SIN MAESTRO DISPONIBLE SE AVISA POR
      *    CONSOLA Y SE CONTINUA.
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

      *    FECHA DE PROCESO DE NEGOCIO: SI EL ARCHIVO DE
      *    CONTROL ESTA DISPONIBLE, TODOS LOS SELLOS DE
      *    FECHA DE LA CORRIDA USAN LA FECHA DE NEGOCIO EN
      *    VEZ DE LA FECHA DE MAQUINA. ES TAMBIEN EL TOPE
      *    PARA LA FECHA DE MOVIMIENTO.
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
      *    OPERADOR POR DEFECTO; EL PARM LO SOBREESCRIBE.
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
               IF RP-PROGRAMA = "EDITAMOVIMIENTOS"
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
           MOVE "EDITAMOVIMIENTOS" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = MOVIMIENTOS DEL NUMIN
      *    MAS REINGRESADOS, GRABADOS = ACEPTADOS EN NUMEDIT;
      *    LA DIFERENCIA SON LOS RECHAZOS DE NUMERR.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "EDITAMOVIMIENTOS" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-TOT-LEIDOS TO CT-RECORDS-READ
           MOVE WS-EDIT-CUENTA TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
