       IDENTIFICATION DIVISION.
       PROGRAM-ID. MayorClaves.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NUMOUT-FILE ASSIGN TO "NUMOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NUMOUT-STATUS.
           SELECT LEDGIN-FILE ASSIGN TO "LEDGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGIN-STATUS.
           SELECT LEDGOUT-FILE ASSIGN TO "LEDGOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGOUT-STATUS.
           SELECT LEDGRPT-FILE ASSIGN TO "LEDGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGRPT-STATUS.
           SELECT FINHIST-FILE ASSIGN TO "FINHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINHIST-STATUS.
           SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT CTLTOT-FILE ASSIGN TO "CTLTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLTOT-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
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
      *    GENERACION ORDENADA DE MOVIMIENTOS CON CABECERA 'H'
      *    (FECHA DE NEGOCIO Y ORIGEN) Y TRAILER 'T' (CUENTA,
      *    HASH DE CLAVES E IMPORTE NETO CON SIGNO). LOS
      *    REVERSOS RESTAN.
       FD  NUMOUT-FILE
           RECORDING MODE IS F.
       01  NUMOUT-RECORD           PIC X(40).
       01  NUMOUT-REC-CABECERA REDEFINES NUMOUT-RECORD.
           05  NUMOUT-CAB-TIPO     PIC X(1).
           05  NUMOUT-CAB-FECHA    PIC X(8).
           05  NUMOUT-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(23).
       01  NUMOUT-REC-TRAILER REDEFINES NUMOUT-RECORD.
           05  NUMOUT-TRL-TIPO     PIC X(1).
           05  NUMOUT-TRL-CUENTA   PIC 9(7).
           05  NUMOUT-TRL-HASH     PIC 9(11).
           05  NUMOUT-TRL-IMPORTE  PIC 9(9)V99.
           05  NUMOUT-TRL-SIGNO    PIC X(1).
           05  FILLER              PIC X(9).
       01  NUMOUT-REC-DATO REDEFINES NUMOUT-RECORD.
           05  NUM-PIC             PIC 9(4).
           05  NUM-DESCRIPCION     PIC X(20).
           05  NUM-IMPORTE         PIC 9(5)V99.
           05  NUM-FECHA-MOVIM     PIC X(8).
           05  NUM-TIPO-MOVIM      PIC X(1).

       FD  LEDGIN-FILE
           RECORDING MODE IS F.
           COPY LEDGMAST.

       FD  LEDGOUT-FILE
           RECORDING MODE IS F.
       01  LEDGOUT-RECORD          PIC X(64).

       FD  LEDGRPT-FILE
           RECORDING MODE IS F.
       01  LEDGRPT-RECORD          PIC X(80).

       FD  FINHIST-FILE
           RECORDING MODE IS F.
           COPY FINHIST.

       FD  AUDITLOG-FILE
           RECORDING MODE IS F.
           COPY AUDITLOG.

       FD  CTLTOT-FILE
           RECORDING MODE IS F.
           COPY CTLTOT.

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

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
       01  WS-NUMOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-LEDGIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-LEDGOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-LEDGRPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-FINHIST-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-NUMOUT-EOF         PIC X VALUE 'N'.
           88  NUMOUT-AT-EOF     VALUE 'Y'.
       01  WS-LEDGIN-EOF         PIC X VALUE 'N'.
           88  LEDGIN-AT-EOF     VALUE 'Y'.
       01  WS-FINHIST-EOF        PIC X VALUE 'N'.
           88  FINHIST-AT-EOF    VALUE 'Y'.
       01  WS-BCHREG-EOF         PIC X VALUE 'N'.
           88  BCHREG-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.
       01  WS-NUMOUT-TRAILER     PIC X VALUE 'N'.
           88  NUMOUT-TRAILER-VISTO VALUE 'Y'.

      *    MAYOR EN MEMORIA, UNA ENTRADA POR CLAVE POSIBLE
      *    (CLAVE + 1 ES EL SUBINDICE). EXISTE = 'S' CUANDO
      *    LA CLAVE ESTA EN EL MAYOR. LOS IMPORTES VAN CON
      *    SIGNO; EN EL ARCHIVO LLEVAN BYTE DE SIGNO.
       01  WS-MAYOR.
           05  WS-MAY-ENTRY OCCURS 10000 TIMES.
               10  WS-MAY-EXISTE       PIC X(1).
               10  WS-MAY-APERTURA     PIC S9(11)V99.
               10  WS-MAY-DEBITOS      PIC S9(11)V99.
               10  WS-MAY-MOVIM        PIC 9(7).
               10  WS-MAY-ULT-FECHA    PIC X(8).
               10  WS-MAY-POSTEO       PIC X(8).
       01  KX                    PIC 9(5).
       01  WS-MES-MAYOR          PIC X(6) VALUE SPACES.
       01  WS-MES-POSTEO         PIC X(6) VALUE SPACES.
       01  WS-MES-NUM.
           05  WS-MES-ANIO         PIC 9(4).
           05  WS-MES-MM           PIC 9(2).

      *    CONCILIACION DEL CIERRE: UNA ENTRADA POR FECHA DE
      *    GENERACION DEL MES, CON LO POSTEADO EN EL MAYOR
      *    (SEGUN BCHREG) Y EL TOTAL GENERAL DEL RESUMEN
      *    FINANCIERO (SEGUN FINHIST). SI UNA FECHA APARECE
      *    MAS DE UNA VEZ VALE LA ULTIMA.
       01  WS-DIAS.
           05  WS-DIA-COUNT        PIC 9(3) VALUE 0.
           05  WS-DIA-ENTRY OCCURS 62 TIMES.
               10  WS-DIA-FECHA        PIC X(8).
               10  WS-DIA-POSTEADO     PIC X(1).
               10  WS-DIA-MAY-CUENTA   PIC 9(7).
               10  WS-DIA-RESUMIDO     PIC X(1).
               10  WS-DIA-RES-CUENTA   PIC 9(7).
               10  WS-DIA-RES-IMPORTE  PIC S9(11)V99.
       01  WS-DIA-TEMP           PIC X(37).
       01  DDX                   PIC 9(3).
       01  DJX                   PIC 9(3).
       01  WS-DIA-FECHA-BUSCA    PIC X(8).

      *    CALENDARIO DE NEGOCIO: FERIADOS DEL FECPROC.
       01  WS-FERIADOS.
           05  WS-FER-COUNT        PIC 9(3) VALUE 0.
           05  WS-FER-FECHA OCCURS 200 TIMES PIC X(8).
       01  FRX                   PIC 9(3).
       01  WS-DIA-ENTERO         PIC 9(7).
       01  WS-DIA-SEMANA         PIC 9(1).
       01  WS-FECHA-SIG          PIC 9(8).
       01  WS-FECHA-SIG-X REDEFINES WS-FECHA-SIG PIC X(8).
       01  WS-DIA-HABIL          PIC X VALUE 'N'.
       01  WS-FIN-DE-MES         PIC X VALUE 'N'.
           88  ES-FIN-DE-MES     VALUE 'S'.
       01  WS-CIERRE-ATRASADO    PIC X VALUE 'N'.

       01  WS-CAB-FECHA          PIC X(8) VALUE SPACES.
       01  WS-CAB-ORIGEN         PIC X(8) VALUE SPACES.
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-CTL-IMPORTE        PIC S9(11)V99 VALUE 0.
       01  WS-TRL-IMPORTE        PIC S9(11)V99 VALUE 0.
       01  WS-IMPORTE-NETO       PIC S9(5)V99.
       01  WS-POSTEADOS          PIC 9(7) VALUE 0.
       01  WS-CLAVES-ACTUALIZ    PIC 9(7) VALUE 0.
       01  WS-CLAVES-NUEVAS      PIC 9(7) VALUE 0.
       01  WS-GRABADOS           PIC 9(7) VALUE 0.
       01  WS-POSTEO-HECHO       PIC X VALUE 'N'.
       01  WS-CIERRES            PIC 9(3) VALUE 0.
       01  WS-DESCUADRE          PIC X VALUE 'N'.
           88  CIERRE-DESCUADRADO VALUE 'S'.

       01  WS-TOT-CLAVES         PIC 9(7).
       01  WS-TOT-APERTURA       PIC S9(13)V99.
       01  WS-TOT-DEBITOS        PIC S9(13)V99.
       01  WS-TOT-MOVIM          PIC 9(9).
       01  WS-TOT-CIERRE         PIC S9(13)V99.
       01  WS-RES-DIAS           PIC 9(3).
       01  WS-RES-CUENTA         PIC 9(9).
       01  WS-RES-IMPORTE        PIC S9(13)V99.
       01  WS-DIF-CUENTA         PIC S9(9).
       01  WS-DIF-IMPORTE        PIC S9(13)V99.
       01  WS-SALDO-CIERRE       PIC S9(11)V99.

       01  WS-IMP-DISP           PIC -(11)9.99.
       01  WS-IMP-DISP2          PIC -(11)9.99.
       01  WS-IMP-DISP3          PIC -(11)9.99.
       01  WS-TOT-DISP           PIC -(13)9.99.
       01  WS-CNT-DISP           PIC Z(6)9.
       01  WS-CNT-DISP2          PIC Z(6)9.
       01  WS-DIF-CNT-DISP       PIC -(9)9.
       01  WS-CLAVE-DISP         PIC 9(4).
       01  WS-ESTADO-DIA         PIC X(12).
       01  WS-REPORT-LINE        PIC X(80).

       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-REPROC        PIC X(08) VALUE SPACES.
       01  WS-REPROCESO          PIC X VALUE 'N'.
           88  REPROCESO-PERMITIDO VALUE 'Y'.
       01  WS-LOTE-YA-PROC       PIC X VALUE 'N'.
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
           MOVE "MAYR" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,REPROCESO. 'REPROC' PERMITE VOLVER
      *    A POSTEAR UNA GENERACION YA REGISTRADA EN BCHREG
      *    (POR EJEMPLO DESPUES DE RESTAURAR EL MAYOR).
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-REPROC
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-REPROC = "REPROC"
                   MOVE 'Y' TO WS-REPROCESO
               END-IF
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           PERFORM VALIDAR-NUMOUT
           PERFORM VERIFICAR-LOTE THRU VERIFICAR-LOTE-FIN
           PERFORM CARGAR-MAYOR THRU CARGAR-MAYOR-FIN
           MOVE WS-CAB-FECHA (1:6) TO WS-MES-POSTEO
           IF WS-MES-MAYOR = SPACES
               MOVE WS-MES-POSTEO TO WS-MES-MAYOR
           END-IF
           IF WS-MES-POSTEO < WS-MES-MAYOR
               DISPLAY "GENERACION DEL " WS-CAB-FECHA
                   " CORRESPONDE A UN MES YA CERRADO ("
                   WS-MES-MAYOR ") - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "GENERACION DE MES CERRADO" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT LEDGRPT-FILE
      *    SI EL CIERRE DE UN MES ANTERIOR NO SE HIZO (EL
      *    ULTIMO DIA HABIL NO CORRIO), SE CIERRA AHORA,
      *    ANTES DE POSTEAR LA GENERACION DEL MES NUEVO.
           MOVE 'S' TO WS-CIERRE-ATRASADO
           PERFORM CERRAR-MES UNTIL WS-MES-MAYOR NOT < WS-MES-POSTEO
           MOVE 'N' TO WS-CIERRE-ATRASADO
           PERFORM APLICAR-NUMOUT
           PERFORM VERIFICAR-FIN-DE-MES
           PERFORM REPORTAR-POSTEO
           IF ES-FIN-DE-MES
               PERFORM CERRAR-MES
           END-IF
           CLOSE LEDGRPT-FILE
           PERFORM GRABAR-MAYOR
           DISPLAY "GENERACION POSTEADA:  " WS-CAB-FECHA
           DISPLAY "MOVIMIENTOS:          " WS-POSTEADOS
           DISPLAY "CLAVES ACTUALIZADAS:  " WS-CLAVES-ACTUALIZ
           DISPLAY "CLAVES NUEVAS:        " WS-CLAVES-NUEVAS
           DISPLAY "CIERRES DE MES:       " WS-CIERRES
           DISPLAY "REGISTROS DEL MAYOR:  " WS-GRABADOS
           IF CIERRE-DESCUADRADO
               DISPLAY "CIERRE NO CONCILIA CON EL RESUMEN FINANCIERO"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO AU-DETAIL
           STRING "POST=" WS-CAB-FECHA
               " MOV=" WS-POSTEADOS
               " CIERRES=" WS-CIERRES
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           PERFORM REGISTRAR-LOTE
           GOBACK.

      *    PRIMERA PASADA: VALIDA CABECERA Y TRAILER DE LA
      *    GENERACION (CUENTA, HASH E IMPORTE NETO) ANTES DE
      *    TOCAR EL MAYOR.
       VALIDAR-NUMOUT.
           MOVE 'N' TO WS-NUMOUT-EOF
           OPEN INPUT NUMOUT-FILE
           IF WS-NUMOUT-STATUS NOT = "00"
               DISPLAY "NUMOUT NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           IF NUMOUT-AT-EOF OR NUMOUT-CAB-TIPO NOT = 'H'
               OR NUMOUT-CAB-FECHA IS NOT NUMERIC
               DISPLAY "NUMOUT SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE NUMOUT-CAB-FECHA TO WS-CAB-FECHA
           MOVE NUMOUT-CAB-ORIGEN TO WS-CAB-ORIGEN
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           PERFORM UNTIL NUMOUT-AT-EOF OR NUMOUT-TRAILER-VISTO
               IF NUMOUT-TRL-TIPO = 'T'
                   MOVE 'Y' TO WS-NUMOUT-TRAILER
                   IF NUMOUT-TRL-SIGNO = '-'
                       COMPUTE WS-TRL-IMPORTE =
                           0 - NUMOUT-TRL-IMPORTE
                   ELSE
                       MOVE NUMOUT-TRL-IMPORTE TO WS-TRL-IMPORTE
                   END-IF
                   IF NUMOUT-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR NUMOUT-TRL-HASH NOT = WS-CTL-HASH
                       OR WS-TRL-IMPORTE NOT = WS-CTL-IMPORTE
                       DISPLAY "NUMOUT DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " NUMOUT-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "NUMOUT DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   IF NUMOUT-RECORD (1:4) IS NUMERIC
                       ADD 1 TO WS-CTL-CUENTA
                       COMPUTE WS-CTL-HASH = FUNCTION MOD
                           (WS-CTL-HASH + NUM-PIC, 100000000000)
                       IF NUM-TIPO-MOVIM = 'R'
                           SUBTRACT NUM-IMPORTE FROM WS-CTL-IMPORTE
                       ELSE
                           ADD NUM-IMPORTE TO WS-CTL-IMPORTE
                       END-IF
                   END-IF
               END-IF
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMOUT-FILE
           IF NOT NUMOUT-TRAILER-VISTO
               DISPLAY "NUMOUT SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "NUMOUT SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

      *    CARGA EL MAYOR VIGENTE EN LA TABLA. SIN MAYOR
      *    (PRIMERA CORRIDA) TODAS LAS CLAVES ARRANCAN CON
      *    SALDO CERO EN EL MES DE LA GENERACION.
       CARGAR-MAYOR.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
               MOVE 'N' TO WS-MAY-EXISTE (KX)
               MOVE ZERO TO WS-MAY-APERTURA (KX)
               MOVE ZERO TO WS-MAY-DEBITOS (KX)
               MOVE ZERO TO WS-MAY-MOVIM (KX)
               MOVE SPACES TO WS-MAY-ULT-FECHA (KX)
               MOVE SPACES TO WS-MAY-POSTEO (KX)
           END-PERFORM
           MOVE 'N' TO WS-LEDGIN-EOF
           OPEN INPUT LEDGIN-FILE
           IF WS-LEDGIN-STATUS NOT = "00"
               DISPLAY "MAYOR SIN DATOS - SE INICIA CON SALDO CERO"
               GO TO CARGAR-MAYOR-FIN
           END-IF
           READ LEDGIN-FILE
               AT END MOVE 'Y' TO WS-LEDGIN-EOF
           END-READ
           PERFORM UNTIL LEDGIN-AT-EOF
               IF LM-CLAVE IS NUMERIC
                   COMPUTE KX = LM-CLAVE + 1
                   MOVE 'S' TO WS-MAY-EXISTE (KX)
                   IF LM-SIGNO-APERTURA = '-'
                       COMPUTE WS-MAY-APERTURA (KX) =
                           0 - LM-SALDO-APERTURA
                   ELSE
                       MOVE LM-SALDO-APERTURA TO WS-MAY-APERTURA (KX)
                   END-IF
                   IF LM-SIGNO-DEBITOS = '-'
                       COMPUTE WS-MAY-DEBITOS (KX) =
                           0 - LM-DEBITOS-MES
                   ELSE
                       MOVE LM-DEBITOS-MES TO WS-MAY-DEBITOS (KX)
                   END-IF
                   MOVE LM-MOVIM-MES TO WS-MAY-MOVIM (KX)
                   MOVE LM-FECHA-ULT-MOV TO WS-MAY-ULT-FECHA (KX)
                   MOVE LM-FECHA-POSTEO TO WS-MAY-POSTEO (KX)
                   IF LM-MES > WS-MES-MAYOR
                       MOVE LM-MES TO WS-MES-MAYOR
                   END-IF
               END-IF
               READ LEDGIN-FILE
                   AT END MOVE 'Y' TO WS-LEDGIN-EOF
               END-READ
           END-PERFORM
           CLOSE LEDGIN-FILE.
       CARGAR-MAYOR-FIN.
           EXIT.

      *    SEGUNDA PASADA: CADA MOVIMIENTO SUMA (O RESTA, SI
      *    ES REVERSO) A LOS DEBITOS DEL MES DE SU CLAVE.
       APLICAR-NUMOUT.
           MOVE 'N' TO WS-NUMOUT-EOF
           OPEN INPUT NUMOUT-FILE
           READ NUMOUT-FILE
               AT END MOVE 'Y' TO WS-NUMOUT-EOF
           END-READ
           PERFORM UNTIL NUMOUT-AT-EOF
               IF NUMOUT-RECORD (1:4) IS NUMERIC
                   PERFORM POSTEAR-MOVIMIENTO
               END-IF
               READ NUMOUT-FILE
                   AT END MOVE 'Y' TO WS-NUMOUT-EOF
               END-READ
           END-PERFORM
           CLOSE NUMOUT-FILE
           MOVE 'S' TO WS-POSTEO-HECHO
           .

       POSTEAR-MOVIMIENTO.
           COMPUTE KX = NUM-PIC + 1
           IF WS-MAY-EXISTE (KX) NOT = 'S'
               MOVE 'S' TO WS-MAY-EXISTE (KX)
               ADD 1 TO WS-CLAVES-NUEVAS
           END-IF
           IF WS-MAY-POSTEO (KX) NOT = WS-CAB-FECHA
               ADD 1 TO WS-CLAVES-ACTUALIZ
               MOVE WS-CAB-FECHA TO WS-MAY-POSTEO (KX)
           END-IF
           IF NUM-TIPO-MOVIM = 'R'
               COMPUTE WS-IMPORTE-NETO = 0 - NUM-IMPORTE
           ELSE
               MOVE NUM-IMPORTE TO WS-IMPORTE-NETO
           END-IF
           ADD WS-IMPORTE-NETO TO WS-MAY-DEBITOS (KX)
           ADD 1 TO WS-MAY-MOVIM (KX)
           IF NUM-FECHA-MOVIM > WS-MAY-ULT-FECHA (KX)
               OR WS-MAY-ULT-FECHA (KX) = SPACES
               MOVE NUM-FECHA-MOVIM TO WS-MAY-ULT-FECHA (KX)
           END-IF
           ADD 1 TO WS-POSTEADOS
           .

      *    FIN DE MES SEGUN EL CALENDARIO DE NEGOCIO: LA
      *    FECHA DE LA GENERACION ES FIN DE MES CUANDO EL
      *    PROXIMO DIA HABIL (NI SABADO, NI DOMINGO, NI
      *    FERIADO DEL FECPROC) CAE EN OTRO MES.
       VERIFICAR-FIN-DE-MES.
           MOVE 'N' TO WS-FIN-DE-MES
           COMPUTE WS-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CAB-FECHA))
           MOVE 'N' TO WS-DIA-HABIL
           PERFORM UNTIL WS-DIA-HABIL = 'S'
               ADD 1 TO WS-DIA-ENTERO
               COMPUTE WS-FECHA-SIG =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-ENTERO)
               COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-DIA-ENTERO, 7)
               MOVE 'S' TO WS-DIA-HABIL
      *        EL DIA 1 DEL CALENDARIO (01/01/1601) FUE LUNES:
      *        RESTO 6 = SABADO, RESTO 0 = DOMINGO.
               IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
                   MOVE 'N' TO WS-DIA-HABIL
               END-IF
               PERFORM VARYING FRX FROM 1 BY 1
                       UNTIL FRX > WS-FER-COUNT
                   IF WS-FER-FECHA (FRX) = WS-FECHA-SIG-X
                       MOVE 'N' TO WS-DIA-HABIL
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-FECHA-SIG-X (1:6) NOT = WS-CAB-FECHA (1:6)
               MOVE 'S' TO WS-FIN-DE-MES
           END-IF
           .

       REPORTAR-POSTEO.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MAYOR DE CLAVES - POSTEO DE LA GENERACION DEL "
               WS-CAB-FECHA DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN ID " WS-RUN-ID "  FECHA DE PROCESO "
               WS-FECHA-HOY DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-POSTEADOS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS POSTEADOS .......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-CTL-IMPORTE TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  IMPORTE NETO POSTEADO ..... " WS-IMP-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-CLAVES-ACTUALIZ TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CLAVES ACTUALIZADAS ............ " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-CLAVES-NUEVAS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CLAVES NUEVAS EN EL MAYOR ...... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MES DEL MAYOR .................. " WS-MES-MAYOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  PROXIMO DIA HABIL .............. "
               WS-FECHA-SIG-X DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF ES-FIN-DE-MES
               STRING "  CIERRE DE MES .................. SI"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  CIERRE DE MES .................. NO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    CIERRE DEL MES DEL MAYOR: ESTADO POR CLAVE, HOJA DE
      *    TOTALES CONCILIADA CONTRA LOS TOTALES GENERALES
      *    DIARIOS DEL RESUMEN FINANCIERO, Y PASE DE LOS
      *    SALDOS DE CIERRE A APERTURA DEL MES SIGUIENTE.
       CERRAR-MES.
           ADD 1 TO WS-CIERRES
           MOVE ZERO TO WS-TOT-CLAVES
           MOVE ZERO TO WS-TOT-APERTURA
           MOVE ZERO TO WS-TOT-DEBITOS
           MOVE ZERO TO WS-TOT-MOVIM
           MOVE ZERO TO WS-TOT-CIERRE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CIERRE-ATRASADO = 'S'
               STRING "ESTADO DE CIERRE DEL MES " WS-MES-MAYOR
                   " (CIERRE ATRASADO)"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "ESTADO DE CIERRE DEL MES " WS-MES-MAYOR
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CLAVE    SALDO APERTURA  DEBITOS DEL MES"
               "    MOVS  ULT MOVIM    SALDO CIERRE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
               IF WS-MAY-EXISTE (KX) = 'S'
                   PERFORM IMPRIMIR-ESTADO-CLAVE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM CONCILIAR-MES
           PERFORM PASAR-SALDOS
           .

       IMPRIMIR-ESTADO-CLAVE.
           COMPUTE WS-SALDO-CIERRE =
               WS-MAY-APERTURA (KX) + WS-MAY-DEBITOS (KX)
           ADD 1 TO WS-TOT-CLAVES
           ADD WS-MAY-APERTURA (KX) TO WS-TOT-APERTURA
           ADD WS-MAY-DEBITOS (KX) TO WS-TOT-DEBITOS
           ADD WS-MAY-MOVIM (KX) TO WS-TOT-MOVIM
           ADD WS-SALDO-CIERRE TO WS-TOT-CIERRE
           MOVE WS-MAY-APERTURA (KX) TO WS-IMP-DISP
           MOVE WS-MAY-DEBITOS (KX) TO WS-IMP-DISP2
           MOVE WS-SALDO-CIERRE TO WS-IMP-DISP3
           MOVE WS-MAY-MOVIM (KX) TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           COMPUTE WS-CLAVE-DISP = KX - 1
           STRING "  " WS-CLAVE-DISP
               " " WS-IMP-DISP
               " " WS-IMP-DISP2
               " " WS-CNT-DISP
               "  " WS-MAY-ULT-FECHA (KX)
               " " WS-IMP-DISP3
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    HOJA DE TOTALES: LOS DEBITOS DEL MES DEL MAYOR
      *    DEBEN IGUALAR LA SUMA DE LOS TOTALES GENERALES
      *    DIARIOS DEL RESUMEN FINANCIERO (FINHIST), Y LOS
      *    MOVIMIENTOS SU CUENTA. SE DETALLA POR FECHA DE
      *    GENERACION LO POSTEADO (BCHREG) CONTRA LO
      *    RESUMIDO PARA UBICAR EL DIA QUE NO CUADRA.
       CONCILIAR-MES.
           MOVE 0 TO WS-DIA-COUNT
           PERFORM CARGAR-POSTEOS-MES
           PERFORM CARGAR-RESUMENES-MES
           PERFORM ORDENAR-DIAS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTALES DE CIERRE DEL MES " WS-MES-MAYOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-CLAVES TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CLAVES EN EL MAYOR ............ " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-APERTURA TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SALDO DE APERTURA ........ " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-DEBITOS TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DEBITOS DEL MES .......... " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-CIERRE TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  SALDO DE CIERRE .......... " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-TOT-MOVIM TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS DEL MES ........... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CONCILIACION CONTRA EL RESUMEN FINANCIERO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  FECHA      MOVS MAYOR  MOVS RESUMEN"
               "   IMPORTE RESUMEN  ESTADO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE ZERO TO WS-RES-DIAS
           MOVE ZERO TO WS-RES-CUENTA
           MOVE ZERO TO WS-RES-IMPORTE
           PERFORM VARYING DDX FROM 1 BY 1 UNTIL DDX > WS-DIA-COUNT
               PERFORM IMPRIMIR-DIA
           END-PERFORM
           COMPUTE WS-DIF-CUENTA = WS-TOT-MOVIM - WS-RES-CUENTA
           COMPUTE WS-DIF-IMPORTE = WS-TOT-DEBITOS - WS-RES-IMPORTE
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RES-DIAS TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DIAS RESUMIDOS ................ " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RES-CUENTA TO WS-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  MOVIMIENTOS RESUMIDOS ......... " WS-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-RES-IMPORTE TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  IMPORTE NETO RESUMIDO .... " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-DIF-CUENTA TO WS-DIF-CNT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DIFERENCIA MOVIMIENTOS ...... " WS-DIF-CNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE WS-DIF-IMPORTE TO WS-TOT-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  DIFERENCIA IMPORTE ....... " WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-DIF-CUENTA = 0 AND WS-DIF-IMPORTE = 0
               STRING "  RESULTADO: CONCILIADO"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'S' TO WS-DESCUADRE
               STRING "  RESULTADO: NO CONCILIA - REVISAR LOS DIAS "
                   "MARCADOS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       IMPRIMIR-DIA.
           MOVE SPACES TO WS-ESTADO-DIA
           IF WS-DIA-RESUMIDO (DDX) = 'S'
               ADD 1 TO WS-RES-DIAS
               ADD WS-DIA-RES-CUENTA (DDX) TO WS-RES-CUENTA
               ADD WS-DIA-RES-IMPORTE (DDX) TO WS-RES-IMPORTE
           END-IF
           EVALUATE TRUE
               WHEN WS-DIA-POSTEADO (DDX) NOT = 'S'
                   MOVE "SIN POSTEO" TO WS-ESTADO-DIA
               WHEN WS-DIA-RESUMIDO (DDX) NOT = 'S'
                   MOVE "SIN RESUMEN" TO WS-ESTADO-DIA
               WHEN WS-DIA-MAY-CUENTA (DDX)
                       NOT = WS-DIA-RES-CUENTA (DDX)
                   MOVE "DIFERENCIA" TO WS-ESTADO-DIA
               WHEN OTHER
                   MOVE "OK" TO WS-ESTADO-DIA
           END-EVALUATE
           MOVE WS-DIA-MAY-CUENTA (DDX) TO WS-CNT-DISP
           MOVE WS-DIA-RES-CUENTA (DDX) TO WS-CNT-DISP2
           MOVE WS-DIA-RES-IMPORTE (DDX) TO WS-IMP-DISP
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  " WS-DIA-FECHA (DDX)
               "      " WS-CNT-DISP
               "       " WS-CNT-DISP2
               " " WS-IMP-DISP
               "  " WS-ESTADO-DIA
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    GENERACIONES DEL MES POSTEADAS, SEGUN BCHREG. LA
      *    DE ESTA CORRIDA TODAVIA NO ESTA REGISTRADA Y SE
      *    AGREGA APARTE.
       CARGAR-POSTEOS-MES.
           MOVE 'N' TO WS-BCHREG-EOF
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS = "00"
               READ BCHREG-FILE
                   AT END MOVE 'Y' TO WS-BCHREG-EOF
               END-READ
               PERFORM UNTIL BCHREG-AT-EOF
                   IF BR-ARCHIVO = "NUMOUTMY"
                       AND BR-CAB-FECHA (1:6) = WS-MES-MAYOR
                       MOVE BR-CAB-FECHA TO WS-DIA-FECHA-BUSCA
                       PERFORM UBICAR-DIA
                       MOVE 'S' TO WS-DIA-POSTEADO (DJX)
                       MOVE BR-CUENTA TO WS-DIA-MAY-CUENTA (DJX)
                   END-IF
                   READ BCHREG-FILE
                       AT END MOVE 'Y' TO WS-BCHREG-EOF
                   END-READ
               END-PERFORM
               CLOSE BCHREG-FILE
           END-IF
           IF WS-POSTEO-HECHO = 'S'
               AND WS-CAB-FECHA (1:6) = WS-MES-MAYOR
               MOVE WS-CAB-FECHA TO WS-DIA-FECHA-BUSCA
               PERFORM UBICAR-DIA
               MOVE 'S' TO WS-DIA-POSTEADO (DJX)
               MOVE WS-CTL-CUENTA TO WS-DIA-MAY-CUENTA (DJX)
           END-IF
           .

       CARGAR-RESUMENES-MES.
           MOVE 'N' TO WS-FINHIST-EOF
           OPEN INPUT FINHIST-FILE
           IF WS-FINHIST-STATUS NOT = "00"
               DISPLAY "FINHIST NO DISPONIBLE - CIERRE SIN RESUMENES"
           ELSE
               READ FINHIST-FILE
                   AT END MOVE 'Y' TO WS-FINHIST-EOF
               END-READ
               PERFORM UNTIL FINHIST-AT-EOF
                   IF FH-FECHA-CAB (1:6) = WS-MES-MAYOR
                       MOVE FH-FECHA-CAB TO WS-DIA-FECHA-BUSCA
                       PERFORM UBICAR-DIA
                       MOVE 'S' TO WS-DIA-RESUMIDO (DJX)
                       MOVE FH-CUENTA TO WS-DIA-RES-CUENTA (DJX)
                       IF FH-SIGNO = '-'
                           COMPUTE WS-DIA-RES-IMPORTE (DJX) =
                               0 - FH-IMPORTE
                       ELSE
                           MOVE FH-IMPORTE TO WS-DIA-RES-IMPORTE (DJX)
                       END-IF
                   END-IF
                   READ FINHIST-FILE
                       AT END MOVE 'Y' TO WS-FINHIST-EOF
                   END-READ
               END-PERFORM
               CLOSE FINHIST-FILE
           END-IF
           .

      *    DEVUELVE EN DJX LA ENTRADA DE LA FECHA BUSCADA,
      *    CREANDOLA SI NO EXISTE (LA TABLA CUBRE UN MES).
       UBICAR-DIA.
           MOVE 0 TO DJX
           PERFORM VARYING DDX FROM 1 BY 1 UNTIL DDX > WS-DIA-COUNT
               IF WS-DIA-FECHA (DDX) = WS-DIA-FECHA-BUSCA
                   MOVE DDX TO DJX
               END-IF
           END-PERFORM
           IF DJX = 0
               IF WS-DIA-COUNT < 62
                   ADD 1 TO WS-DIA-COUNT
               END-IF
               MOVE WS-DIA-COUNT TO DJX
               MOVE WS-DIA-FECHA-BUSCA TO WS-DIA-FECHA (DJX)
               MOVE 'N' TO WS-DIA-POSTEADO (DJX)
               MOVE ZERO TO WS-DIA-MAY-CUENTA (DJX)
               MOVE 'N' TO WS-DIA-RESUMIDO (DJX)
               MOVE ZERO TO WS-DIA-RES-CUENTA (DJX)
               MOVE ZERO TO WS-DIA-RES-IMPORTE (DJX)
           END-IF
           .

       ORDENAR-DIAS.
           PERFORM VARYING DDX FROM 1 BY 1
                   UNTIL DDX > WS-DIA-COUNT - 1
               PERFORM VARYING DJX FROM 1 BY 1
                       UNTIL DJX > WS-DIA-COUNT - DDX
                   IF WS-DIA-FECHA (DJX) > WS-DIA-FECHA (DJX + 1)
                       MOVE WS-DIA-ENTRY (DJX) TO WS-DIA-TEMP
                       MOVE WS-DIA-ENTRY (DJX + 1)
                           TO WS-DIA-ENTRY (DJX)
                       MOVE WS-DIA-TEMP TO WS-DIA-ENTRY (DJX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      *    EL SALDO DE CIERRE PASA A SER LA APERTURA DEL MES
      *    SIGUIENTE; DEBITOS Y MOVIMIENTOS VUELVEN A CERO.
       PASAR-SALDOS.
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
               IF WS-MAY-EXISTE (KX) = 'S'
                   ADD WS-MAY-DEBITOS (KX) TO WS-MAY-APERTURA (KX)
                   MOVE ZERO TO WS-MAY-DEBITOS (KX)
                   MOVE ZERO TO WS-MAY-MOVIM (KX)
               END-IF
           END-PERFORM
           MOVE WS-MES-MAYOR TO WS-MES-NUM
           IF WS-MES-MM = 12
               ADD 1 TO WS-MES-ANIO
               MOVE 1 TO WS-MES-MM
           ELSE
               ADD 1 TO WS-MES-MM
           END-IF
           MOVE WS-MES-NUM TO WS-MES-MAYOR
           .

       GRABAR-MAYOR.
           OPEN OUTPUT LEDGOUT-FILE
           IF WS-LEDGOUT-STATUS NOT = "00"
               DISPLAY "LEDGOUT NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "LEDGOUT NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 10000
               IF WS-MAY-EXISTE (KX) = 'S'
                   MOVE SPACES TO LM-LEDGER-RECORD
                   COMPUTE LM-CLAVE = KX - 1
                   MOVE WS-MES-MAYOR TO LM-MES
                   MOVE WS-MAY-APERTURA (KX) TO LM-SALDO-APERTURA
                   IF WS-MAY-APERTURA (KX) < 0
                       MOVE '-' TO LM-SIGNO-APERTURA
                   ELSE
                       MOVE SPACE TO LM-SIGNO-APERTURA
                   END-IF
                   MOVE WS-MAY-DEBITOS (KX) TO LM-DEBITOS-MES
                   IF WS-MAY-DEBITOS (KX) < 0
                       MOVE '-' TO LM-SIGNO-DEBITOS
                   ELSE
                       MOVE SPACE TO LM-SIGNO-DEBITOS
                   END-IF
                   MOVE WS-MAY-MOVIM (KX) TO LM-MOVIM-MES
                   MOVE WS-MAY-ULT-FECHA (KX) TO LM-FECHA-ULT-MOV
                   MOVE WS-MAY-POSTEO (KX) TO LM-FECHA-POSTEO
                   MOVE LM-LEDGER-RECORD TO LEDGOUT-RECORD
                   WRITE LEDGOUT-RECORD
                   ADD 1 TO WS-GRABADOS
               END-IF
           END-PERFORM
           CLOSE LEDGOUT-FILE
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO LEDGRPT-RECORD
           WRITE LEDGRPT-RECORD
           .

      *    LA GENERACION SE REGISTRA EN BCHREG BAJO SU FECHA
      *    DE CABECERA, CUENTA Y HASH: UNA SEGUNDA PASADA DE
      *    LA MISMA GENERACION DUPLICARIA LOS DEBITOS.
       VERIFICAR-LOTE.
           IF REPROCESO-PERMITIDO
               DISPLAY "REPROCESO AUTORIZADO POR PARM"
               GO TO VERIFICAR-LOTE-FIN
           END-IF
           MOVE 'N' TO WS-LOTE-YA-PROC
           MOVE 'N' TO WS-BCHREG-EOF
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               GO TO VERIFICAR-LOTE-FIN
           END-IF
           READ BCHREG-FILE
               AT END MOVE 'Y' TO WS-BCHREG-EOF
           END-READ
           PERFORM UNTIL BCHREG-AT-EOF
               IF BR-ARCHIVO = "NUMOUTMY"
                   AND BR-CAB-FECHA = WS-CAB-FECHA
                   AND BR-ORIGEN = WS-CAB-ORIGEN
                   AND BR-CUENTA = WS-CTL-CUENTA
                   AND BR-HASH = WS-CTL-HASH
                   MOVE 'Y' TO WS-LOTE-YA-PROC
               END-IF
               READ BCHREG-FILE
                   AT END MOVE 'Y' TO WS-BCHREG-EOF
               END-READ
           END-PERFORM
           CLOSE BCHREG-FILE
           IF WS-LOTE-YA-PROC = 'Y'
               DISPLAY "GENERACION NUMOUT DEL " WS-CAB-FECHA
                   " YA POSTEADA EN EL MAYOR - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "GENERACION NUMOUT YA POSTEADA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       VERIFICAR-LOTE-FIN.
           EXIT.

       REGISTRAR-LOTE.
           OPEN EXTEND BCHREG-FILE
           IF WS-BCHREG-STATUS = "35"
               OPEN OUTPUT BCHREG-FILE
           END-IF
           IF WS-BCHREG-STATUS = "00"
               MOVE "NUMOUTMY" TO BR-ARCHIVO
               MOVE WS-CAB-FECHA TO BR-CAB-FECHA
               MOVE WS-CAB-ORIGEN TO BR-ORIGEN
               MOVE WS-CTL-CUENTA TO BR-CUENTA
               MOVE WS-CTL-HASH TO BR-HASH
               MOVE WS-FECHA-HOY TO BR-FECHA-PROC
               MOVE WS-RUN-ID TO BR-RUN-ID
               WRITE BR-REGISTER-RECORD
               CLOSE BCHREG-FILE
           END-IF
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

      *    FECHA DE PROCESO DE NEGOCIO Y CALENDARIO: EL
      *    REGISTRO 'F' DA LA FECHA DE NEGOCIO Y LOS 'D' LOS
      *    FERIADOS QUE NO CUENTAN COMO DIA HABIL.
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
               IF FP-TIPO = 'D' AND FP-FECHA IS NUMERIC
                   AND WS-FER-COUNT < 200
                   ADD 1 TO WS-FER-COUNT
                   MOVE FP-FECHA TO WS-FER-FECHA (WS-FER-COUNT)
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
               IF RP-PROGRAMA = "MAYORCLAVES"
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
           MOVE "MAYORCLAVES" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = MOVIMIENTOS DE LA
      *    GENERACION, GRABADOS = MOVIMIENTOS POSTEADOS.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "MAYORCLAVES" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-CTL-CUENTA TO CT-RECORDS-READ
           MOVE WS-POSTEADOS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
