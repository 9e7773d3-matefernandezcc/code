       IDENTIFICATION DIVISION.
       PROGRAM-ID. ParticionaLote.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYIN-FILE ASSIGN TO "KEYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYIN-STATUS.
           SELECT KEYEXT-FILE ASSIGN TO "KEYEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYEXT-STATUS.
           SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEIN-STATUS.
           SELECT KEYP1-FILE ASSIGN TO "KEYP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL1-STATUS.
           SELECT KEYP2-FILE ASSIGN TO "KEYP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL2-STATUS.
           SELECT KEYP3-FILE ASSIGN TO "KEYP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL3-STATUS.
           SELECT KEYP4-FILE ASSIGN TO "KEYP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL4-STATUS.
           SELECT KEYP5-FILE ASSIGN TO "KEYP5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAL5-STATUS.
           SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
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
      *    LOTE KEYIN ORIGINAL CON SUS REGISTROS DE CONTROL
      *    'H' Y 'T', EN EL MISMO TRAZADO QUE LEE LA BUSQUEDA.
       FD  KEYIN-FILE
           RECORDING MODE IS F.
       01  KEYIN-RECORD            PIC X(19).
       01  KEYIN-REC-CABECERA REDEFINES KEYIN-RECORD.
           05  KEYIN-CAB-TIPO      PIC X(1).
           05  KEYIN-CAB-FECHA     PIC X(8).
           05  KEYIN-CAB-ORIGEN    PIC X(8).
           05  FILLER              PIC X(2).
       01  KEYIN-REC-TRAILER REDEFINES KEYIN-RECORD.
           05  KEYIN-TRL-TIPO      PIC X(1).
           05  KEYIN-TRL-CUENTA    PIC 9(7).
           05  KEYIN-TRL-HASH      PIC 9(11).
       01  KEYIN-REC-DATO REDEFINES KEYIN-RECORD.
           05  KEYIN-CLAVE         PIC X(10).
           05  KEYIN-ORIGEN        PIC X(8).
           05  FILLER              PIC X(1).

       FD  KEYEXT-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

      *    ESTADISTICA DE USO DE CLAVES: SE CUENTAN SUS FILAS
      *    POR TRAMO PARA REPARTIR EL LUGAR LIBRE DEL ARCHIVO.
       FD  USAGEIN-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

      *    UN LOTE KEYIN POR PARTICION: LA CABECERA DEL LOTE
      *    ORIGINAL, LOS REGISTROS DE DATOS DEL TRAMO TAL
      *    COMO VINIERON (CON SU ORIGEN POR CLAVE, SI LO
      *    TRAEN) Y UN TRAILER CON LA CUENTA Y EL HASH
      *    PROPIOS DE LA PARTICION.
       FD  KEYP1-FILE
           RECORDING MODE IS F.
       01  KEYP1-RECORD            PIC X(19).

       FD  KEYP2-FILE
           RECORDING MODE IS F.
       01  KEYP2-RECORD            PIC X(19).

       FD  KEYP3-FILE
           RECORDING MODE IS F.
       01  KEYP3-RECORD            PIC X(19).

       FD  KEYP4-FILE
           RECORDING MODE IS F.
       01  KEYP4-RECORD            PIC X(19).

       FD  KEYP5-FILE
           RECORDING MODE IS F.
       01  KEYP5-RECORD            PIC X(19).

       FD  PARTCTL-FILE
           RECORDING MODE IS F.
           COPY PARTCTL.

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

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
       01  WS-KEYIN-STATUS       PIC X(02) VALUE '00'.
       01  WS-KEYEXT-STATUS      PIC X(02) VALUE '00'.
       01  WS-USAGEIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-ESTADOS-SALIDA.
           05  WS-SAL1-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL2-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL3-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL4-STATUS      PIC X(02) VALUE '00'.
           05  WS-SAL5-STATUS      PIC X(02) VALUE '00'.
       01  WS-ESTADOS-SAL-TABLA REDEFINES WS-ESTADOS-SALIDA.
           05  WS-SAL-STATUS OCCURS 5 TIMES PIC X(02).
       01  WS-PARTCTL-STATUS     PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-KEYIN-EOF          PIC X VALUE 'N'.
           88  KEYIN-AT-EOF      VALUE 'Y'.
       01  WS-KEYIN-TRAILER      PIC X VALUE 'N'.
           88  KEYIN-TRAILER-VISTO VALUE 'Y'.
       01  WS-KEYEXT-EOF         PIC X VALUE 'N'.
           88  KEYEXT-AT-EOF     VALUE 'Y'.
       01  WS-USAGEIN-EOF        PIC X VALUE 'N'.
           88  USAGEIN-AT-EOF    VALUE 'Y'.
       01  WS-BCHREG-EOF         PIC X VALUE 'N'.
           88  BCHREG-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    CONTROL DEL LOTE ORIGINAL (PRIMERA PASADA).
       01  WS-LOTE-FECHA         PIC X(8) VALUE SPACES.
       01  WS-LOTE-ORIGEN        PIC X(8) VALUE SPACES.
       01  WS-CTL-CUENTA         PIC 9(7) VALUE 0.
       01  WS-CTL-HASH           PIC 9(11) VALUE 0.
       01  WS-CTL-CLAVE          PIC X(10).
       01  WS-LOTE-YA-PROC       PIC X VALUE 'N'.
       01  WS-REPROCESO          PIC X VALUE 'N'.
           88  REPROCESO-PERMITIDO VALUE 'Y'.

      *    PARTICIONES POR RANGO DE CLAVE. EL LIMITE SUPERIOR
      *    DE CADA UNA SALE DE LA DISTRIBUCION DE LAS CLAVES
      *    ACTIVAS DEL MAESTRO (MISMA CANTIDAD DE CLAVES DEL
      *    MAESTRO POR TRAMO); LA ULTIMA LLEGA SIEMPRE A
      *    9999999 PARA QUE TODA CLAVE TENGA SU PARTICION.
       01  WS-PARTICIONES        PIC 9(1) VALUE 4.
       01  WS-PART-PEDIDAS       PIC 9(7) VALUE 4.
       01  WS-PARTICIONES-TABLA.
           05  WS-PART-ENTRY OCCURS 5 TIMES.
               10  WS-PT-INF           PIC 9(7).
               10  WS-PT-SUP           PIC 9(7).
               10  WS-PT-META          PIC 9(7).
               10  WS-PT-MAESTRO       PIC 9(7).
               10  WS-PT-CUENTA        PIC 9(7).
               10  WS-PT-HASH          PIC 9(11).
               10  WS-PT-USO           PIC 9(5).
               10  WS-PT-USO-TOPE      PIC 9(5).
       01  PDX                   PIC 9(1).
       01  WS-PDX-LIM            PIC 9(1).
       01  WS-SAL-NUM            PIC 9(1).
       01  WS-SAL-REGISTRO       PIC X(19).
       01  WS-SAL-REC-CABECERA REDEFINES WS-SAL-REGISTRO.
           05  WS-SAL-CAB-TIPO     PIC X(1).
           05  WS-SAL-CAB-FECHA    PIC X(8).
           05  WS-SAL-CAB-ORIGEN   PIC X(8).
           05  FILLER              PIC X(2).
       01  WS-SAL-REC-TRAILER REDEFINES WS-SAL-REGISTRO.
           05  WS-SAL-TRL-TIPO     PIC X(1).
           05  WS-SAL-TRL-CUENTA   PIC 9(7).
           05  WS-SAL-TRL-HASH     PIC 9(11).
       01  WS-CLAVE-NUM          PIC 9(7).
       01  WS-CLAVE-VALIDA       PIC X.
       01  WS-ACTIVAS            PIC 9(7) VALUE 0.
       01  WS-ACUMULADAS         PIC 9(7) VALUE 0.
       01  WS-REPARTIDAS         PIC 9(7) VALUE 0.
       01  WS-INVALIDAS          PIC 9(7) VALUE 0.

      *    TOPE DE FILAS DE KEYUSAGE (EL MISMO DE LA TABLA DE
      *    USO DE LA BUSQUEDA). LAS PARTICIONES CORREN A LA
      *    VEZ, ASI QUE EL LUGAR LIBRE SE REPARTE DE ANTEMANO:
      *    CADA UNA PUEDE AGREGAR CLAVES SOLO HASTA SU CUOTA.
       01  WS-USO-MAXIMO         PIC 9(5) VALUE 5000.
       01  WS-USO-TOTAL          PIC 9(5) VALUE 0.
       01  WS-USO-LIBRE          PIC 9(5) VALUE 0.
       01  WS-USO-CUOTA          PIC 9(5) VALUE 0.
       01  WS-USO-RESTO          PIC 9(5) VALUE 0.

       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-REPROC        PIC X(08) VALUE SPACES.
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

      *    PARTE EL LOTE KEYIN DE LA BUSQUEDA EN N LOTES POR
      *    RANGO DE CLAVE PARA CORRERLOS EN PARALELO. EL RUN
      *    ID QUE SE ARMA ACA ES EL DE LA CORRIDA PADRE: LO
      *    LLEVAN LAS PARTICIONES Y LA FUSION, QUE INFORMA
      *    TODO BAJO ESE UNICO RUN ID.
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
      *    PARM: OPERADOR,REPROC. REPROC SALTEA EL CONTROL DE
      *    LOTE YA PROCESADO, IGUAL QUE EN LA BUSQUEDA.
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
           IF WS-PART-PEDIDAS < 1 OR WS-PART-PEDIDAS > 5
               DISPLAY "CANTIDAD DE PARTICIONES INVALIDA: "
                   WS-PART-PEDIDAS " - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "PARTICIONES INVALIDAS: " WS-PART-PEDIDAS
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE WS-PART-PEDIDAS TO WS-PARTICIONES

           PERFORM VALIDAR-KEYIN
           PERFORM VERIFICAR-LOTE THRU VERIFICAR-LOTE-FIN
           PERFORM CONTAR-MAESTRO
           PERFORM FIJAR-LIMITES
           PERFORM CONTAR-TRAMOS
           PERFORM REPARTIR-USO
           PERFORM REPARTIR-LOTE
           PERFORM GRABAR-CONTROL

           DISPLAY "LOTE KEYIN DEL " WS-LOTE-FECHA " ORIGEN "
               WS-LOTE-ORIGEN ": " WS-CTL-CUENTA " CLAVES EN "
               WS-PARTICIONES " PARTICIONES - RUN ID " WS-RUN-ID
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               DISPLAY "  PARTICION " PDX ": CLAVES "
                   WS-PT-INF (PDX) "-" WS-PT-SUP (PDX)
                   " MAESTRO " WS-PT-MAESTRO (PDX)
                   " LOTE " WS-PT-CUENTA (PDX)
                   " USO " WS-PT-USO (PDX) "/" WS-PT-USO-TOPE (PDX)
           END-PERFORM
           IF WS-INVALIDAS > 0
               DISPLAY "  CLAVES INVALIDAS ENVIADAS A LA PARTICION 1: "
                   WS-INVALIDAS
           END-IF

           MOVE SPACES TO AU-DETAIL
           STRING "PARTICIONES=" WS-PARTICIONES
               " CLAVES=" WS-CTL-CUENTA
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    CONTROL DE AUTORIZACION DE OPERADORES: PARTIR EL
      *    LOTE EXIGE EL MISMO NIVEL QUE LA BUSQUEDA. SIN
      *    MAESTRO DISPONIBLE SE AVISA POR CONSOLA Y SE
      *    CONTINUA.
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

      *    PASADA DE CONTROL SOBRE EL LOTE ORIGINAL: CABECERA,
      *    TRAILER, CUENTA Y HASH DE CLAVES CON LA MISMA REGLA
      *    DE LA BUSQUEDA. UN LOTE DESCUADRADO NO SE PARTE.
       VALIDAR-KEYIN.
           OPEN INPUT KEYIN-FILE
           IF WS-KEYIN-STATUS NOT = "00"
               DISPLAY "KEYIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ KEYIN-FILE
               AT END MOVE 'Y' TO WS-KEYIN-EOF
           END-READ
           IF KEYIN-AT-EOF OR KEYIN-CAB-TIPO NOT = 'H'
               DISPLAY "KEYIN SIN CABECERA DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYIN SIN CABECERA" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE KEYIN-CAB-FECHA TO WS-LOTE-FECHA
           MOVE KEYIN-CAB-ORIGEN TO WS-LOTE-ORIGEN
           READ KEYIN-FILE
               AT END MOVE 'Y' TO WS-KEYIN-EOF
           END-READ
           PERFORM UNTIL KEYIN-AT-EOF OR KEYIN-TRAILER-VISTO
               IF KEYIN-CAB-TIPO = 'T'
                   MOVE 'Y' TO WS-KEYIN-TRAILER
                   IF KEYIN-TRL-CUENTA NOT = WS-CTL-CUENTA
                       OR KEYIN-TRL-HASH NOT = WS-CTL-HASH
                       DISPLAY "KEYIN DESCUADRADO - ABORTADO"
                       DISPLAY "  ESPERADO " KEYIN-TRL-CUENTA
                           " LEIDO " WS-CTL-CUENTA
                       MOVE 16 TO RETURN-CODE
                       MOVE "KEYIN DESCUADRADO" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
               ELSE
                   ADD 1 TO WS-CTL-CUENTA
                   MOVE KEYIN-CLAVE TO WS-CTL-CLAVE
                   INSPECT WS-CTL-CLAVE
                       REPLACING TRAILING SPACES BY ZEROS
                   IF WS-CTL-CLAVE IS NUMERIC
                       COMPUTE WS-CTL-HASH = FUNCTION MOD
                           (WS-CTL-HASH
                           + FUNCTION NUMVAL(KEYIN-CLAVE),
                           100000000000)
                   END-IF
               END-IF
               READ KEYIN-FILE
                   AT END MOVE 'Y' TO WS-KEYIN-EOF
               END-READ
           END-PERFORM
           CLOSE KEYIN-FILE
           IF NOT KEYIN-TRAILER-VISTO
               DISPLAY "KEYIN SIN TRAILER DE CONTROL - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYIN SIN TRAILER" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           .

      *    EL MISMO CONTROL DE LOTE YA PROCESADO DE LA
      *    BUSQUEDA: LAS PARTICIONES NO LO REPITEN Y LA
      *    FUSION REGISTRA EL LOTE ORIGINAL AL TERMINAR.
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
               IF BR-ARCHIVO = "KEYIN"
                   AND BR-CAB-FECHA = WS-LOTE-FECHA
                   AND BR-ORIGEN = WS-LOTE-ORIGEN
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
               DISPLAY "LOTE KEYIN DEL " WS-LOTE-FECHA
                   " ORIGEN " WS-LOTE-ORIGEN
                   " YA PROCESADO - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "LOTE KEYIN YA PROCESADO" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       VERIFICAR-LOTE-FIN.
           EXIT.

      *    CLAVES ACTIVAS Y VIGENTES DEL MAESTRO A LA FECHA
      *    DE PROCESO: SON LAS QUE CADA PARTICION VA A CARGAR
      *    EN SU TABLA, Y POR ESO FIJAN LOS LIMITES.
       CONTAR-MAESTRO.
           PERFORM ABRIR-MAESTRO
           PERFORM UNTIL KEYEXT-AT-EOF
               IF KM-ESTADO = 'A'
                   AND KM-FECHA-EFECT <= WS-FECHA-HOY
                   ADD 1 TO WS-ACTIVAS
               END-IF
               PERFORM LEER-MAESTRO
           END-PERFORM
           CLOSE KEYEXT-FILE
           .

      *    LIMITE SUPERIOR DE LA PARTICION P = CLAVE ACTIVA
      *    QUE OCUPA EL LUGAR ACTIVAS * P / N (REDONDEADO
      *    HACIA ARRIBA) EN EL MAESTRO ORDENADO. CON MENOS
      *    CLAVES ACTIVAS QUE PARTICIONES EL RANGO 0-9999999
      *    SE DIVIDE EN PARTES IGUALES.
       FIJAR-LIMITES.
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               COMPUTE WS-PT-META (PDX) =
                   (WS-ACTIVAS * PDX + WS-PARTICIONES - 1)
                   / WS-PARTICIONES
               COMPUTE WS-PT-SUP (PDX) = 9999999 * PDX / WS-PARTICIONES
               MOVE 0 TO WS-PT-MAESTRO (PDX)
               MOVE 0 TO WS-PT-CUENTA (PDX)
               MOVE 0 TO WS-PT-HASH (PDX)
           END-PERFORM
           IF WS-ACTIVAS >= WS-PARTICIONES
               MOVE 1 TO WS-PDX-LIM
               MOVE 0 TO WS-ACUMULADAS
               PERFORM ABRIR-MAESTRO
               PERFORM UNTIL KEYEXT-AT-EOF
                       OR WS-PDX-LIM >= WS-PARTICIONES
                   IF KM-ESTADO = 'A'
                       AND KM-FECHA-EFECT <= WS-FECHA-HOY
                       ADD 1 TO WS-ACUMULADAS
                       IF WS-ACUMULADAS = WS-PT-META (WS-PDX-LIM)
                           MOVE KM-CLAVE TO WS-PT-SUP (WS-PDX-LIM)
                           ADD 1 TO WS-PDX-LIM
                       END-IF
                   END-IF
                   PERFORM LEER-MAESTRO
               END-PERFORM
               CLOSE KEYEXT-FILE
           END-IF
           MOVE 9999999 TO WS-PT-SUP (WS-PARTICIONES)
           MOVE 0 TO WS-PT-INF (1)
           PERFORM VARYING PDX FROM 2 BY 1
                   UNTIL PDX > WS-PARTICIONES
               COMPUTE WS-PT-INF (PDX) = WS-PT-SUP (PDX - 1) + 1
           END-PERFORM
           .

      *    CLAVES DEL MAESTRO QUE CAEN EN CADA TRAMO, PARA EL
      *    REGISTRO DE CONTROL DE LA PARTICION.
       CONTAR-TRAMOS.
           PERFORM ABRIR-MAESTRO
           PERFORM UNTIL KEYEXT-AT-EOF
               IF KM-ESTADO = 'A'
                   AND KM-FECHA-EFECT <= WS-FECHA-HOY
                   MOVE KM-CLAVE TO WS-CLAVE-NUM
                   PERFORM BUSCAR-PARTICION
                   ADD 1 TO WS-PT-MAESTRO (WS-SAL-NUM)
               END-IF
               PERFORM LEER-MAESTRO
           END-PERFORM
           CLOSE KEYEXT-FILE
           .

      *    FILAS DE KEYUSAGE POR TRAMO Y CUOTA DE CADA
      *    PARTICION: SUS FILAS MAS UNA PARTE IGUAL DEL LUGAR
      *    QUE QUEDA HASTA EL TOPE (EL RESTO DE LA DIVISION,
      *    UNA FILA MAS A LAS PRIMERAS). ASI LA FUSION NUNCA
      *    PASA EL TOPE. SIN KEYUSAGE EL ARCHIVO ESTA VACIO.
       REPARTIR-USO.
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               MOVE 0 TO WS-PT-USO (PDX)
           END-PERFORM
           MOVE 0 TO WS-USO-TOTAL
           MOVE 'N' TO WS-USAGEIN-EOF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS = "00"
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
               PERFORM UNTIL USAGEIN-AT-EOF
                   ADD 1 TO WS-USO-TOTAL
                   MOVE KU-CLAVE TO WS-CLAVE-NUM
                   PERFORM BUSCAR-PARTICION
                   ADD 1 TO WS-PT-USO (WS-SAL-NUM)
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-USAGEIN-EOF
                   END-READ
               END-PERFORM
               CLOSE USAGEIN-FILE
           END-IF
           MOVE 0 TO WS-USO-LIBRE
           IF WS-USO-TOTAL < WS-USO-MAXIMO
               COMPUTE WS-USO-LIBRE = WS-USO-MAXIMO - WS-USO-TOTAL
           END-IF
           DIVIDE WS-USO-LIBRE BY WS-PARTICIONES
               GIVING WS-USO-CUOTA REMAINDER WS-USO-RESTO
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               COMPUTE WS-PT-USO-TOPE (PDX) =
                   WS-PT-USO (PDX) + WS-USO-CUOTA
               IF PDX <= WS-USO-RESTO
                   ADD 1 TO WS-PT-USO-TOPE (PDX)
               END-IF
           END-PERFORM
           .

       ABRIR-MAESTRO.
           MOVE 'N' TO WS-KEYEXT-EOF
           OPEN INPUT KEYEXT-FILE
           IF WS-KEYEXT-STATUS NOT = "00"
               DISPLAY "KEYMAST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYMAST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           PERFORM LEER-MAESTRO
           .

       LEER-MAESTRO.
           READ KEYEXT-FILE
               AT END MOVE 'Y' TO WS-KEYEXT-EOF
           END-READ
           .

      *    PRIMERA PARTICION CUYO LIMITE SUPERIOR ALCANZA A
      *    WS-CLAVE-NUM.
       BUSCAR-PARTICION.
           MOVE 0 TO WS-SAL-NUM
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES OR WS-SAL-NUM > 0
               IF WS-CLAVE-NUM <= WS-PT-SUP (PDX)
                   MOVE PDX TO WS-SAL-NUM
               END-IF
           END-PERFORM
           .

      *    SEGUNDA PASADA SOBRE EL LOTE: CADA REGISTRO DE
      *    DATOS VA A LA PARTICION DE SU CLAVE. LAS CLAVES
      *    INVALIDAS (NO NUMERICAS O FUERA DE RANGO) VAN A LA
      *    PRIMERA PARTICION, DONDE LA BUSQUEDA LAS RECHAZA
      *    COMO SIEMPRE.
       REPARTIR-LOTE.
           PERFORM VARYING WS-SAL-NUM FROM 1 BY 1
                   UNTIL WS-SAL-NUM > WS-PARTICIONES
               PERFORM ABRIR-SALIDA
               IF WS-SAL-STATUS (WS-SAL-NUM) NOT = "00"
                   DISPLAY "KEYP" WS-SAL-NUM
                       " NO DISPONIBLE - ABORTADO"
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "KEYP" WS-SAL-NUM " NO DISPONIBLE"
                       DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               MOVE SPACES TO WS-SAL-REGISTRO
               MOVE 'H' TO WS-SAL-CAB-TIPO
               MOVE WS-LOTE-FECHA TO WS-SAL-CAB-FECHA
               MOVE WS-LOTE-ORIGEN TO WS-SAL-CAB-ORIGEN
               PERFORM GRABAR-SALIDA
           END-PERFORM
           MOVE 'N' TO WS-KEYIN-EOF
           OPEN INPUT KEYIN-FILE
           READ KEYIN-FILE
               AT END MOVE 'Y' TO WS-KEYIN-EOF
           END-READ
           READ KEYIN-FILE
               AT END MOVE 'Y' TO WS-KEYIN-EOF
           END-READ
           PERFORM UNTIL KEYIN-AT-EOF
               IF KEYIN-CAB-TIPO = 'T'
                   MOVE 'Y' TO WS-KEYIN-EOF
               ELSE
                   MOVE 'N' TO WS-CLAVE-VALIDA
                   MOVE KEYIN-CLAVE TO WS-CTL-CLAVE
                   INSPECT WS-CTL-CLAVE
                       REPLACING TRAILING SPACES BY ZEROS
                   IF WS-CTL-CLAVE IS NUMERIC
                       IF FUNCTION NUMVAL(KEYIN-CLAVE) <= 9999999
                           MOVE 'Y' TO WS-CLAVE-VALIDA
                           MOVE FUNCTION NUMVAL(KEYIN-CLAVE)
                               TO WS-CLAVE-NUM
                       END-IF
                   END-IF
                   IF WS-CLAVE-VALIDA = 'Y'
                       PERFORM BUSCAR-PARTICION
                   ELSE
                       MOVE 1 TO WS-SAL-NUM
                       ADD 1 TO WS-INVALIDAS
                   END-IF
                   ADD 1 TO WS-PT-CUENTA (WS-SAL-NUM)
                   IF WS-CTL-CLAVE IS NUMERIC
                       COMPUTE WS-PT-HASH (WS-SAL-NUM) = FUNCTION MOD
                           (WS-PT-HASH (WS-SAL-NUM)
                           + FUNCTION NUMVAL(KEYIN-CLAVE),
                           100000000000)
                   END-IF
                   MOVE KEYIN-RECORD TO WS-SAL-REGISTRO
                   PERFORM GRABAR-SALIDA
                   ADD 1 TO WS-REPARTIDAS
                   READ KEYIN-FILE
                       AT END MOVE 'Y' TO WS-KEYIN-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE KEYIN-FILE
           PERFORM VARYING WS-SAL-NUM FROM 1 BY 1
                   UNTIL WS-SAL-NUM > WS-PARTICIONES
               MOVE SPACES TO WS-SAL-REGISTRO
               MOVE 'T' TO WS-SAL-TRL-TIPO
               MOVE WS-PT-CUENTA (WS-SAL-NUM) TO WS-SAL-TRL-CUENTA
               MOVE WS-PT-HASH (WS-SAL-NUM) TO WS-SAL-TRL-HASH
               PERFORM GRABAR-SALIDA
               PERFORM CERRAR-SALIDA
           END-PERFORM
           .

      *    CONTROL DE LA CORRIDA PARTIDA: EL REGISTRO 'C' DEL
      *    LOTE ORIGINAL Y UN 'P' POR PARTICION, CON EL RUN ID
      *    PADRE. LAS PARTICIONES TOMAN DE ACA SU RANGO Y LA
      *    FUSION LA CUENTA Y EL HASH A CUADRAR.
       GRABAR-CONTROL.
           OPEN OUTPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "00"
               DISPLAY "PARTCTL NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "PARTCTL NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE SPACES TO PC-CONTROL-RECORD
           MOVE 'C' TO PC-TIPO
           MOVE WS-RUN-ID TO PC-RUN-ID
           MOVE WS-PARTICIONES TO PC-NUMERO
           MOVE 0 TO PC-CLAVE-INF
           MOVE 9999999 TO PC-CLAVE-SUP
           MOVE WS-CTL-CUENTA TO PC-CUENTA
           MOVE WS-CTL-HASH TO PC-HASH
           MOVE WS-ACTIVAS TO PC-MAESTRO
           MOVE WS-LOTE-FECHA TO PC-LOTE-FECHA
           MOVE WS-LOTE-ORIGEN TO PC-LOTE-ORIGEN
           MOVE WS-USO-MAXIMO TO PC-USO-TOPE
           WRITE PC-CONTROL-RECORD
           PERFORM VARYING PDX FROM 1 BY 1
                   UNTIL PDX > WS-PARTICIONES
               MOVE SPACES TO PC-CONTROL-RECORD
               MOVE 'P' TO PC-TIPO
               MOVE WS-RUN-ID TO PC-RUN-ID
               MOVE PDX TO PC-NUMERO
               MOVE WS-PT-INF (PDX) TO PC-CLAVE-INF
               MOVE WS-PT-SUP (PDX) TO PC-CLAVE-SUP
               MOVE WS-PT-CUENTA (PDX) TO PC-CUENTA
               MOVE WS-PT-HASH (PDX) TO PC-HASH
               MOVE WS-PT-MAESTRO (PDX) TO PC-MAESTRO
               MOVE WS-LOTE-FECHA TO PC-LOTE-FECHA
               MOVE WS-LOTE-ORIGEN TO PC-LOTE-ORIGEN
               MOVE WS-PT-USO-TOPE (PDX) TO PC-USO-TOPE
               WRITE PC-CONTROL-RECORD
           END-PERFORM
           CLOSE PARTCTL-FILE
           .

       ABRIR-SALIDA.
           EVALUATE WS-SAL-NUM
               WHEN 1 OPEN OUTPUT KEYP1-FILE
               WHEN 2 OPEN OUTPUT KEYP2-FILE
               WHEN 3 OPEN OUTPUT KEYP3-FILE
               WHEN 4 OPEN OUTPUT KEYP4-FILE
               WHEN 5 OPEN OUTPUT KEYP5-FILE
           END-EVALUATE
           .

       GRABAR-SALIDA.
           EVALUATE WS-SAL-NUM
               WHEN 1
                   MOVE WS-SAL-REGISTRO TO KEYP1-RECORD
                   WRITE KEYP1-RECORD
               WHEN 2
                   MOVE WS-SAL-REGISTRO TO KEYP2-RECORD
                   WRITE KEYP2-RECORD
               WHEN 3
                   MOVE WS-SAL-REGISTRO TO KEYP3-RECORD
                   WRITE KEYP3-RECORD
               WHEN 4
                   MOVE WS-SAL-REGISTRO TO KEYP4-RECORD
                   WRITE KEYP4-RECORD
               WHEN 5
                   MOVE WS-SAL-REGISTRO TO KEYP5-RECORD
                   WRITE KEYP5-RECORD
           END-EVALUATE
           .

       CERRAR-SALIDA.
           EVALUATE WS-SAL-NUM
               WHEN 1 CLOSE KEYP1-FILE
               WHEN 2 CLOSE KEYP2-FILE
               WHEN 3 CLOSE KEYP3-FILE
               WHEN 4 CLOSE KEYP4-FILE
               WHEN 5 CLOSE KEYP5-FILE
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

      *    PERFIL DE CORRIDA CENTRAL: OPERADOR POR DEFECTO Y
      *    CANTIDAD DE PARTICIONES EN RP-TAMANIO (4 POR
      *    DEFECTO, HASTA 5).
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
               IF RP-PROGRAMA = "PARTICIONALOTE"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-TAMANIO IS NUMERIC
                       MOVE RP-TAMANIO TO WS-PART-PEDIDAS
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
           MOVE "PARTICIONALOTE" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = CLAVES DEL LOTE KEYIN,
      *    GRABADOS = CLAVES REPARTIDAS ENTRE LAS PARTICIONES.
      *    DEBEN SER IGUALES.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "PARTICIONALOTE" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-CTL-CUENTA TO CT-RECORDS-READ
           MOVE WS-REPARTIDAS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
