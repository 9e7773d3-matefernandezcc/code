       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReversaCorrida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCHG-FILE ASSIGN TO "RUNCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCHG-STATUS.
           SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEIN-STATUS.
           SELECT USAGEOUT-FILE ASSIGN TO "USAGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEOUT-STATUS.
           SELECT SUSPIN-FILE ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
           SELECT SUSPOUT-FILE ASSIGN TO "SUSPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPOUT-STATUS.
           SELECT BCHREG-FILE ASSIGN TO "BCHREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHREG-STATUS.
           SELECT BCHOUT-FILE ASSIGN TO "BCHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCHOUT-STATUS.
           SELECT REVRPT-FILE ASSIGN TO "REVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVRPT-STATUS.
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
      *    REGISTRO DE CAMBIOS QUE DEJA CADA CORRIDA DE LA
      *    BUSQUEDA. AL TERMINAR BIEN LA REVERSION SE LE
      *    AGREGA LA MARCA 'B' DE LA CORRIDA REVERTIDA.
       FD  RUNCHG-FILE
           RECORDING MODE IS F.
           COPY RUNCHG.

       FD  USAGEIN-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

       FD  USAGEOUT-FILE
           RECORDING MODE IS F.
       01  USAGEOUT-RECORD.
           05  USAGEOUT-CLAVE      PIC 9(7).
           05  USAGEOUT-PEDIDOS    PIC 9(7).
           05  USAGEOUT-HALLADAS   PIC 9(7).
           05  USAGEOUT-NOHALL     PIC 9(7).
           05  USAGEOUT-FECHA      PIC X(8).

       FD  SUSPIN-FILE
           RECORDING MODE IS F.
       01  SUSPIN-RECORD.
           05  SUSPIN-CLAVE        PIC 9(7).
           05  SUSPIN-FECHA-ALTA   PIC X(8).
           05  SUSPIN-CICLOS       PIC 9(3).
           05  SUSPIN-ORIGEN       PIC X(8).

       FD  SUSPOUT-FILE
           RECORDING MODE IS F.
       01  SUSPOUT-RECORD.
           05  SUSPOUT-CLAVE       PIC 9(7).
           05  SUSPOUT-FECHA-ALTA  PIC X(8).
           05  SUSPOUT-CICLOS      PIC 9(3).
           05  SUSPOUT-ORIGEN      PIC X(8).

       FD  BCHREG-FILE
           RECORDING MODE IS F.
           COPY BCHREG.

       FD  BCHOUT-FILE
           RECORDING MODE IS F.
       01  BCHOUT-RECORD           PIC X(70).

       FD  REVRPT-FILE
           RECORDING MODE IS F.
       01  REVRPT-RECORD           PIC X(80).

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
       01  WS-RUNCHG-STATUS      PIC X(02) VALUE '00'.
       01  WS-USAGEIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-USAGEOUT-STATUS    PIC X(02) VALUE '00'.
       01  WS-SUSPIN-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUSPOUT-STATUS     PIC X(02) VALUE '00'.
       01  WS-BCHREG-STATUS      PIC X(02) VALUE '00'.
       01  WS-BCHOUT-STATUS      PIC X(02) VALUE '00'.
       01  WS-REVRPT-STATUS      PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-OPERMAST-STATUS    PIC X(02) VALUE '00'.
       01  WS-RUNCHG-EOF         PIC X VALUE 'N'.
           88  RUNCHG-AT-EOF     VALUE 'Y'.
       01  WS-USAGEIN-EOF        PIC X VALUE 'N'.
           88  USAGEIN-AT-EOF    VALUE 'Y'.
       01  WS-SUSPIN-EOF         PIC X VALUE 'N'.
           88  SUSPIN-AT-EOF     VALUE 'Y'.
       01  WS-BCHREG-EOF         PIC X VALUE 'N'.
           88  BCHREG-AT-EOF     VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.
       01  WS-OPERMAST-EOF       PIC X VALUE 'N'.
           88  OPERMAST-AT-EOF   VALUE 'Y'.

      *    CORRIDA A REVERTIR Y LOTE KEYIN QUE PROCESO.
       01  WS-OBJ-RUN-ID         PIC X(20) VALUE SPACES.
       01  WS-OBJ-FECHA          PIC X(08).
       01  WS-LOTE-HALLADO       PIC X VALUE 'N'.
       01  WS-YA-REVERTIDA       PIC X VALUE 'N'.
       01  WS-LOTE-FECHA         PIC X(08).
       01  WS-LOTE-ORIGEN        PIC X(08).
       01  WS-LOTE-CUENTA        PIC 9(07).
       01  WS-LOTE-HASH          PIC 9(11).

      *    DIFERENCIAS DE USO DE LA CORRIDA, EN EL ORDEN
      *    ASCENDENTE DE CLAVE EN QUE LA BUSQUEDA LAS GRABA.
       01  WS-USO-COUNT          PIC 9(4) VALUE 0.
       01  WS-USO-TABLA.
           05  WS-USO-ENTRY OCCURS 5000 TIMES.
               10  WS-USO-CLAVE        PIC 9(7).
               10  WS-USO-PEDIDOS      PIC 9(7).
               10  WS-USO-HALLADAS     PIC 9(7).
               10  WS-USO-NOHALL       PIC 9(7).
               10  WS-USO-FECHA-ANT    PIC X(8).
       01  UDX                   PIC 9(4).

      *    CAMBIOS DE SUSPENSO DE LA CORRIDA, EN ORDEN DE
      *    CLAVE Y TIPO PARA LA BUSQUEDA BINARIA. EL ESTADO
      *    QUEDA EN 'A' CUANDO EL CAMBIO SE REVIRTIO Y EN 'P'
      *    CUANDO UNA VENCIDA YA ESTA DE NUEVO EN SUSPENSO.
       01  WS-SCB-COUNT          PIC 9(5) VALUE 0.
       01  WS-SCB-TABLA.
           05  WS-SCB-ENTRY OCCURS 20000 TIMES.
               10  WS-SCB-LLAVE.
                   15  WS-SCB-CLAVE    PIC 9(7).
                   15  WS-SCB-TIPO     PIC X(1).
               10  WS-SCB-FECHA-ALTA   PIC X(8).
               10  WS-SCB-CICLOS       PIC 9(3).
               10  WS-SCB-ORIGEN       PIC X(8).
               10  WS-SCB-ESTADO       PIC X(1).
       01  SDX                   PIC 9(5).
       01  WS-BUS-LLAVE.
           05  WS-BUS-CLAVE          PIC 9(7).
           05  WS-BUS-TIPO           PIC X(1).
       01  WS-BUS-HALLADA        PIC X.
       01  WS-BUS-POS            PIC 9(5).
       01  WS-BUS-BAJO           PIC 9(5).
       01  WS-BUS-ALTO           PIC 9(5).
       01  WS-BUS-MEDIO          PIC 9(5).
       01  WS-SUSP-QUITAR        PIC X.

       01  WS-CAMBIOS-LEIDOS     PIC 9(7) VALUE 0.
       01  WS-USO-REVERTIDAS     PIC 9(5) VALUE 0.
       01  WS-USO-ELIMINADAS     PIC 9(5) VALUE 0.
       01  WS-USO-AUSENTES       PIC 9(5) VALUE 0.
       01  WS-USO-TOPE-CERO      PIC 9(5) VALUE 0.
       01  WS-PEDIDOS-REV        PIC 9(9) VALUE 0.
       01  WS-HALLADAS-REV       PIC 9(9) VALUE 0.
       01  WS-NOHALL-REV         PIC 9(9) VALUE 0.
       01  WS-SUSP-REMOVIDAS     PIC 9(5) VALUE 0.
       01  WS-SUSP-CICLOS-REV    PIC 9(5) VALUE 0.
       01  WS-SUSP-REPUESTAS     PIC 9(5) VALUE 0.
       01  WS-SUSP-AUSENTES      PIC 9(5) VALUE 0.
       01  WS-SUSP-ANTES         PIC 9(5) VALUE 0.
       01  WS-SUSP-DESPUES       PIC 9(5) VALUE 0.
       01  WS-AVISOS-R           PIC 9(5) VALUE 0.
       01  WS-AVISOS-V           PIC 9(5) VALUE 0.
       01  WS-LOTES-QUITADOS     PIC 9(3) VALUE 0.
       01  WS-APLICADOS          PIC 9(7) VALUE 0.
       01  WS-CICLOS-ANT         PIC 9(3).
       01  WS-TIPO-TEXTO         PIC X(10).

       01  WS-REPORT-LINE        PIC X(80).
       01  WS-STAMP              PIC X(21).
       01  WS-FECHA-HOY          PIC X(8).
       01  WS-HORA-HOY           PIC X(8).
       01  WS-FECHA-PROCESO      PIC X(08) VALUE SPACES.
       01  WS-RUN-ID             PIC X(20) VALUE SPACES.
       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-RUN-ID        PIC X(20) VALUE SPACES.
       01  WS-OPERATOR-ID        PIC X(08) VALUE "BATCH".
       01  WS-NIVEL-REQUERIDO    PIC 9(1) VALUE 3.
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
           MOVE "RCOR" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH)
                   DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-RUN-ID
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
           END-IF
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           IF WS-PARM-RUN-ID = SPACES
               OR WS-PARM-RUN-ID (17:4) NOT = "BBIN"
               DISPLAY "RUN ID DE BUSQUEDA INVALIDO: "
                   WS-PARM-RUN-ID " - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "RUN ID INVALIDO: " WS-PARM-RUN-ID
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE WS-PARM-RUN-ID TO WS-OBJ-RUN-ID
           MOVE WS-OBJ-RUN-ID (1:8) TO WS-OBJ-FECHA
           PERFORM CARGAR-CAMBIOS THRU CARGAR-CAMBIOS-FIN
           OPEN OUTPUT REVRPT-FILE
           PERFORM ESCRIBIR-CABECERA
           PERFORM REVERTIR-USO THRU REVERTIR-USO-FIN
           PERFORM REVERTIR-SUSPENSO THRU REVERTIR-SUSPENSO-FIN
           PERFORM REPONER-VENCIDAS
           PERFORM INFORMAR-AVISOS
           PERFORM QUITAR-REGISTRO-LOTE
               THRU QUITAR-REGISTRO-LOTE-FIN
           PERFORM MARCAR-REVERTIDA
           IF WS-USO-AUSENTES > 0 OR WS-USO-TOPE-CERO > 0
               OR WS-SUSP-AUSENTES > 0 OR WS-LOTES-QUITADOS = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBIR-TOTALES
           CLOSE REVRPT-FILE
           MOVE SPACES TO AU-DETAIL
           STRING "REVERTIDA " WS-OBJ-RUN-ID
               DELIMITED BY SIZE INTO AU-DETAIL
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           DISPLAY "CORRIDA " WS-OBJ-RUN-ID " REVERTIDA - "
               WS-APLICADOS " CAMBIOS DESHECHOS"
           GOBACK.

      *    CONTROL DE AUTORIZACION DE OPERADORES: REVERTIR
      *    UNA CORRIDA REESCRIBE EL USO, EL SUSPENSO Y EL
      *    REGISTRO DE LOTES, Y EXIGE NIVEL 3. SIN MAESTRO
      *    DISPONIBLE SE AVISA POR CONSOLA Y SE CONTINUA.
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

      *    SE LEVANTAN LOS CAMBIOS DE LA CORRIDA PEDIDA. SOLO
      *    SE REVIERTE UNA CORRIDA COMPLETA (CON EL REGISTRO
      *    'L' DE FIN DE TRABAJO) Y NO REVERTIDA ANTES; UNA
      *    CORRIDA CORTADA SE TERMINA CON SU REINICIO.
       CARGAR-CAMBIOS.
           OPEN INPUT RUNCHG-FILE
           IF WS-RUNCHG-STATUS NOT = "00"
               DISPLAY "RUNCHG NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "RUNCHG NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ RUNCHG-FILE
               AT END MOVE 'Y' TO WS-RUNCHG-EOF
           END-READ
           PERFORM UNTIL RUNCHG-AT-EOF
               IF RC-RUN-ID = WS-OBJ-RUN-ID
                   ADD 1 TO WS-CAMBIOS-LEIDOS
                   EVALUATE RC-TIPO
                       WHEN 'L'
                           MOVE 'Y' TO WS-LOTE-HALLADO
                           MOVE RC-LOTE-FECHA TO WS-LOTE-FECHA
                           MOVE RC-LOTE-ORIGEN TO WS-LOTE-ORIGEN
                           MOVE RC-LOTE-CUENTA TO WS-LOTE-CUENTA
                           MOVE RC-LOTE-HASH TO WS-LOTE-HASH
                       WHEN 'B'
                           MOVE 'Y' TO WS-YA-REVERTIDA
                       WHEN 'U'
                           PERFORM CARGAR-CAMBIO-USO
                       WHEN 'N'
                       WHEN 'C'
                       WHEN 'V'
                       WHEN 'R'
                           PERFORM CARGAR-CAMBIO-SUSPENSO
                   END-EVALUATE
               END-IF
               READ RUNCHG-FILE
                   AT END MOVE 'Y' TO WS-RUNCHG-EOF
               END-READ
           END-PERFORM
           CLOSE RUNCHG-FILE
           IF WS-LOTE-HALLADO = 'N'
               DISPLAY "CORRIDA " WS-OBJ-RUN-ID
                   " INEXISTENTE O INCOMPLETA - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "SIN CAMBIOS: " WS-OBJ-RUN-ID
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           IF WS-YA-REVERTIDA = 'Y'
               DISPLAY "CORRIDA " WS-OBJ-RUN-ID
                   " YA REVERTIDA - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "YA REVERTIDA: " WS-OBJ-RUN-ID
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF.
       CARGAR-CAMBIOS-FIN.
           EXIT.

       CARGAR-CAMBIO-USO.
           IF WS-USO-COUNT = 5000
               DISPLAY "CAMBIOS DE USO MAYORES A 5000 - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "CAMBIOS DE USO EXCEDEN LA TABLA"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           ADD 1 TO WS-USO-COUNT
           MOVE RC-USO-CLAVE TO WS-USO-CLAVE (WS-USO-COUNT)
           MOVE RC-USO-PEDIDOS TO WS-USO-PEDIDOS (WS-USO-COUNT)
           MOVE RC-USO-HALLADAS TO WS-USO-HALLADAS (WS-USO-COUNT)
           MOVE RC-USO-NOHALL TO WS-USO-NOHALL (WS-USO-COUNT)
           MOVE RC-USO-FECHA-ANT TO WS-USO-FECHA-ANT (WS-USO-COUNT)
           .

       CARGAR-CAMBIO-SUSPENSO.
           IF WS-SCB-COUNT = 20000
               DISPLAY "CAMBIOS DE SUSPENSO MAYORES A 20000 - "
                   "ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "CAMBIOS DE SUSPENSO EXCEDEN LA TABLA"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           MOVE RC-CLAVE TO WS-BUS-CLAVE
           MOVE RC-TIPO TO WS-BUS-TIPO
           PERFORM BUSCAR-CAMBIO
           IF WS-BUS-HALLADA = 'N'
               PERFORM VARYING SDX FROM WS-SCB-COUNT BY -1
                       UNTIL SDX < WS-BUS-POS
                   MOVE WS-SCB-ENTRY (SDX) TO WS-SCB-ENTRY (SDX + 1)
               END-PERFORM
               ADD 1 TO WS-SCB-COUNT
               MOVE WS-BUS-LLAVE TO WS-SCB-LLAVE (WS-BUS-POS)
               MOVE RC-FECHA-ALTA TO WS-SCB-FECHA-ALTA (WS-BUS-POS)
               MOVE RC-CICLOS TO WS-SCB-CICLOS (WS-BUS-POS)
               MOVE RC-ORIGEN TO WS-SCB-ORIGEN (WS-BUS-POS)
               MOVE SPACE TO WS-SCB-ESTADO (WS-BUS-POS)
           END-IF
           .

      *    BUSQUEDA BINARIA POR CLAVE Y TIPO EN LA TABLA DE
      *    CAMBIOS DE SUSPENSO. DEJA EN WS-BUS-POS EL LUGAR
      *    DONDE ESTA O DONDE DEBERIA INSERTARSE.
       BUSCAR-CAMBIO.
           MOVE 'N' TO WS-BUS-HALLADA
           MOVE 1 TO WS-BUS-BAJO
           MOVE WS-SCB-COUNT TO WS-BUS-ALTO
           COMPUTE WS-BUS-POS = WS-SCB-COUNT + 1
           PERFORM UNTIL WS-BUS-BAJO > WS-BUS-ALTO
               COMPUTE WS-BUS-MEDIO =
                   (WS-BUS-BAJO + WS-BUS-ALTO) / 2
               IF WS-SCB-LLAVE (WS-BUS-MEDIO) = WS-BUS-LLAVE
                   MOVE 'Y' TO WS-BUS-HALLADA
                   MOVE WS-BUS-MEDIO TO WS-BUS-POS
                   MOVE 0 TO WS-BUS-ALTO
               ELSE
                   IF WS-SCB-LLAVE (WS-BUS-MEDIO) > WS-BUS-LLAVE
                       MOVE WS-BUS-MEDIO TO WS-BUS-POS
                       MOVE WS-BUS-MEDIO TO WS-BUS-ALTO
                       SUBTRACT 1 FROM WS-BUS-ALTO
                   ELSE
                       MOVE WS-BUS-MEDIO TO WS-BUS-BAJO
                       ADD 1 TO WS-BUS-BAJO
                   END-IF
               END-IF
           END-PERFORM
           .

       ESCRIBIR-CABECERA.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REVERSION DE LA CORRIDA " WS-OBJ-RUN-ID
               " - FECHA " WS-FECHA-HOY " OPERADOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "LOTE KEYIN DEL " WS-LOTE-FECHA
               " ORIGEN " WS-LOTE-ORIGEN
               " CUENTA " WS-LOTE-CUENTA
               " HASH " WS-LOTE-HASH
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    USO DE CLAVES: EL KEYUSAGE VIGENTE SE APAREA POR
      *    CLAVE CON LAS DIFERENCIAS DE LA CORRIDA Y SE LE
      *    RESTAN LOS PEDIDOS, SIN BAJAR DE CERO. UNA CLAVE
      *    QUE LA CORRIDA DIO DE ALTA Y QUEDA SIN PEDIDOS SE
      *    ELIMINA; LA FECHA DE ULTIMO PEDIDO VUELVE A LA
      *    ANTERIOR SI SIGUE SIENDO LA DE LA CORRIDA.
       REVERTIR-USO.
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS NOT = "00"
               DISPLAY "USAGEIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE REVRPT-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "KEYUSAGE NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT USAGEOUT-FILE
           MOVE 1 TO UDX
           READ USAGEIN-FILE
               AT END MOVE 'Y' TO WS-USAGEIN-EOF
           END-READ
           PERFORM UNTIL USAGEIN-AT-EOF
               PERFORM UNTIL UDX > WS-USO-COUNT
                       OR WS-USO-CLAVE (UDX) >= KU-CLAVE
                   PERFORM INFORMAR-USO-AUSENTE
                   ADD 1 TO UDX
               END-PERFORM
               MOVE KU-USAGE-RECORD TO USAGEOUT-RECORD
               IF UDX > WS-USO-COUNT
                   OR WS-USO-CLAVE (UDX) NOT = KU-CLAVE
                   WRITE USAGEOUT-RECORD
               ELSE
                   PERFORM REVERTIR-USO-CLAVE
                   ADD 1 TO UDX
               END-IF
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
           END-PERFORM
           PERFORM UNTIL UDX > WS-USO-COUNT
               PERFORM INFORMAR-USO-AUSENTE
               ADD 1 TO UDX
           END-PERFORM
           CLOSE USAGEIN-FILE
           CLOSE USAGEOUT-FILE.
       REVERTIR-USO-FIN.
           EXIT.

       REVERTIR-USO-CLAVE.
           ADD 1 TO WS-USO-REVERTIDAS
           ADD 1 TO WS-APLICADOS
           ADD WS-USO-PEDIDOS (UDX) TO WS-PEDIDOS-REV
           ADD WS-USO-HALLADAS (UDX) TO WS-HALLADAS-REV
           ADD WS-USO-NOHALL (UDX) TO WS-NOHALL-REV
           IF WS-USO-PEDIDOS (UDX) > USAGEOUT-PEDIDOS
               OR WS-USO-HALLADAS (UDX) > USAGEOUT-HALLADAS
               OR WS-USO-NOHALL (UDX) > USAGEOUT-NOHALL
               ADD 1 TO WS-USO-TOPE-CERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "USO       TOPE CERO " KU-CLAVE
                   " PEDIDOS " KU-PEDIDOS " A RESTAR "
                   WS-USO-PEDIDOS (UDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           IF WS-USO-PEDIDOS (UDX) > USAGEOUT-PEDIDOS
               MOVE 0 TO USAGEOUT-PEDIDOS
           ELSE
               SUBTRACT WS-USO-PEDIDOS (UDX) FROM USAGEOUT-PEDIDOS
           END-IF
           IF WS-USO-HALLADAS (UDX) > USAGEOUT-HALLADAS
               MOVE 0 TO USAGEOUT-HALLADAS
           ELSE
               SUBTRACT WS-USO-HALLADAS (UDX) FROM USAGEOUT-HALLADAS
           END-IF
           IF WS-USO-NOHALL (UDX) > USAGEOUT-NOHALL
               MOVE 0 TO USAGEOUT-NOHALL
           ELSE
               SUBTRACT WS-USO-NOHALL (UDX) FROM USAGEOUT-NOHALL
           END-IF
           IF USAGEOUT-PEDIDOS = 0
               AND WS-USO-FECHA-ANT (UDX) = SPACES
               ADD 1 TO WS-USO-ELIMINADAS
           ELSE
               IF USAGEOUT-FECHA = WS-OBJ-FECHA
                   AND WS-USO-FECHA-ANT (UDX) NOT = SPACES
                   MOVE WS-USO-FECHA-ANT (UDX) TO USAGEOUT-FECHA
               END-IF
               WRITE USAGEOUT-RECORD
           END-IF
           .

       INFORMAR-USO-AUSENTE.
           ADD 1 TO WS-USO-AUSENTES
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USO       NO APLICADA " WS-USO-CLAVE (UDX)
               " - SIN REGISTRO EN KEYUSAGE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

      *    SUSPENSO: SE QUITAN LAS ENTRADAS QUE LA CORRIDA
      *    ABRIO Y SE DESCUENTA EL CICLO QUE LES SUMO A LAS
      *    ARRASTRADAS, SIEMPRE QUE LA ENTRADA SIGA SIENDO LA
      *    MISMA (MISMA FECHA DE ALTA). UNA VENCIDA QUE YA
      *    VOLVIO AL SUSPENSO SE MARCA PARA NO REPONERLA.
       REVERTIR-SUSPENSO.
           OPEN INPUT SUSPIN-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               DISPLAY "SUSPIN NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               CLOSE REVRPT-FILE
               MOVE SPACES TO AU-DETAIL
               STRING "SUSPENSO NO DISPONIBLE"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT SUSPOUT-FILE
           READ SUSPIN-FILE
               AT END MOVE 'Y' TO WS-SUSPIN-EOF
           END-READ
           PERFORM UNTIL SUSPIN-AT-EOF
               ADD 1 TO WS-SUSP-ANTES
               MOVE SUSPIN-RECORD TO SUSPOUT-RECORD
               MOVE 'N' TO WS-SUSP-QUITAR
               MOVE SUSPIN-CLAVE TO WS-BUS-CLAVE
               MOVE 'N' TO WS-BUS-TIPO
               PERFORM BUSCAR-CAMBIO
               IF WS-BUS-HALLADA = 'Y'
                   AND WS-SCB-FECHA-ALTA (WS-BUS-POS)
                       = SUSPIN-FECHA-ALTA
                   AND WS-SCB-ESTADO (WS-BUS-POS) = SPACE
                   MOVE 'Y' TO WS-SUSP-QUITAR
                   MOVE 'A' TO WS-SCB-ESTADO (WS-BUS-POS)
                   ADD 1 TO WS-SUSP-REMOVIDAS
                   ADD 1 TO WS-APLICADOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SUSPENSO  REMOVIDA    " SUSPIN-CLAVE
                       " ALTA " SUSPIN-FECHA-ALTA
                       " ORIGEN " SUSPIN-ORIGEN
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
               MOVE 'C' TO WS-BUS-TIPO
               PERFORM BUSCAR-CAMBIO
               IF WS-SUSP-QUITAR = 'N'
                   AND WS-BUS-HALLADA = 'Y'
                   AND WS-SCB-FECHA-ALTA (WS-BUS-POS)
                       = SUSPIN-FECHA-ALTA
                   AND WS-SCB-ESTADO (WS-BUS-POS) = SPACE
                   MOVE 'A' TO WS-SCB-ESTADO (WS-BUS-POS)
                   IF SUSPOUT-CICLOS > 0
                       SUBTRACT 1 FROM SUSPOUT-CICLOS
                   END-IF
                   ADD 1 TO WS-SUSP-CICLOS-REV
                   ADD 1 TO WS-APLICADOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "SUSPENSO  CICLO       " SUSPIN-CLAVE
                       " CICLOS " SUSPIN-CICLOS " -> " SUSPOUT-CICLOS
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
               IF WS-SUSP-QUITAR = 'N'
                   MOVE 'V' TO WS-BUS-TIPO
                   PERFORM BUSCAR-CAMBIO
                   IF WS-BUS-HALLADA = 'Y'
                       MOVE 'P' TO WS-SCB-ESTADO (WS-BUS-POS)
                   END-IF
                   WRITE SUSPOUT-RECORD
                   ADD 1 TO WS-SUSP-DESPUES
               END-IF
               READ SUSPIN-FILE
                   AT END MOVE 'Y' TO WS-SUSPIN-EOF
               END-READ
           END-PERFORM
           CLOSE SUSPIN-FILE.
       REVERTIR-SUSPENSO-FIN.
           EXIT.

      *    LAS VENCIDAS POR LA CORRIDA VUELVEN AL SUSPENSO
      *    CON LOS CICLOS QUE TENIAN ANTES DE ELLA; LAS
      *    ALTAS Y AVANCES QUE YA NO ESTAN EN EL SUSPENSO
      *    (RESUELTOS O DADOS DE BAJA DESPUES) SE INFORMAN.
       REPONER-VENCIDAS.
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SCB-COUNT
               EVALUATE TRUE
                   WHEN WS-SCB-TIPO (SDX) = 'V'
                       AND WS-SCB-ESTADO (SDX) = SPACE
                       MOVE WS-SCB-CLAVE (SDX) TO SUSPOUT-CLAVE
                       MOVE WS-SCB-FECHA-ALTA (SDX)
                           TO SUSPOUT-FECHA-ALTA
                       MOVE WS-SCB-CICLOS (SDX) TO SUSPOUT-CICLOS
                       MOVE WS-SCB-ORIGEN (SDX) TO SUSPOUT-ORIGEN
                       WRITE SUSPOUT-RECORD
                       ADD 1 TO WS-SUSP-DESPUES
                       MOVE 'A' TO WS-SCB-ESTADO (SDX)
                       ADD 1 TO WS-SUSP-REPUESTAS
                       ADD 1 TO WS-APLICADOS
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "SUSPENSO  REPUESTA    "
                           WS-SCB-CLAVE (SDX)
                           " CICLOS " WS-SCB-CICLOS (SDX)
                           " ORIGEN " WS-SCB-ORIGEN (SDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
                   WHEN WS-SCB-TIPO (SDX) = 'V'
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "SUSPENSO  NO REPUESTA "
                           WS-SCB-CLAVE (SDX)
                           " - YA ESTA DE NUEVO EN SUSPENSO"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
                   WHEN (WS-SCB-TIPO (SDX) = 'N'
                       OR WS-SCB-TIPO (SDX) = 'C')
                       AND WS-SCB-ESTADO (SDX) = SPACE
                       ADD 1 TO WS-SUSP-AUSENTES
                       IF WS-SCB-TIPO (SDX) = 'N'
                           MOVE "ALTA" TO WS-TIPO-TEXTO
                       ELSE
                           MOVE "CICLO" TO WS-TIPO-TEXTO
                       END-IF
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "SUSPENSO  NO APLICADA "
                           WS-SCB-CLAVE (SDX) " " WS-TIPO-TEXTO
                           " - SIN LA ENTRADA EN SUSPENSO"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       PERFORM GRABAR-LINEA
               END-EVALUATE
           END-PERFORM
           CLOSE SUSPOUT-FILE
           .

      *    LOS AVISOS NOTIFOUT DE LA CORRIDA YA SE ENTREGARON
      *    A LOS SISTEMAS DE ORIGEN Y NO SE PUEDEN RETIRAR:
      *    SE LISTAN POR ORIGEN PARA QUE LA SUCURSAL SEPA QUE
      *    UNA VENCIDA VOLVIO AL SUSPENSO. LAS RESUELTAS NO
      *    SE REVIERTEN PORQUE LA CLAVE EXISTE EN EL MAESTRO.
       INFORMAR-AVISOS.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE "AVISOS NOTIFOUT EMITIDOS POR LA CORRIDA"
               TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > WS-SCB-COUNT
               IF WS-SCB-TIPO (SDX) = 'R'
                   ADD 1 TO WS-AVISOS-R
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO R   " WS-SCB-ORIGEN (SDX)
                       " " WS-SCB-CLAVE (SDX)
                       " RESUELTA - SE MANTIENE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
               IF WS-SCB-TIPO (SDX) = 'V'
                   ADD 1 TO WS-AVISOS-V
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "AVISO V   " WS-SCB-ORIGEN (SDX)
                       " " WS-SCB-CLAVE (SDX)
                       " VENCIDA - ANULAR EN EL ORIGEN"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               END-IF
           END-PERFORM
           .

      *    EL REGISTRO DE LOTES SE REESCRIBE SIN LA ENTRADA
      *    KEYIN DE LA CORRIDA, PARA QUE EL LOTE CORREGIDO
      *    PUEDA PROCESARSE SIN REPROC.
       QUITAR-REGISTRO-LOTE.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           OPEN INPUT BCHREG-FILE
           IF WS-BCHREG-STATUS NOT = "00"
               MOVE "BCHREG NO DISPONIBLE - LOTE NO DESREGISTRADO"
                   TO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               GO TO QUITAR-REGISTRO-LOTE-FIN
           END-IF
           OPEN OUTPUT BCHOUT-FILE
           READ BCHREG-FILE
               AT END MOVE 'Y' TO WS-BCHREG-EOF
           END-READ
           PERFORM UNTIL BCHREG-AT-EOF
               IF BR-ARCHIVO = "KEYIN"
                   AND BR-RUN-ID = WS-OBJ-RUN-ID
                   ADD 1 TO WS-LOTES-QUITADOS
                   ADD 1 TO WS-APLICADOS
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "BCHREG    QUITADO     KEYIN "
                       BR-CAB-FECHA " " BR-ORIGEN
                       " PROCESADO " BR-FECHA-PROC
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   PERFORM GRABAR-LINEA
               ELSE
                   MOVE BR-REGISTER-RECORD TO BCHOUT-RECORD
                   WRITE BCHOUT-RECORD
               END-IF
               READ BCHREG-FILE
                   AT END MOVE 'Y' TO WS-BCHREG-EOF
               END-READ
           END-PERFORM
           CLOSE BCHREG-FILE
           CLOSE BCHOUT-FILE
           IF WS-LOTES-QUITADOS = 0
               MOVE "BCHREG SIN REGISTRO DE LA CORRIDA"
                   TO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF.
       QUITAR-REGISTRO-LOTE-FIN.
           EXIT.

       MARCAR-REVERTIDA.
           OPEN EXTEND RUNCHG-FILE
           IF WS-RUNCHG-STATUS = "00"
               MOVE SPACES TO RC-CAMBIO-RECORD
               MOVE WS-OBJ-RUN-ID TO RC-RUN-ID
               MOVE 'B' TO RC-TIPO
               MOVE ZERO TO RC-CLAVE
               MOVE WS-FECHA-HOY TO RC-FECHA-ALTA
               MOVE ZERO TO RC-CICLOS
               MOVE WS-OPERATOR-ID TO RC-ORIGEN
               WRITE RC-CAMBIO-RECORD
               CLOSE RUNCHG-FILE
           END-IF
           .

       ESCRIBIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CAMBIOS DE LA CORRIDA LEIDOS:  " WS-CAMBIOS-LEIDOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USO: CLAVES REVERTIDAS " WS-USO-REVERTIDAS
               " ELIMINADAS " WS-USO-ELIMINADAS
               " NO APLICADAS " WS-USO-AUSENTES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "USO: PEDIDOS RESTADOS " WS-PEDIDOS-REV
               " HALLADAS " WS-HALLADAS-REV
               " NO HALLADAS " WS-NOHALL-REV
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SUSPENSO: REMOVIDAS " WS-SUSP-REMOVIDAS
               " CICLOS " WS-SUSP-CICLOS-REV
               " REPUESTAS " WS-SUSP-REPUESTAS
               " NO APLICADAS " WS-SUSP-AUSENTES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ENTRADAS EN SUSPENSO: " WS-SUSP-ANTES
               " ANTES  " WS-SUSP-DESPUES " DESPUES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AVISOS EMITIDOS: RESUELTAS " WS-AVISOS-R
               " VENCIDAS " WS-AVISOS-V
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGISTROS BCHREG QUITADOS: " WS-LOTES-QUITADOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO REVRPT-RECORD
           WRITE REVRPT-RECORD
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
               IF RP-PROGRAMA = "REVERSACORRIDA"
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
           MOVE "REVERSACORRIDA" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = REGISTROS DE CAMBIO
      *    DE LA CORRIDA, GRABADOS = CAMBIOS DESHECHOS.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "REVERSACORRIDA" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-CAMBIOS-LEIDOS TO CT-RECORDS-READ
           MOVE WS-APLICADOS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
