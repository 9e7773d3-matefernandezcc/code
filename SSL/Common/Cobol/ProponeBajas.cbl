       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProponeBajas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYMAST-FILE ASSIGN TO "KEYMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEYMAST-STATUS.
           SELECT USAGEIN-FILE ASSIGN TO "USAGEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USAGEIN-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT BENCHHST-FILE ASSIGN TO "BENCHHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENCHHST-STATUS.
           SELECT TRANBAJA-FILE ASSIGN TO "TRANBAJA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANBAJA-STATUS.
           SELECT BAJARPT-FILE ASSIGN TO "BAJARPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAJARPT-STATUS.
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
       FD  KEYMAST-FILE
           RECORDING MODE IS F.
           COPY KEYMAST.

       FD  USAGEIN-FILE
           RECORDING MODE IS F.
           COPY KEYUSAGE.

      *    SUSPENSO ABIERTO: CLAVES PEDIDAS Y NO HALLADAS QUE
      *    LA BUSQUEDA SIGUE REINTENTANDO. NO VIENE EN ORDEN
      *    DE CLAVE.
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-RECORD.
           05  SU-CLAVE            PIC 9(7).
           05  SU-FECHA-ALTA       PIC X(8).
           05  SU-CICLOS           PIC 9(3).
           05  SU-ORIGEN           PIC X(8).

       FD  BENCHHST-FILE
           RECORDING MODE IS F.
           COPY BENCHLOG.

      *    PROPUESTAS DE BAJA EN FORMATO TRANIN, SIN MARCA DE
      *    FORZADO PARA QUE EL MANTENIMIENTO SIGA MIRANDO EL
      *    IMPACTO. NO SE ALIMENTAN A TPMANT HASTA LA FIRMA
      *    DEL REPORTE DE JUSTIFICACION.
       FD  TRANBAJA-FILE
           RECORDING MODE IS F.
       01  TRANBAJA-RECORD.
           05  TB-ACCION           PIC X(1).
           05  TB-CLAVE            PIC 9(7).
           05  TB-CLAVE-NUEVA      PIC X(7).
           05  TB-FORZAR           PIC X(1).

       FD  BAJARPT-FILE
           RECORDING MODE IS F.
       01  BAJARPT-RECORD          PIC X(80).

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
       01  WS-KEYMAST-STATUS     PIC X(02) VALUE '00'.
       01  WS-USAGEIN-STATUS     PIC X(02) VALUE '00'.
       01  WS-SUSPENSE-STATUS    PIC X(02) VALUE '00'.
       01  WS-BENCHHST-STATUS    PIC X(02) VALUE '00'.
       01  WS-TRANBAJA-STATUS    PIC X(02) VALUE '00'.
       01  WS-BAJARPT-STATUS     PIC X(02) VALUE '00'.
       01  WS-AUDITLOG-STATUS    PIC X(02) VALUE '00'.
       01  WS-CTLTOT-STATUS      PIC X(02) VALUE '00'.
       01  WS-FECPROC-STATUS     PIC X(02) VALUE '00'.
       01  WS-RUNPROF-STATUS     PIC X(02) VALUE '00'.
       01  WS-KEYMAST-EOF        PIC X VALUE 'N'.
           88  KEYMAST-AT-EOF    VALUE 'Y'.
       01  WS-USAGEIN-EOF        PIC X VALUE 'N'.
           88  USAGEIN-AT-EOF    VALUE 'Y'.
       01  WS-SUSPENSE-EOF       PIC X VALUE 'N'.
           88  SUSPENSE-AT-EOF   VALUE 'Y'.
       01  WS-BENCHHST-EOF       PIC X VALUE 'N'.
           88  BENCHHST-AT-EOF   VALUE 'Y'.
       01  WS-FECPROC-EOF        PIC X VALUE 'N'.
           88  FECPROC-AT-EOF    VALUE 'Y'.
       01  WS-RUNPROF-EOF        PIC X VALUE 'N'.
           88  RUNPROF-AT-EOF    VALUE 'Y'.

      *    PERIODO DE RETENCION: UNA CLAVE SIN PEDIDOS DESDE
      *    HOY MENOS RP-RETENCION DIAS (365 POR DEFECTO) SE
      *    PROPONE PARA BAJA. LA MISMA FECHA DE CORTE EXCLUYE
      *    LAS CLAVES DEMASIADO NUEVAS PARA JUZGARLAS: LAS QUE
      *    ENTRARON EN VIGENCIA DESPUES DEL CORTE NO TUVIERON
      *    UN PERIODO COMPLETO PARA SER PEDIDAS.
       01  WS-RETENCION-DIAS     PIC 9(4) VALUE 365.
       01  WS-FECHA-NUM          PIC 9(8).
       01  WS-FECHA-CORTE        PIC 9(8).
       01  WS-FECHA-CORTE-X      PIC X(8).
       01  WS-DIAS-ENTEROS       PIC 9(7) COMP.
       01  WS-DIAS-SIN-PEDIDO    PIC 9(5).

       01  WS-PARM-OPID          PIC X(08) VALUE SPACES.
       01  WS-PARM-RETENCION     PIC X(04) VALUE SPACES.

      *    CLAVES DEL SUSPENSO ABIERTO, EN ORDEN ASCENDENTE
      *    PARA BUSCARLAS POR MITADES.
       01  WS-SUSPENSO.
           05  WS-SUS-COUNT        PIC 9(5) VALUE 0.
           05  WS-SUS-ENTRY OCCURS 10000 TIMES.
               10  WS-SUS-CLAVE        PIC 9(7).
       01  SUX                   PIC 9(5).
       01  WS-SUS-POS            PIC 9(5).
       01  WS-SUS-HALLADA        PIC X.
       01  WS-SUS-BAJO           PIC 9(5).
       01  WS-SUS-ALTO           PIC 9(5).
       01  WS-SUS-MEDIO          PIC 9(5).
       01  WS-SUS-BUSCADA        PIC 9(7).

      *    CLAVES EN CURSO DEL APAREO. 99999999 MARCA EL FIN
      *    DEL ARCHIVO DE USO (NINGUNA CLAVE REAL LLEGA A OCHO
      *    DIGITOS).
       01  WS-USO-CLAVE          PIC 9(8) VALUE 0.
       01  WS-USO-ANTERIOR       PIC 9(8) VALUE 0.
       01  WS-MAE-ANTERIOR       PIC 9(8) VALUE 0.
       01  WS-USO-LEIDOS         PIC 9(7) VALUE 0.
       01  WS-USO-PEDIDOS        PIC 9(7).
       01  WS-USO-ULTIMA         PIC X(8).
       01  WS-CLA-PEDIDOS        PIC 9(7).
       01  WS-CLA-ULTIMA         PIC X(8).

       01  WS-LEIDOS-MAE         PIC 9(7) VALUE 0.
       01  WS-ACTIVAS            PIC 9(7) VALUE 0.
       01  WS-RECIENTES          PIC 9(7) VALUE 0.
       01  WS-EN-SUSPENSO        PIC 9(7) VALUE 0.
       01  WS-CON-PEDIDOS        PIC 9(7) VALUE 0.
       01  WS-PROPUESTAS         PIC 9(7) VALUE 0.
       01  WS-NUNCA-PEDIDAS      PIC 9(7) VALUE 0.
       01  WS-RESTANTES          PIC 9(7) VALUE 0.

      *    HISTORIA DE BENCHLOG DE LA BUSQUEDA BINARIA EN LA
      *    BANDA DE TAMANIO DEL MAESTRO ACTUAL (MISMAS BANDAS
      *    QUE LA TENDENCIA: 1 = HASTA 10 MIL, 2 = HASTA 100
      *    MIL, 3 = HASTA 1 MILLON, 4 = MAS DE 1 MILLON).
       01  WS-BANDA              PIC 9(1).
       01  WS-BANDA-ACTUAL       PIC 9(1).
       01  WS-BANDA-PROYECTADA   PIC 9(1).
       01  WS-TAMANIO-BANDA      PIC 9(7).
       01  WS-BEN-CORRIDAS       PIC 9(5) VALUE 0.
       01  WS-BEN-SUM-TAMANIO    PIC 9(13) VALUE 0.
       01  WS-BEN-SUM-SEG        PIC 9(11)V99 VALUE 0.
       01  WS-BEN-MEDIO-TAMANIO  PIC 9(7) VALUE 0.
       01  WS-BEN-MEDIO-SEG      PIC 9(6)V99 VALUE 0.
       01  WS-SEG-POR-CLAVE      PIC 9(3)V9(6) VALUE 0.
       01  WS-SEG-ACTUAL         PIC 9(6)V99 VALUE 0.
       01  WS-SEG-PROYECTADO     PIC 9(6)V99 VALUE 0.
       01  WS-SEG-AHORRO         PIC 9(6)V99 VALUE 0.
       01  WS-PCT-REDUCCION      PIC 9(3) VALUE 0.
       01  WS-SEG-DISP           PIC ZZZZZ9.99.
       01  WS-SEG-DISP-2         PIC ZZZZZ9.99.
       01  WS-SEG-DISP-3         PIC ZZZZZ9.99.
       01  WS-SPK-DISP           PIC ZZ9.999999.

       01  WS-ULTIMA-DISP        PIC X(8).
       01  WS-MOTIVO             PIC X(26).
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
           MOVE "BAJA" TO WS-RUN-ID (17:4)
           PERFORM CARGAR-PERFIL THRU CARGAR-PERFIL-FIN
      *    PARM: OPERADOR,DIAS DE RETENCION. EL PARM
      *    SOBREESCRIBE AL PERFIL.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-RETENCION
               END-UNSTRING
               IF WS-PARM-OPID NOT = SPACES
                   MOVE WS-PARM-OPID TO WS-OPERATOR-ID
               END-IF
               IF WS-PARM-RETENCION NOT = SPACES
                   MOVE FUNCTION NUMVAL(WS-PARM-RETENCION)
                       TO WS-RETENCION-DIAS
               END-IF
           END-IF
           MOVE WS-FECHA-HOY TO WS-FECHA-NUM
           COMPUTE WS-DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
               - WS-RETENCION-DIAS
           COMPUTE WS-FECHA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-ENTEROS)
           MOVE WS-FECHA-CORTE TO WS-FECHA-CORTE-X
           DISPLAY "RETENCION: " WS-RETENCION-DIAS
               " DIAS - SIN PEDIDOS DESDE EL " WS-FECHA-CORTE-X

           PERFORM CARGAR-SUSPENSO
           PERFORM REVISAR-MAESTRO
           PERFORM PROYECTAR-AHORRO
           PERFORM IMPRIMIR-TOTALES
           CLOSE TRANBAJA-FILE
           CLOSE BAJARPT-FILE

           DISPLAY "CLAVES ACTIVAS:          " WS-ACTIVAS
           DISPLAY "EXCLUIDAS POR RECIENTES: " WS-RECIENTES
           DISPLAY "EN SUSPENSO ABIERTO:     " WS-EN-SUSPENSO
           DISPLAY "CON PEDIDOS EN PERIODO:  " WS-CON-PEDIDOS
           DISPLAY "PROPUESTAS DE BAJA:      " WS-PROPUESTAS
           MOVE SPACES TO AU-DETAIL
           STRING "PROPUESTAS=" WS-PROPUESTAS
               " ACT=" WS-ACTIVAS
               " RET=" WS-RETENCION-DIAS
               DELIMITED BY SIZE INTO AU-DETAIL
           IF WS-PROPUESTAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
           PERFORM GRABAR-CTLTOT
           GOBACK.

      *    TABLA ORDENADA DE LAS CLAVES DEL SUSPENSO ABIERTO.
      *    SIN SUSPENSO NO HAY CLAVES QUE EXCLUIR POR ESE
      *    MOTIVO.
       CARGAR-SUSPENSO.
           MOVE 'N' TO WS-SUSPENSE-EOF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "SUSPENSE NO DISPONIBLE - SIN EXCLUSIONES"
           ELSE
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-SUSPENSE-EOF
               END-READ
               PERFORM UNTIL SUSPENSE-AT-EOF
                   IF SU-CLAVE IS NUMERIC
                       MOVE SU-CLAVE TO WS-SUS-BUSCADA
                       PERFORM BUSCAR-SUSPENSO
                       IF WS-SUS-HALLADA = 'N'
                           PERFORM AGREGAR-SUSPENSO
                       END-IF
                   END-IF
                   READ SUSPENSE-FILE
                       AT END MOVE 'Y' TO WS-SUSPENSE-EOF
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF
           DISPLAY "CLAVES EN SUSPENSO ABIERTO: " WS-SUS-COUNT
           .

      *    BUSQUEDA POR MITADES EN LA TABLA DEL SUSPENSO. DEJA
      *    EN WS-SUS-POS EL LUGAR DONDE ESTA O DONDE DEBERIA
      *    INSERTARSE.
       BUSCAR-SUSPENSO.
           MOVE 'N' TO WS-SUS-HALLADA
           MOVE 1 TO WS-SUS-BAJO
           MOVE WS-SUS-COUNT TO WS-SUS-ALTO
           COMPUTE WS-SUS-POS = WS-SUS-COUNT + 1
           PERFORM UNTIL WS-SUS-BAJO > WS-SUS-ALTO
               COMPUTE WS-SUS-MEDIO =
                   (WS-SUS-BAJO + WS-SUS-ALTO) / 2
               IF WS-SUS-CLAVE (WS-SUS-MEDIO) = WS-SUS-BUSCADA
                   MOVE 'Y' TO WS-SUS-HALLADA
                   MOVE WS-SUS-MEDIO TO WS-SUS-POS
                   MOVE 0 TO WS-SUS-ALTO
               ELSE
                   IF WS-SUS-CLAVE (WS-SUS-MEDIO) > WS-SUS-BUSCADA
                       MOVE WS-SUS-MEDIO TO WS-SUS-POS
                       MOVE WS-SUS-MEDIO TO WS-SUS-ALTO
                       SUBTRACT 1 FROM WS-SUS-ALTO
                   ELSE
                       MOVE WS-SUS-MEDIO TO WS-SUS-BAJO
                       ADD 1 TO WS-SUS-BAJO
                   END-IF
               END-IF
           END-PERFORM
           .

      *    CON LA TABLA LLENA LA CLAVE NO SE REGISTRA: PODRIA
      *    PROPONERSE UNA CLAVE QUE ESTA EN SUSPENSO, PERO EL
      *    DECK SE FIRMA ANTES DE APLICARSE.
       AGREGAR-SUSPENSO.
           IF WS-SUS-COUNT < 10000
               PERFORM VARYING SUX FROM WS-SUS-COUNT BY -1
                       UNTIL SUX < WS-SUS-POS
                   MOVE WS-SUS-CLAVE (SUX) TO WS-SUS-CLAVE (SUX + 1)
               END-PERFORM
               MOVE WS-SUS-BUSCADA TO WS-SUS-CLAVE (WS-SUS-POS)
               ADD 1 TO WS-SUS-COUNT
           ELSE
               DISPLAY "TABLA DE SUSPENSO LLENA - CLAVE "
                   WS-SUS-BUSCADA " IGNORADA"
           END-IF
           .

      *    APAREO DEL MAESTRO CON LAS ESTADISTICAS DE USO,
      *    AMBOS EN ORDEN DE CLAVE. SOLO SE JUZGAN LAS CLAVES
      *    ACTIVAS; LAS BAJAS YA NO SE CARGAN EN LA BUSQUEDA.
       REVISAR-MAESTRO.
           MOVE 'N' TO WS-KEYMAST-EOF
           MOVE 'N' TO WS-USAGEIN-EOF
           OPEN INPUT KEYMAST-FILE
           IF WS-KEYMAST-STATUS NOT = "00"
               DISPLAY "KEYMAST NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "KEYMAST NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS NOT = "00"
               DISPLAY "USAGEIN NO DISPONIBLE - ABORTADO"
               CLOSE KEYMAST-FILE
               MOVE 16 TO RETURN-CODE
               MOVE "USAGEIN NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           OPEN OUTPUT TRANBAJA-FILE
           OPEN OUTPUT BAJARPT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROPUESTAS DE BAJA DEL MAESTRO - FECHA "
               WS-FECHA-HOY
               " (RETENCION " WS-RETENCION-DIAS " DIAS)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVES ACTIVAS SIN PEDIDOS DESDE EL "
               WS-FECHA-CORTE-X
               " Y VIGENTES DESDE ANTES"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVE   EFECTIVA  PEDIDOS ULTIMO    DIAS"
               "  MOTIVO"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           PERFORM LEER-USO
           READ KEYMAST-FILE
               AT END MOVE 'Y' TO WS-KEYMAST-EOF
           END-READ
           PERFORM UNTIL KEYMAST-AT-EOF
               IF WS-LEIDOS-MAE > 0
                   AND KM-CLAVE NOT > WS-MAE-ANTERIOR
                   DISPLAY "KEYMAST FUERA DE ORDEN EN CLAVE "
                       KM-CLAVE " - ABORTADO"
                   PERFORM CERRAR-ABORTO
                   MOVE "KEYMAST FUERA DE ORDEN" TO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
               ADD 1 TO WS-LEIDOS-MAE
               MOVE KM-CLAVE TO WS-MAE-ANTERIOR
               PERFORM UNTIL WS-USO-CLAVE >= KM-CLAVE
                   PERFORM LEER-USO
               END-PERFORM
               IF KM-ESTADO = 'A'
                   PERFORM EVALUAR-CLAVE THRU EVALUAR-CLAVE-FIN
               END-IF
               READ KEYMAST-FILE
                   AT END MOVE 'Y' TO WS-KEYMAST-EOF
               END-READ
           END-PERFORM
           CLOSE KEYMAST-FILE
           CLOSE USAGEIN-FILE
           .

      *    SIGUIENTE REGISTRO DE USO. EL ARCHIVO SE MANTIENE EN
      *    ORDEN DE CLAVE; SI NO LO ESTA EL APAREO NO SIRVE.
       LEER-USO.
           IF USAGEIN-AT-EOF
               MOVE 99999999 TO WS-USO-CLAVE
           ELSE
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
               IF USAGEIN-AT-EOF
                   MOVE 99999999 TO WS-USO-CLAVE
               ELSE
                   IF WS-USO-LEIDOS > 0
                       AND KU-CLAVE NOT > WS-USO-ANTERIOR
                       DISPLAY "USAGEIN FUERA DE ORDEN EN CLAVE "
                           KU-CLAVE " - ABORTADO"
                       PERFORM CERRAR-ABORTO
                       MOVE "USAGEIN FUERA DE ORDEN" TO AU-DETAIL
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   ADD 1 TO WS-USO-LEIDOS
                   MOVE KU-CLAVE TO WS-USO-CLAVE
                   MOVE KU-CLAVE TO WS-USO-ANTERIOR
                   MOVE KU-PEDIDOS TO WS-USO-PEDIDOS
                   MOVE KU-FECHA-ULTIMA TO WS-USO-ULTIMA
               END-IF
           END-IF
           .

      *    UNA CLAVE ACTIVA SE PROPONE CUANDO ENTRO EN
      *    VIGENCIA ANTES DEL CORTE, NO ESTA EN EL SUSPENSO
      *    ABIERTO Y NO TUVO NINGUN PEDIDO DESDE EL CORTE (O
      *    NUNCA FUE PEDIDA). LOS DIAS SE CUENTAN DESDE EL
      *    ULTIMO PEDIDO O, SI NUNCA LO HUBO, DESDE LA FECHA
      *    EFECTIVA.
       EVALUAR-CLAVE.
           ADD 1 TO WS-ACTIVAS
           IF KM-FECHA-EFECT IS NUMERIC
               AND KM-FECHA-EFECT > WS-FECHA-CORTE-X
               ADD 1 TO WS-RECIENTES
               GO TO EVALUAR-CLAVE-FIN
           END-IF
           MOVE KM-CLAVE TO WS-SUS-BUSCADA
           PERFORM BUSCAR-SUSPENSO
           IF WS-SUS-HALLADA = 'Y'
               ADD 1 TO WS-EN-SUSPENSO
               GO TO EVALUAR-CLAVE-FIN
           END-IF
           IF WS-USO-CLAVE = KM-CLAVE
               MOVE WS-USO-PEDIDOS TO WS-CLA-PEDIDOS
               MOVE WS-USO-ULTIMA TO WS-CLA-ULTIMA
           ELSE
               MOVE 0 TO WS-CLA-PEDIDOS
               MOVE SPACES TO WS-CLA-ULTIMA
           END-IF
           IF WS-CLA-ULTIMA IS NUMERIC
               AND WS-CLA-ULTIMA >= WS-FECHA-CORTE-X
               ADD 1 TO WS-CON-PEDIDOS
               GO TO EVALUAR-CLAVE-FIN
           END-IF
           ADD 1 TO WS-PROPUESTAS
           MOVE 0 TO WS-DIAS-SIN-PEDIDO
           IF WS-CLA-ULTIMA IS NUMERIC
               MOVE WS-CLA-ULTIMA TO WS-ULTIMA-DISP
               MOVE WS-CLA-ULTIMA TO WS-FECHA-NUM
               MOVE "SIN PEDIDOS EN EL PERIODO" TO WS-MOTIVO
           ELSE
               IF WS-CLA-PEDIDOS = 0
                   ADD 1 TO WS-NUNCA-PEDIDAS
                   MOVE "NUNCA  " TO WS-ULTIMA-DISP
                   MOVE "NUNCA PEDIDA" TO WS-MOTIVO
               ELSE
                   MOVE "N/D" TO WS-ULTIMA-DISP
                   MOVE "SIN FECHA DE ULTIMO PEDIDO" TO WS-MOTIVO
               END-IF
               MOVE 0 TO WS-FECHA-NUM
               IF KM-FECHA-EFECT IS NUMERIC
                   MOVE KM-FECHA-EFECT TO WS-FECHA-NUM
               END-IF
           END-IF
           IF WS-FECHA-NUM > 0
               MOVE WS-FECHA-HOY TO WS-FECHA-CORTE
               COMPUTE WS-DIAS-SIN-PEDIDO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
                   - FUNCTION INTEGER-OF-DATE(WS-FECHA-NUM)
           END-IF
           MOVE 'B' TO TB-ACCION
           MOVE KM-CLAVE TO TB-CLAVE
           MOVE SPACES TO TB-CLAVE-NUEVA
           MOVE SPACE TO TB-FORZAR
           WRITE TRANBAJA-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING KM-CLAVE
               " " KM-FECHA-EFECT
               "  " WS-CLA-PEDIDOS
               " " WS-ULTIMA-DISP
               "  " WS-DIAS-SIN-PEDIDO
               " " WS-MOTIVO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA.
       EVALUAR-CLAVE-FIN.
           EXIT.

       CERRAR-ABORTO.
           CLOSE KEYMAST-FILE
           CLOSE USAGEIN-FILE
           CLOSE TRANBAJA-FILE
           CLOSE BAJARPT-FILE
           MOVE 16 TO RETURN-CODE
           .

      *    PROYECCION DEL AHORRO SOBRE LA HISTORIA DE BENCHLOG
      *    DE LA BUSQUEDA BINARIA (NO LAS CORRIDAS POR ACCESO
      *    INDEXADO, QUE NO CARGAN TABLA) EN LA BANDA DE
      *    TAMANIO DEL MAESTRO ACTUAL. LA CARGA Y EL CONTROL
      *    DE ORDEN CRECEN CON CADA CLAVE CARGADA: EL TIEMPO
      *    SE PROYECTA A RAZON DE LOS SEGUNDOS POR CLAVE DE
      *    ESA BANDA.
       PROYECTAR-AHORRO.
           COMPUTE WS-RESTANTES = WS-ACTIVAS - WS-PROPUESTAS
           MOVE WS-ACTIVAS TO WS-TAMANIO-BANDA
           PERFORM CLASIFICAR-BANDA
           MOVE WS-BANDA TO WS-BANDA-ACTUAL
           MOVE WS-RESTANTES TO WS-TAMANIO-BANDA
           PERFORM CLASIFICAR-BANDA
           MOVE WS-BANDA TO WS-BANDA-PROYECTADA
           IF WS-ACTIVAS > 0
               COMPUTE WS-PCT-REDUCCION ROUNDED =
                   WS-PROPUESTAS * 100 / WS-ACTIVAS
           END-IF
           MOVE 'N' TO WS-BENCHHST-EOF
           OPEN INPUT BENCHHST-FILE
           IF WS-BENCHHST-STATUS NOT = "00"
               DISPLAY "BENCHHST NO DISPONIBLE - SIN PROYECCION"
           ELSE
               READ BENCHHST-FILE
                   AT END MOVE 'Y' TO WS-BENCHHST-EOF
               END-READ
               PERFORM UNTIL BENCHHST-AT-EOF
                   IF BM-PROGRAM-NAME = "BUSQUEDABINARIA"
                       AND BM-ALGORITHM = "BINARY-SEARCH"
                       AND BM-TABLE-SIZE IS NUMERIC
                       AND BM-ELAPSED-SECONDS IS NUMERIC
                       AND BM-TABLE-SIZE > 0
                       MOVE BM-TABLE-SIZE TO WS-TAMANIO-BANDA
                       PERFORM CLASIFICAR-BANDA
                       IF WS-BANDA = WS-BANDA-ACTUAL
                           ADD 1 TO WS-BEN-CORRIDAS
                           ADD BM-TABLE-SIZE TO WS-BEN-SUM-TAMANIO
                           ADD BM-ELAPSED-SECONDS TO WS-BEN-SUM-SEG
                       END-IF
                   END-IF
                   READ BENCHHST-FILE
                       AT END MOVE 'Y' TO WS-BENCHHST-EOF
                   END-READ
               END-PERFORM
               CLOSE BENCHHST-FILE
           END-IF
           IF WS-BEN-CORRIDAS > 0
               COMPUTE WS-BEN-MEDIO-TAMANIO ROUNDED =
                   WS-BEN-SUM-TAMANIO / WS-BEN-CORRIDAS
               COMPUTE WS-BEN-MEDIO-SEG ROUNDED =
                   WS-BEN-SUM-SEG / WS-BEN-CORRIDAS
               COMPUTE WS-SEG-POR-CLAVE ROUNDED =
                   WS-BEN-SUM-SEG / WS-BEN-SUM-TAMANIO
               COMPUTE WS-SEG-ACTUAL ROUNDED =
                   WS-BEN-SUM-SEG * WS-ACTIVAS / WS-BEN-SUM-TAMANIO
               COMPUTE WS-SEG-PROYECTADO ROUNDED =
                   WS-BEN-SUM-SEG * WS-RESTANTES / WS-BEN-SUM-TAMANIO
               COMPUTE WS-SEG-AHORRO =
                   WS-SEG-ACTUAL - WS-SEG-PROYECTADO
           END-IF
           .

       CLASIFICAR-BANDA.
           IF WS-TAMANIO-BANDA <= 10000
               MOVE 1 TO WS-BANDA
           ELSE
               IF WS-TAMANIO-BANDA <= 100000
                   MOVE 2 TO WS-BANDA
               ELSE
                   IF WS-TAMANIO-BANDA <= 1000000
                       MOVE 3 TO WS-BANDA
                   ELSE
                       MOVE 4 TO WS-BANDA
                   END-IF
               END-IF
           END-IF
           .

       IMPRIMIR-TOTALES.
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CLAVES ACTIVAS EN EL MAESTRO:      " WS-ACTIVAS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCLUIDAS POR VIGENCIA RECIENTE:   " WS-RECIENTES
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "EXCLUIDAS POR SUSPENSO ABIERTO:    " WS-EN-SUSPENSO
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CON PEDIDOS EN EL PERIODO:         " WS-CON-PEDIDOS
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROPUESTAS DE BAJA:                " WS-PROPUESTAS
               "  (NUNCA PEDIDAS " WS-NUNCA-PEDIDAS ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROYECCION DE LA TABLA DE BUSQUEDA"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TAMANIO ACTUAL " WS-ACTIVAS
               " BANDA " WS-BANDA-ACTUAL
               "  PROYECTADO " WS-RESTANTES
               " BANDA " WS-BANDA-PROYECTADA
               "  REDUCCION " WS-PCT-REDUCCION " PCT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-BEN-CORRIDAS = 0
               STRING "  SIN HISTORIA DE BENCHLOG EN LA BANDA "
                   WS-BANDA-ACTUAL " - TIEMPO SIN PROYECTAR"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           ELSE
               STRING "  BENCHLOG BANDA " WS-BANDA-ACTUAL
                   ": " WS-BEN-CORRIDAS " CORRIDAS, TAMANIO MEDIO "
                   WS-BEN-MEDIO-TAMANIO
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               MOVE WS-BEN-MEDIO-SEG TO WS-SEG-DISP
               MOVE WS-SEG-POR-CLAVE TO WS-SPK-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SEGUNDOS MEDIOS POR CORRIDA " WS-SEG-DISP
                   "  POR CLAVE " WS-SPK-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
               MOVE WS-SEG-ACTUAL TO WS-SEG-DISP
               MOVE WS-SEG-PROYECTADO TO WS-SEG-DISP-2
               MOVE WS-SEG-AHORRO TO WS-SEG-DISP-3
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SEGUNDOS ACTUAL " WS-SEG-DISP
                   "  PROYECTADO " WS-SEG-DISP-2
                   "  AHORRO " WS-SEG-DISP-3
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM GRABAR-LINEA
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           PERFORM GRABAR-LINEA
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-PROPUESTAS = 0
               STRING "SIN CLAVES PARA PROPONER DE BAJA"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "DECK TRANBAJA RETENIDO HASTA LA FIRMA DE ESTE"
                   " REPORTE"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF
           PERFORM GRABAR-LINEA
           .

       GRABAR-LINEA.
           MOVE WS-REPORT-LINE TO BAJARPT-RECORD
           WRITE BAJARPT-RECORD
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
      *    DIAS DE RETENCION (RP-RETENCION); EL PARM LOS
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
               IF RP-PROGRAMA = "PROPONEBAJAS"
                   IF RP-OPERADOR NOT = SPACES
                       MOVE RP-OPERADOR TO WS-OPERATOR-ID
                   END-IF
                   IF RP-RETENCION IS NUMERIC
                       MOVE RP-RETENCION TO WS-RETENCION-DIAS
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
           MOVE "PROPONEBAJAS" TO AU-PROGRAM-NAME
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

      *    CUENTA DE CONTROL: LEIDOS = CLAVES DEL MAESTRO,
      *    GRABADOS = TARJETAS DE BAJA PROPUESTAS.
       GRABAR-CTLTOT.
           OPEN EXTEND CTLTOT-FILE
           IF WS-CTLTOT-STATUS = "35"
               OPEN OUTPUT CTLTOT-FILE
           END-IF
           MOVE "PROPONEBAJAS" TO CT-PROGRAM-NAME
           MOVE WS-FECHA-HOY TO CT-RUN-DATE
           MOVE WS-HORA-HOY TO CT-RUN-TIME
           MOVE WS-LEIDOS-MAE TO CT-RECORDS-READ
           MOVE WS-PROPUESTAS TO CT-RECORDS-WRITTEN
           MOVE WS-RUN-ID TO CT-RUN-ID
           WRITE CT-LOG-RECORD
           CLOSE CTLTOT-FILE
           .
