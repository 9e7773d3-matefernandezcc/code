           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERMAST-STATUS.
           SELECT RUNCHG-FILE ASSIGN TO "RUNCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCHG-STATUS.
           SELECT KEYIDX-FILE ASSIGN TO "KEYIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KIX-CLAVE
               FILE STATUS IS WS-KEYIDX-STATUS.
           SELECT PARTCTL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.
           SELECT PARTFIN-FILE ASSIGN TO "PARTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTFIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SCHKP-RES-LINEAS    PIC 9(7).
           05  SCHKP-SUSP-LINEAS   PIC 9(7).
           05  SCHKP-EXP-LINEAS    PIC 9(7).
           05  SCHKP-CHG-LINEAS    PIC 9(7).
           05  SCHKP-RUN-ID        PIC X(20).

      *    ARCHIVO DE TRABAJO PARA RECORTAR LAS SALIDAS AL
           RECORDING MODE IS F.
           COPY FECPROC.

      *    REGISTRO DE CAMBIOS DE LA CORRIDA PARA LA
      *    REVERSION: SE EXTIENDE EN CADA CORRIDA Y EN UN
      *    REINICIO SE RECORTA AL CHECKPOINT COMO LAS DEMAS
      *    SALIDAS. LOS CAMBIOS DE UNA CORRIDA REINICIADA
      *    QUEDAN BAJO EL RUN ID DE LA CORRIDA ORIGINAL.
       FD  RUNCHG-FILE
           RECORDING MODE IS F.
           COPY RUNCHG.

      *    COPIA INDEXADA DEL MAESTRO (CARGADA POR
      *    CARGAMAESTROINDEXADO) PARA EL MODO DE BUSQUEDA
      *    DIRECTA: SE LEE POR CLAVE EN VEZ DE CARGAR LA
           05  KIX-ESTADO              PIC X(01).
           05  KIX-FECHA-EFECT         PIC X(08).

      *    CORRIDA PARTIDA POR RANGO DE CLAVE: CONTROL GRABADO
      *    POR PARTICIONALOTE (RANGO, CUENTA Y HASH DE CADA
      *    PARTICION) Y CIERRE DE LA PARTICION CON SUS
      *    CONTADORES, QUE LA FUSION CUADRA CONTRA EL LOTE.
       FD  PARTCTL-FILE
           RECORDING MODE IS F.
           COPY PARTCTL.

       FD  PARTFIN-FILE
           RECORDING MODE IS F.
           COPY PARTFIN.

       WORKING-STORAGE SECTION.
           01 ARREGLO.
               05 ELEMENTO PIC 9(7) OCCURS 100000 TIMES INDEXED BY IDX.
           01 WS-USAGEIN-EOF PIC X VALUE 'N'.
               88 USAGEIN-AT-EOF VALUE 'Y'.
           01 WS-USO-COUNT PIC 9(4) VALUE 0.
      *    FILAS QUE PUEDE TENER LA TABLA DE USO. EN UNA
      *    PARTICION ES LA CUOTA QUE LE DA PARTCTL, PARA QUE
      *    LA FUSION DE TODAS NO PASE EL TOPE DEL ARCHIVO.
           01 WS-USO-TOPE PIC 9(4) VALUE 5000.
           01 WS-USO-POS PIC 9(4) VALUE 0.
           01 KDX PIC 9(4).
           01 WS-USO-TABLA.
           01 WS-RES-LINEAS PIC 9(7) VALUE 0.
           01 WS-SUSP-LINEAS PIC 9(7) VALUE 0.
           01 WS-EXP-LINEAS PIC 9(7) VALUE 0.
           01 WS-CHG-LINEAS PIC 9(7) VALUE 0.
           01 WS-RUNCHG-STATUS PIC X(02) VALUE '00'.
           01 WS-RUN-ID-CAMBIOS PIC X(20) VALUE SPACES.
           01 WS-CICLOS-ANT PIC 9(3).
           01 WS-CHG-TIPO PIC X(1).
           01 WS-RECORTE-META PIC 9(7).
           01 WS-RECORTE-LEIDAS PIC 9(7).
           01 WS-RECORTE-EOF PIC X.
           01 WS-MODO-BUSQUEDA PIC X VALUE 'T'.
               88 BUSQUEDA-DIRECTA VALUE 'D'.
               88 BUSQUEDA-TABLA VALUE 'T'.
           01 WS-PARM-PART PIC X(01) VALUE SPACES.
           01 WS-PARTICION PIC 9(1) VALUE 0.
               88 EN-PARTICION VALUE 1 THRU 5.
           01 WS-PART-INF PIC 9(7) VALUE 0.
           01 WS-PART-SUP PIC 9(7) VALUE 9999999.
           01 WS-PART-CUENTA PIC 9(7) VALUE 0.
           01 WS-PART-HASH PIC 9(11) VALUE 0.
           01 WS-PART-HALLADA PIC X VALUE 'N'.
      *    CLAVES ACTIVAS VECINAS DEL TRAMO (LA ULTIMA POR
      *    DEBAJO Y LA PRIMERA POR ENCIMA), PARA SUGERIR
      *    CERCANAS EN EL BORDE DE LA PARTICION.
           01 WS-PART-VECINA-INF PIC 9(7) VALUE 0.
           01 WS-PART-VECINA-SUP PIC 9(7) VALUE 0.
           01 WS-PARTCTL-STATUS PIC X(02) VALUE '00'.
           01 WS-PARTCTL-EOF PIC X VALUE 'N'.
               88 PARTCTL-AT-EOF VALUE 'Y'.
           01 WS-PARTFIN-STATUS PIC X(02) VALUE '00'.
      *    ENCADENAMIENTO DE AUDITLOG.
           01 WS-AU-DETALLE      PIC X(40).
           01 WS-AU-SECUENCIA    PIC 9(09) VALUE 0.
           01 WS-AU-HASH-ANT     PIC 9(11) VALUE 0.
           01 WS-AU-HASH-TRABAJO PIC 9(15) VALUE 0.
           01 WS-AU-POS          PIC 9(03) COMP.
           01 WS-AU-FIN          PIC X VALUE 'N'.

       LINKAGE SECTION.
           01 LS-PARM-LENGTH PIC S9(4) COMP.
               MOVE SPACES TO WS-PARM-MODO
               MOVE SPACES TO WS-PARM-ASOF
               MOVE SPACES TO WS-PARM-REPROC
               MOVE SPACES TO WS-PARM-PART
               UNSTRING LS-PARM-DATA (1:LS-PARM-LENGTH) DELIMITED BY ","
                   INTO WS-PARM-OPID WS-PARM-CICLOS WS-PARM-MODO
                       WS-PARM-ASOF WS-PARM-REPROC WS-PARM-PART
               END-UNSTRING
               IF WS-PARM-PART IS NUMERIC
                   MOVE WS-PARM-PART TO WS-PARTICION
               END-IF
               IF WS-PARM-REPROC = "REPROC"
                   MOVE 'Y' TO WS-REPROCESO
               END-IF
           PERFORM DETERMINAR-DIA-HABIL
           PERFORM VERIFICAR-OPERADOR
               THRU VERIFICAR-OPERADOR-FIN
           IF EN-PARTICION
               PERFORM CARGAR-PARTICION THRU CARGAR-PARTICION-FIN
           END-IF
           IF BUSQUEDA-DIRECTA
               OPEN INPUT KEYIDX-FILE
               IF WS-KEYIDX-STATUS NOT = "00"
               MOVE 0 TO WS-ARREGLO-COUNT
           ELSE
               PERFORM CARGAR-ARREGLO
      *        LA MARCA DE VERSION VERIFICADA VALE PARA EL
      *        MAESTRO COMPLETO: UNA PARTICION CARGA SOLO SU
      *        TRAMO, LO VERIFICA SIEMPRE Y NO TOCA LA MARCA.
               IF NOT EN-PARTICION
                   PERFORM CHEQUEAR-VERSION-MAESTRO
                       THRU CHEQUEAR-VERSION-FIN
               END-IF
               IF ORDEN-YA-VERIFICADO
                   DISPLAY "VERSION DEL MAESTRO YA VERIFICADA - "
                       "SE OMITE EL RECORRIDO DE ORDEN"
                       PERFORM ESCRIBIR-AUDITORIA
                       GOBACK
                   END-IF
                   IF NOT EN-PARTICION
                       PERFORM GRABAR-MARCA-VERIFICADA
                   END-IF
               END-IF
           END-IF

           END-IF

           PERFORM VALIDAR-KEYIN
           IF EN-PARTICION
               IF WS-CTL-CUENTA NOT = WS-PART-CUENTA
                   OR WS-CTL-HASH NOT = WS-PART-HASH
                   DISPLAY "KEYIN NO CORRESPONDE A LA PARTICION "
                       WS-PARTICION " - ABORTADO"
                   DISPLAY "  ESPERADO " WS-PART-CUENTA
                       " LEIDO " WS-CTL-CUENTA
                   MOVE 16 TO RETURN-CODE
                   MOVE SPACES TO AU-DETAIL
                   STRING "KEYIN NO CORRESPONDE A PARTICION "
                       WS-PARTICION DELIMITED BY SIZE INTO AU-DETAIL
                   PERFORM ESCRIBIR-AUDITORIA
                   GOBACK
               END-IF
           END-IF
           PERFORM VERIFICAR-LOTE THRU VERIFICAR-LOTE-FIN
           PERFORM CHEQUEAR-REINICIO

           PERFORM CARGAR-USO
           IF WS-RUN-ID-CAMBIOS = SPACES
               MOVE WS-RUN-ID TO WS-RUN-ID-CAMBIOS
           END-IF
           IF REINICIADO-DE-CHKP
               DISPLAY "REINICIO DESDE CHECKPOINT - SALTEANDO "
                   WS-CLAVES-SALTAR " CLAVES YA PROCESADAS"
               PERFORM RECORTAR-SALIDAS
               PERFORM CARGAR-PENDIENTES
               PERFORM ABRIR-CAMBIOS
               OPEN EXTEND RPTOUT-FILE
               OPEN EXTEND RESOUT-FILE
               OPEN EXTEND SUSPOUT-FILE
               OPEN OUTPUT SUSPOUT-FILE
               OPEN OUTPUT EXPRPT-FILE
               OPEN OUTPUT SUGRPT-FILE
               PERFORM CONTAR-CAMBIOS
               PERFORM ABRIR-CAMBIOS
               PERFORM PROCESAR-SUSPENSO
           END-IF

           PERFORM LIMPIAR-CHECKPOINT

           PERFORM GRABAR-USO
           PERFORM GRABAR-CAMBIOS-USO
           PERFORM ESCRIBIR-NOTIFICACIONES

           DISPLAY "CLAVES RECHAZADAS: " WS-REJECT-COUNT
               " VENCIDAS: " WS-SUSP-VENCIDAS
               " NUEVAS: " WS-SUSP-NUEVAS

      *    UNA PARTICION NO GRABA BENCHLOG NI REGISTRA EL
      *    LOTE: DEJA SUS CONTADORES EN PARTFIN Y LA FUSION
      *    GRABA UN UNICO JUEGO BAJO EL RUN ID PADRE.
           IF EN-PARTICION
               PERFORM GRABAR-FIN-PARTICION
           ELSE
               PERFORM STOP-BENCHMARK
           END-IF

           MOVE WS-REJECT-COUNT TO WS-REJECT-COUNT-DISP
           MOVE SPACES TO AU-DETAIL
           IF EN-PARTICION
               STRING "PART " WS-PARTICION
                   " CLAVES=" WS-ARREGLO-COUNT
                   " RECHAZADAS=" WS-REJECT-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-DETAIL
           ELSE
               STRING "CLAVES=" WS-ARREGLO-COUNT
                   " RECHAZADAS=" WS-REJECT-COUNT-DISP
                   DELIMITED BY SIZE INTO AU-DETAIL
           END-IF
           PERFORM ESCRIBIR-AUDITORIA
           IF NOT EN-PARTICION
               PERFORM REGISTRAR-LOTE
               PERFORM GRABAR-CAMBIO-LOTE
           END-IF
           CLOSE RUNCHG-FILE

           GOBACK.

           .

       VERIFICAR-LOTE.
      *    EL LOTE PARTIDO YA FUE CONTROLADO POR PARTICIONALOTE
      *    Y LO REGISTRA LA FUSION.
           IF EN-PARTICION
               GO TO VERIFICAR-LOTE-FIN
           END-IF
           IF REPROCESO-PERMITIDO
               DISPLAY "REPROCESO AUTORIZADO POR PARM"
               GO TO VERIFICAR-LOTE-FIN
               MOVE WS-CTL-CUENTA TO BR-CUENTA
               MOVE WS-CTL-HASH TO BR-HASH
               MOVE WS-START-STAMP (1:8) TO BR-FECHA-PROC
               MOVE WS-RUN-ID-CAMBIOS TO BR-RUN-ID
               WRITE BR-REGISTER-RECORD
               CLOSE BCHREG-FILE
           END-IF
           CLOSE BENCHLOG-FILE
           .

      *    CORRIDA PARTIDA: EL REGISTRO 'C' DE PARTCTL DA EL
      *    RUN ID PADRE, QUE REEMPLAZA AL DE ESTA CORRIDA EN
      *    AUDITLOG Y RUNCHG, Y EL 'P' DE ESTA PARTICION DA EL
      *    TRAMO DE CLAVES Y LA CUENTA Y HASH DE SU LOTE. UNA
      *    PARTICION QUE NO ESTA EN EL CONTROL (PERFIL CON
      *    MENOS PARTICIONES QUE PASOS) TERMINA SIN TRABAJO.
       CARGAR-PARTICION.
           MOVE 'N' TO WS-PART-HALLADA
           MOVE 'N' TO WS-PARTCTL-EOF
           OPEN INPUT PARTCTL-FILE
           IF WS-PARTCTL-STATUS NOT = "00"
               DISPLAY "PARTCTL NO DISPONIBLE - ABORTADO"
               MOVE 16 TO RETURN-CODE
               MOVE "PARTCTL NO DISPONIBLE" TO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           READ PARTCTL-FILE
               AT END MOVE 'Y' TO WS-PARTCTL-EOF
           END-READ
           PERFORM UNTIL PARTCTL-AT-EOF
               IF PC-TIPO = 'C'
                   MOVE PC-RUN-ID TO WS-RUN-ID
               END-IF
               IF PC-TIPO = 'P' AND PC-NUMERO = WS-PARTICION
                   MOVE 'Y' TO WS-PART-HALLADA
                   MOVE PC-CLAVE-INF TO WS-PART-INF
                   MOVE PC-CLAVE-SUP TO WS-PART-SUP
                   MOVE PC-CUENTA TO WS-PART-CUENTA
                   MOVE PC-HASH TO WS-PART-HASH
                   MOVE PC-USO-TOPE TO WS-USO-TOPE
               END-IF
               READ PARTCTL-FILE
                   AT END MOVE 'Y' TO WS-PARTCTL-EOF
               END-READ
           END-PERFORM
           CLOSE PARTCTL-FILE
           IF WS-PART-HALLADA = 'N'
               DISPLAY "PARTICION " WS-PARTICION
                   " NO DEFINIDA EN PARTCTL - SIN PROCESO"
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO AU-DETAIL
               STRING "PARTICION " WS-PARTICION " NO DEFINIDA"
                   DELIMITED BY SIZE INTO AU-DETAIL
               PERFORM ESCRIBIR-AUDITORIA
               GOBACK
           END-IF
           DISPLAY "PARTICION " WS-PARTICION ": CLAVES "
               WS-PART-INF "-" WS-PART-SUP " RUN ID " WS-RUN-ID.
       CARGAR-PARTICION-FIN.
           EXIT.

      *    CIERRE DE LA PARTICION: LOS CONTADORES QUE LA
      *    FUSION NECESITA PARA CUADRAR LAS SALIDAS Y PARA
      *    GRABAR EL BENCHLOG CONSOLIDADO DE LA CORRIDA.
       GRABAR-FIN-PARTICION.
           MOVE FUNCTION CURRENT-DATE TO WS-END-STAMP
           OPEN EXTEND PARTFIN-FILE
           IF WS-PARTFIN-STATUS = "35"
               OPEN OUTPUT PARTFIN-FILE
           END-IF
           MOVE SPACES TO PF-FIN-RECORD
           MOVE WS-RUN-ID TO PF-RUN-ID
           MOVE WS-PARTICION TO PF-NUMERO
           MOVE WS-CTL-CUENTA TO PF-CUENTA
           MOVE WS-CTL-HASH TO PF-HASH
           MOVE WS-ARREGLO-COUNT TO PF-TABLA
           MOVE WS-COMPARE-COUNT TO PF-COMPARES
           MOVE WS-REJECT-COUNT TO PF-RECHAZADAS
           MOVE WS-START-STAMP (1:8) TO PF-FECHA
           MOVE WS-START-STAMP (9:8) TO PF-INICIO
           MOVE WS-END-STAMP (9:8) TO PF-FIN
           MOVE WS-RPT-LINEAS TO PF-RPT-LINEAS
           MOVE WS-RES-LINEAS TO PF-RES-LINEAS
           MOVE WS-SUSP-LINEAS TO PF-SUSP-LINEAS
           MOVE WS-EXP-LINEAS TO PF-EXP-LINEAS
           MOVE WS-USO-COUNT TO PF-USO-CLAVES
           MOVE WS-CHG-LINEAS TO PF-CHG-LINEAS
           MOVE WS-NOTIF-COUNT TO PF-AVISOS
           MOVE WS-MODO-BUSQUEDA TO PF-MODO
           WRITE PF-FIN-RECORD
           CLOSE PARTFIN-FILE
           .

       CARGAR-ARREGLO.
           OPEN INPUT KEYEXT-FILE
           IF WS-KEYEXT-STATUS = "00"
      *            SOLO CLAVES ACTIVAS Y YA VIGENTES A LA FECHA
      *            DE CORTE: UN ALTA CON FECHA EFECTIVA FUTURA
      *            NO DEBE RESPONDER BUSQUEDAS TODAVIA.
      *            EN UNA PARTICION, ADEMAS, SOLO LAS CLAVES
      *            DE SU TRAMO (FUERA DE PARTICION EL TRAMO ES
      *            0-9999999); DE LAS DE AFUERA SE GUARDAN LAS
      *            DOS VECINAS DEL TRAMO.
                   IF KM-ESTADO = 'A'
                       AND KM-FECHA-EFECT <= WS-FECHA-ASOF
                       EVALUATE TRUE
                           WHEN KM-CLAVE < WS-PART-INF
                               MOVE KM-CLAVE TO WS-PART-VECINA-INF
                           WHEN KM-CLAVE > WS-PART-SUP
                               IF WS-PART-VECINA-SUP = 0
                                   MOVE KM-CLAVE
                                       TO WS-PART-VECINA-SUP
                               END-IF
                           WHEN OTHER
                               ADD 1 TO WS-ARREGLO-COUNT
                               MOVE KM-CLAVE
                                   TO ELEMENTO (WS-ARREGLO-COUNT)
                       END-EVALUATE
                   END-IF
                   READ KEYEXT-FILE
                       AT END MOVE 'Y' TO WS-KEYEXT-EOF
                           MOVE SCHKP-SUSP-LINEAS
                               TO WS-SUSP-LINEAS
                           MOVE SCHKP-EXP-LINEAS TO WS-EXP-LINEAS
                           MOVE SCHKP-CHG-LINEAS TO WS-CHG-LINEAS
                           MOVE SCHKP-RUN-ID TO WS-RUN-ID-CAMBIOS
                       END-IF
               END-READ
               CLOSE SRCHCHKP-FILE
           PERFORM RECORTAR-RESOUT THRU RECORTAR-RESOUT-FIN
           PERFORM RECORTAR-SUSPOUT THRU RECORTAR-SUSPOUT-FIN
           PERFORM RECORTAR-EXPRPT THRU RECORTAR-EXPRPT-FIN
           PERFORM RECORTAR-RUNCHG THRU RECORTAR-RUNCHG-FIN
           .

       RECORTAR-RPTOUT.
       RECORTAR-EXPRPT-FIN.
           EXIT.

       RECORTAR-RUNCHG.
           MOVE WS-CHG-LINEAS TO WS-RECORTE-META
           MOVE 0 TO WS-RECORTE-LEIDAS
           MOVE 'N' TO WS-RECORTE-EOF
           OPEN INPUT RUNCHG-FILE
           IF WS-RUNCHG-STATUS NOT = "00"
               GO TO RECORTAR-RUNCHG-FIN
           END-IF
           OPEN OUTPUT TRIMWK-FILE
           PERFORM UNTIL WS-RECORTE-EOF = 'Y'
                   OR WS-RECORTE-LEIDAS >= WS-RECORTE-META
               READ RUNCHG-FILE
                   AT END MOVE 'Y' TO WS-RECORTE-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORTE-LEIDAS
                       MOVE RC-CAMBIO-RECORD TO TRIMWK-RECORD
                       WRITE TRIMWK-RECORD
               END-READ
           END-PERFORM
           CLOSE RUNCHG-FILE
           CLOSE TRIMWK-FILE
           MOVE 'N' TO WS-RECORTE-EOF
           OPEN INPUT TRIMWK-FILE
           OPEN OUTPUT RUNCHG-FILE
           PERFORM UNTIL WS-RECORTE-EOF = 'Y'
               READ TRIMWK-FILE
                   AT END MOVE 'Y' TO WS-RECORTE-EOF
                   NOT AT END
                       MOVE TRIMWK-RECORD TO RC-CAMBIO-RECORD
                       WRITE RC-CAMBIO-RECORD
               END-READ
           END-PERFORM
           CLOSE TRIMWK-FILE
           CLOSE RUNCHG-FILE.
       RECORTAR-RUNCHG-FIN.
           EXIT.

       SALTEAR-CLAVE.
           IF KEYIN-AT-EOF OR KEYIN-CAB-TIPO = 'T'
               MOVE WS-CLAVES-SALTAR TO WS-SALTADAS
           MOVE WS-RES-LINEAS TO SCHKP-RES-LINEAS
           MOVE WS-SUSP-LINEAS TO SCHKP-SUSP-LINEAS
           MOVE WS-EXP-LINEAS TO SCHKP-EXP-LINEAS
           MOVE WS-CHG-LINEAS TO SCHKP-CHG-LINEAS
           MOVE WS-RUN-ID-CAMBIOS TO SCHKP-RUN-ID
           WRITE SCHKP-RECORD
           CLOSE SRCHCHKP-FILE
           .
      *    EN UNA BUSQUEDA SIN EXITO EL BARRIDO TERMINA CON
      *    ALTO Y BAJO SOBRE LAS CLAVES VECINAS DE LA
      *    PEDIDA: SE GUARDAN COMO CANDIDATAS A SUGERENCIA.
      *    SI EL BARRIDO SALE DE LA TABLA, LA VECINA ES LA
      *    CLAVE ACTIVA MAS PROXIMA FUERA DEL TRAMO (CERO SI
      *    NO HAY PARTICION), IGUAL QUE EN UNA CORRIDA UNICA.
           IF ENCONTRADO = 'N'
               IF ALTO >= 1 AND ALTO <= WS-ARREGLO-COUNT
                   MOVE ELEMENTO (ALTO) TO WS-SUG-INF
               END-IF
               IF ALTO < 1
                   MOVE WS-PART-VECINA-INF TO WS-SUG-INF
               END-IF
               IF BAJO >= 1 AND BAJO <= WS-ARREGLO-COUNT
                   MOVE ELEMENTO (BAJO) TO WS-SUG-SUP
               END-IF
               IF BAJO > WS-ARREGLO-COUNT
                   MOVE WS-PART-VECINA-SUP TO WS-SUG-SUP
               END-IF
           END-IF
           .

                   AT END MOVE 'Y' TO WS-SUSPIN-EOF
               END-READ
               PERFORM UNTIL SUSPIN-AT-EOF
                   IF SUSPIN-CLAVE >= WS-PART-INF
                       AND SUSPIN-CLAVE <= WS-PART-SUP
                       PERFORM REINTENTAR-SUSPENSO
                   END-IF
                   READ SUSPIN-FILE
                       AT END MOVE 'Y' TO WS-SUSPIN-EOF
           END-IF
           .

      *    SUSPENSO DE UNA CLAVE: SE VUELVE A BUSCAR Y QUEDA
      *    RESUELTA, VENCIDA O PENDIENTE. EN UNA PARTICION
      *    SOLO SE REINTENTAN LAS CLAVES DE SU TRAMO; LAS
      *    DEMAS QUEDAN PARA LA PARTICION QUE LAS CUBRE.
       REINTENTAR-SUSPENSO.
           MOVE SUSPIN-CLAVE TO CLAVE
           MOVE SUSPIN-FECHA-ALTA TO WS-SUSP-FECHA-ALTA
           MOVE SUSPIN-CICLOS TO WS-SUSP-CICLOS
           MOVE SUSPIN-ORIGEN TO WS-SUSP-ORIGEN
           MOVE SUSPIN-CICLOS TO WS-CICLOS-ANT
           PERFORM BUSCAR-CLAVE
           IF ENCONTRADO = 'Y'
               ADD 1 TO WS-SUSP-RESUELTAS
               MOVE SPACES TO RPTOUT-RECORD
               STRING "CLAVE " CLAVE
                   " RESUELTA DE SUSPENSO EN LA POSICION "
                   MEDIO DELIMITED BY SIZE INTO RPTOUT-RECORD
               WRITE RPTOUT-RECORD
               ADD 1 TO WS-RPT-LINEAS
               DISPLAY RPTOUT-RECORD
               MOVE 'S' TO WS-RESULT-CODE
               PERFORM GRABAR-RESULTADO
               MOVE 'R' TO WS-NTT-RESULTADO
               PERFORM AGREGAR-NOTIFICACION
               MOVE 'R' TO WS-CHG-TIPO
               PERFORM GRABAR-CAMBIO-SUSPENSO
           ELSE
               IF DIA-HABIL-PROCESO
                   ADD 1 TO WS-SUSP-CICLOS
               END-IF
               IF WS-SUSP-CICLOS > WS-MAX-CICLOS
                   ADD 1 TO WS-SUSP-VENCIDAS
                   MOVE SPACES TO EXPRPT-RECORD
                   STRING "CLAVE " CLAVE
                       " VENCIDA EN SUSPENSO DESDE "
                       WS-SUSP-FECHA-ALTA
                       " CICLOS " WS-SUSP-CICLOS
                       DELIMITED BY SIZE INTO EXPRPT-RECORD
                   WRITE EXPRPT-RECORD
                   ADD 1 TO WS-EXP-LINEAS
                   MOVE 'V' TO WS-NTT-RESULTADO
                   PERFORM AGREGAR-NOTIFICACION
                   MOVE 'V' TO WS-CHG-TIPO
                   PERFORM GRABAR-CAMBIO-SUSPENSO
               ELSE
                   PERFORM BUSCAR-PENDIENTE
                   IF WS-PEND-HALLADA = 'Y'
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-SUSP-PENDIENTES
                       MOVE CLAVE TO SUSPOUT-CLAVE
                       MOVE WS-SUSP-FECHA-ALTA
                           TO SUSPOUT-FECHA-ALTA
                       MOVE WS-SUSP-CICLOS
                           TO SUSPOUT-CICLOS
                       MOVE WS-SUSP-ORIGEN
                           TO SUSPOUT-ORIGEN
                       WRITE SUSPOUT-RECORD
                       ADD 1 TO WS-SUSP-LINEAS
                       PERFORM AGREGAR-PENDIENTE
                       IF WS-SUSP-CICLOS NOT = WS-CICLOS-ANT
                           MOVE 'C' TO WS-CHG-TIPO
                           PERFORM GRABAR-CAMBIO-SUSPENSO
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *    UNA CLAVE QUE YA ESTA EN SUSPENSO (ARRASTRADA DE
      *    CORRIDAS ANTERIORES O AGREGADA EN ESTA MISMA
      *    CORRIDA) NO SE VUELVE A GRABAR: UNA SOLA ENTRADA
               WRITE SUSPOUT-RECORD
               ADD 1 TO WS-SUSP-LINEAS
               PERFORM AGREGAR-PENDIENTE
               MOVE SPACES TO RC-CAMBIO-RECORD
               MOVE WS-RUN-ID-CAMBIOS TO RC-RUN-ID
               MOVE 'N' TO RC-TIPO
               MOVE CLAVE TO RC-CLAVE
               MOVE SUSPOUT-FECHA-ALTA TO RC-FECHA-ALTA
               MOVE ZERO TO RC-CICLOS
               MOVE SUSPOUT-ORIGEN TO RC-ORIGEN
               WRITE RC-CAMBIO-RECORD
               ADD 1 TO WS-CHG-LINEAS
           END-IF
           .

      *    CAMBIO DE SUSPENSO PARA LA REVERSION: LA ENTRADA
      *    QUEDA CON LOS CICLOS QUE TENIA ANTES DE LA
      *    CORRIDA, PARA PODER DESHACER EL AVANCE (C) O
      *    REPONERLA SI VENCIO (V). LAS RESUELTAS (R) SOLO
      *    SE INFORMAN.
       GRABAR-CAMBIO-SUSPENSO.
           MOVE SPACES TO RC-CAMBIO-RECORD
           MOVE WS-RUN-ID-CAMBIOS TO RC-RUN-ID
           MOVE WS-CHG-TIPO TO RC-TIPO
           MOVE CLAVE TO RC-CLAVE
           MOVE WS-SUSP-FECHA-ALTA TO RC-FECHA-ALTA
           MOVE WS-CICLOS-ANT TO RC-CICLOS
           MOVE WS-SUSP-ORIGEN TO RC-ORIGEN
           WRITE RC-CAMBIO-RECORD
           ADD 1 TO WS-CHG-LINEAS
           .

      *    BUSQUEDA BINARIA DE CLAVE EN LA TABLA DE CLAVES
      *    PENDIENTES EN SUSPENSO, MANTENIDA EN ORDEN
      *    ASCENDENTE. DEJA EN WS-PEND-POS EL LUGAR DONDE
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
               PERFORM UNTIL USAGEIN-AT-EOF
                       OR WS-USO-COUNT = WS-USO-TOPE
                   IF KU-CLAVE >= WS-PART-INF
                       AND KU-CLAVE <= WS-PART-SUP
                       ADD 1 TO WS-USO-COUNT
                       MOVE KU-USAGE-RECORD
                           TO WS-USO-ENTRY (WS-USO-COUNT)
                   END-IF
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-USAGEIN-EOF
                   END-READ
               AND WS-USO-CLAVE (WS-USO-POS) = CLAVE
               CONTINUE
           ELSE
               IF WS-USO-COUNT >= WS-USO-TOPE
                   GO TO ACTUALIZAR-USO-FIN
               END-IF
               IF WS-USO-POS = 0
           CLOSE USAGEOUT-FILE
           .

      *    EL RECORTE DE UN REINICIO NECESITA LA CANTIDAD
      *    ABSOLUTA DE REGISTROS DEL ARCHIVO DE CAMBIOS, QUE
      *    ACUMULA TODAS LAS CORRIDAS: SE CUENTA AL EMPEZAR.
       CONTAR-CAMBIOS.
           MOVE 0 TO WS-CHG-LINEAS
           OPEN INPUT RUNCHG-FILE
           IF WS-RUNCHG-STATUS = "00"
               MOVE 'N' TO WS-RECORTE-EOF
               PERFORM UNTIL WS-RECORTE-EOF = 'Y'
                   READ RUNCHG-FILE
                       AT END MOVE 'Y' TO WS-RECORTE-EOF
                       NOT AT END ADD 1 TO WS-CHG-LINEAS
                   END-READ
               END-PERFORM
               CLOSE RUNCHG-FILE
           END-IF
           .

       ABRIR-CAMBIOS.
           OPEN EXTEND RUNCHG-FILE
           IF WS-RUNCHG-STATUS = "35"
               OPEN OUTPUT RUNCHG-FILE
           END-IF
           .

      *    DIFERENCIAS DE USO DE LA CORRIDA: LA TABLA YA
      *    ACTUALIZADA SE APAREA POR CLAVE CONTRA EL USAGEIN
      *    DE ENTRADA (AMBOS EN ORDEN ASCENDENTE) Y POR CADA
      *    CLAVE PEDIDA SE GRABA LO SUMADO, CON LA FECHA DE
      *    ULTIMO PEDIDO ANTERIOR A LA CORRIDA.
       GRABAR-CAMBIOS-USO.
           MOVE 'N' TO WS-USAGEIN-EOF
           OPEN INPUT USAGEIN-FILE
           IF WS-USAGEIN-STATUS = "00"
               READ USAGEIN-FILE
                   AT END MOVE 'Y' TO WS-USAGEIN-EOF
               END-READ
           ELSE
               MOVE 'Y' TO WS-USAGEIN-EOF
           END-IF
           PERFORM VARYING KDX FROM 1 BY 1 UNTIL KDX > WS-USO-COUNT
               PERFORM UNTIL USAGEIN-AT-EOF
                       OR KU-CLAVE >= WS-USO-CLAVE (KDX)
                   READ USAGEIN-FILE
                       AT END MOVE 'Y' TO WS-USAGEIN-EOF
                   END-READ
               END-PERFORM
               MOVE SPACES TO RC-CAMBIO-RECORD
               MOVE WS-RUN-ID-CAMBIOS TO RC-RUN-ID
               MOVE 'U' TO RC-TIPO
               MOVE WS-USO-CLAVE (KDX) TO RC-USO-CLAVE
               IF NOT USAGEIN-AT-EOF
                   AND KU-CLAVE = WS-USO-CLAVE (KDX)
                   COMPUTE RC-USO-PEDIDOS =
                       WS-USO-PEDIDOS (KDX) - KU-PEDIDOS
                   COMPUTE RC-USO-HALLADAS =
                       WS-USO-HALLADAS (KDX) - KU-HALLADAS
                   COMPUTE RC-USO-NOHALL =
                       WS-USO-NOHALL (KDX) - KU-NO-HALLADAS
                   MOVE KU-FECHA-ULTIMA TO RC-USO-FECHA-ANT
               ELSE
                   MOVE WS-USO-PEDIDOS (KDX) TO RC-USO-PEDIDOS
                   MOVE WS-USO-HALLADAS (KDX) TO RC-USO-HALLADAS
                   MOVE WS-USO-NOHALL (KDX) TO RC-USO-NOHALL
               END-IF
               IF RC-USO-PEDIDOS > 0
                   WRITE RC-CAMBIO-RECORD
                   ADD 1 TO WS-CHG-LINEAS
               END-IF
           END-PERFORM
           IF WS-USAGEIN-STATUS NOT = "35"
               CLOSE USAGEIN-FILE
           END-IF
           .

      *    CIERRE DEL REGISTRO DE CAMBIOS: LA IDENTIDAD DEL
      *    LOTE KEYIN SOLO SE GRABA AL TERMINAR BIEN, Y ES LO
      *    QUE MARCA LA CORRIDA COMO COMPLETA Y REVERSIBLE.
       GRABAR-CAMBIO-LOTE.
           MOVE SPACES TO RC-CAMBIO-RECORD
           MOVE WS-RUN-ID-CAMBIOS TO RC-RUN-ID
           MOVE 'L' TO RC-TIPO
           MOVE WS-KEYIN-FECHA TO RC-LOTE-FECHA
           MOVE WS-KEYIN-ORIGEN TO RC-LOTE-ORIGEN
           MOVE WS-CTL-CUENTA TO RC-LOTE-CUENTA
           MOVE WS-CTL-HASH TO RC-LOTE-HASH
           WRITE RC-CAMBIO-RECORD
           ADD 1 TO WS-CHG-LINEAS
           .

       ESCRIBIR-AUDITORIA.
           MOVE AU-DETAIL TO WS-AU-DETALLE
           PERFORM ENCADENAR-AUDITORIA
           OPEN EXTEND AUDITLOG-FILE
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG-FILE
           END-IF
           MOVE WS-AU-DETALLE TO AU-DETAIL
           MOVE "BUSQUEDABINARIA" TO AU-PROGRAM-NAME
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
