           DISPLAY "3. BusquedaBinaria (batch desde archivo)"
           DISPLAY "4. BusquedaBinariaImpares (clave/tamanio parm)"
           DISPLAY "5. Estado de operaciones (tablero diario)"
           DISPLAY "6. Legajo de una clave (consulta)"
           DISPLAY "0. Salir"
           DISPLAY "Seleccione una opcion: " WITH NO ADVANCING
           ACCEPT WS-OPCION
                   PERFORM EJECUTAR-BUSQBINIMPARES
               WHEN 5
                   PERFORM EJECUTAR-ESTADO
               WHEN 6
                   PERFORM EJECUTAR-DOSSIER
               WHEN 0
                   MOVE 'Y' TO WS-SALIR
               WHEN OTHER
           CALL "EstadoOperaciones" USING WS-PARM-LENGTH WS-PARM-DATA
           .

       EJECUTAR-DOSSIER.
           DISPLAY "CLAVE A CONSULTAR (7 DIGITOS): " WITH NO ADVANCING
           ACCEPT WS-RESP-CLAVE
           MOVE SPACES TO WS-PARM-DATA
           STRING WS-OPERATOR-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-RESP-CLAVE DELIMITED BY SPACE
                  INTO WS-PARM-DATA
           COMPUTE WS-PARM-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PARM-DATA))
           CALL "DossierClave" USING WS-PARM-LENGTH WS-PARM-DATA
           .

       EJECUTAR-BUSQBINIMPARES.
           DISPLAY "CLAVE A BUSCAR (en blanco = valor por defecto): "
               WITH NO ADVANCING
