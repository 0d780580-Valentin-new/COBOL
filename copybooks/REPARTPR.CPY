      ******************************************************************
      * Labor-cost allocation over REPARTWS fields. A line whose
      * percentages do not total exactly 100, or that names a blank,
      * unknown or dropped department, is refused with a warning --
      * the employee's cost then stays on the home department rather
      * than being spread by a wrong key.
      ******************************************************************
       CARGAR-REPARTOS.
           MOVE 0 TO TOTAL-REPARTOS.
           MOVE 0 TO REPARTOS-RECHAZADOS.
           MOVE "NO " TO MAESTRO-DEPTOS-REP.
           OPEN INPUT DEPTO-FILE.
           IF DEPTO-MAESTRO-STATUS = "00"
              SET HAY-MAESTRO-DEPTOS-REP TO TRUE
           END-IF.
           OPEN INPUT REPARTO-FILE.
           IF REPARTO-STATUS = "00"
              PERFORM UNTIL REPARTO-STATUS = "10"
                 READ REPARTO-FILE
                     AT END
                         MOVE "10" TO REPARTO-STATUS
                     NOT AT END
                         PERFORM VALIDAR-LINEA-REPARTO
                 END-READ
              END-PERFORM
              CLOSE REPARTO-FILE
           END-IF.
           IF HAY-MAESTRO-DEPTOS-REP
              CLOSE DEPTO-FILE
           END-IF.
           IF TOTAL-REPARTOS > 0 OR REPARTOS-RECHAZADOS > 0
              DISPLAY "REPARTOS DE COSTE CARGADOS: " TOTAL-REPARTOS
                      " RECHAZADOS: " REPARTOS-RECHAZADOS
           END-IF.

       VALIDAR-LINEA-REPARTO.
           MOVE SPACES TO MOTIVO-REPARTO.
           MOVE 0 TO SUMA-PORCENTAJE-REP.
           IF RP-EMP-ID NOT NUMERIC OR RP-DESDE NOT NUMERIC
              MOVE "ID O PERIODO NO NUMERICO" TO MOTIVO-REPARTO
           ELSE
              PERFORM VALIDAR-TRAMO-REPARTO
                      VARYING SUB-TRAMO-REP FROM 1 BY 1
                      UNTIL SUB-TRAMO-REP > 5
           END-IF.
           IF MOTIVO-REPARTO = SPACES
              AND SUMA-PORCENTAJE-REP NOT = 100
              MOVE "LOS PORCENTAJES NO SUMAN 100" TO MOTIVO-REPARTO
           END-IF.
           IF MOTIVO-REPARTO = SPACES
              AND TOTAL-REPARTOS NOT < 300
              MOVE "LIMITE DE 300 REPARTOS ALCANZADO" TO MOTIVO-REPARTO
           END-IF.
           IF MOTIVO-REPARTO = SPACES
              ADD 1 TO TOTAL-REPARTOS
              MOVE RP-EMP-ID TO TRP-EMP-ID (TOTAL-REPARTOS)
              MOVE RP-DESDE TO TRP-DESDE (TOTAL-REPARTOS)
              PERFORM VARYING SUB-TRAMO-REP FROM 1 BY 1
                      UNTIL SUB-TRAMO-REP > 5
                 MOVE RP-DEPTO (SUB-TRAMO-REP) TO
                      TRP-DEPTO (TOTAL-REPARTOS SUB-TRAMO-REP)
                 MOVE RP-PORCENTAJE (SUB-TRAMO-REP) TO
                      TRP-PORCENTAJE (TOTAL-REPARTOS SUB-TRAMO-REP)
              END-PERFORM
           ELSE
              ADD 1 TO REPARTOS-RECHAZADOS
              DISPLAY "AVISO: REPARTO DE " RP-EMP-ID " DESDE "
                      RP-DESDE " RECHAZADO: " MOTIVO-REPARTO
           END-IF.

       VALIDAR-TRAMO-REPARTO.
      * A slot left wholly blank (a short line) is simply unused.
           IF RP-TRAMO (SUB-TRAMO-REP) = SPACES
              MOVE 0 TO RP-PORCENTAJE (SUB-TRAMO-REP)
           END-IF.
           IF RP-PORCENTAJE (SUB-TRAMO-REP) NOT NUMERIC
              MOVE "PORCENTAJE NO NUMERICO" TO MOTIVO-REPARTO
           ELSE
              IF RP-PORCENTAJE (SUB-TRAMO-REP) > 0
                 ADD RP-PORCENTAJE (SUB-TRAMO-REP)
                     TO SUMA-PORCENTAJE-REP
                 IF RP-DEPTO (SUB-TRAMO-REP) = SPACES
                    MOVE "DEPARTAMENTO EN BLANCO" TO MOTIVO-REPARTO
                 ELSE
                    IF HAY-MAESTRO-DEPTOS-REP
                       PERFORM VALIDAR-DEPTO-REPARTO
                    END-IF
                 END-IF
              END-IF
           END-IF.

       VALIDAR-DEPTO-REPARTO.
           MOVE RP-DEPTO (SUB-TRAMO-REP) TO DP-CODIGO.
           READ DEPTO-FILE
               INVALID KEY
                   MOVE SPACES TO MOTIVO-REPARTO
                   STRING "DEPARTAMENTO " RP-DEPTO (SUB-TRAMO-REP)
                          " NO EXISTE" DELIMITED BY SIZE
                       INTO MOTIVO-REPARTO
                   END-STRING
               NOT INVALID KEY
                   IF NOT DP-ES-ACTIVO
                      MOVE SPACES TO MOTIVO-REPARTO
                      STRING "DEPARTAMENTO " RP-DEPTO (SUB-TRAMO-REP)
                             " DADO DE BAJA" DELIMITED BY SIZE
                          INTO MOTIVO-REPARTO
                      END-STRING
                   END-IF
           END-READ.

       BUSCAR-REPARTO.
      * The line in force is the employee's latest RP-DESDE not after
      * the period asked for.
           MOVE "NO " TO REPARTO-HALLADO.
           MOVE 0 TO REPARTO-ELEGIDO.
           MOVE 0 TO TOTAL-PARTES.
           PERFORM VARYING SUB-REPARTO FROM 1 BY 1
                   UNTIL SUB-REPARTO > TOTAL-REPARTOS
              IF TRP-EMP-ID (SUB-REPARTO) = REPARTO-EMP-ID
                 AND TRP-DESDE (SUB-REPARTO) NOT > REPARTO-PERIODO
                 IF REPARTO-ELEGIDO = 0
                    MOVE SUB-REPARTO TO REPARTO-ELEGIDO
                 ELSE
                    IF TRP-DESDE (SUB-REPARTO) NOT <
                       TRP-DESDE (REPARTO-ELEGIDO)
                       MOVE SUB-REPARTO TO REPARTO-ELEGIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF REPARTO-ELEGIDO > 0
              SET HAY-REPARTO TO TRUE
              PERFORM VARYING SUB-TRAMO-REP FROM 1 BY 1
                      UNTIL SUB-TRAMO-REP > 5
                 IF TRP-PORCENTAJE (REPARTO-ELEGIDO SUB-TRAMO-REP) > 0
                    ADD 1 TO TOTAL-PARTES
                    MOVE TRP-DEPTO (REPARTO-ELEGIDO SUB-TRAMO-REP)
                         TO PT-DEPTO (TOTAL-PARTES)
                    MOVE TRP-PORCENTAJE (REPARTO-ELEGIDO SUB-TRAMO-REP)
                         TO PT-PORCENTAJE (TOTAL-PARTES)
                    MOVE 0 TO PT-IMPORTE (TOTAL-PARTES)
                 END-IF
              END-PERFORM
           END-IF.

       REPARTIR-IMPORTE.
           MOVE 0 TO IMPORTE-REPARTIDO.
           PERFORM VARYING SUB-PARTE FROM 1 BY 1
                   UNTIL SUB-PARTE > TOTAL-PARTES
              IF SUB-PARTE = TOTAL-PARTES
                 COMPUTE PT-IMPORTE (SUB-PARTE) =
                         IMPORTE-A-REPARTIR - IMPORTE-REPARTIDO
              ELSE
                 COMPUTE PT-IMPORTE (SUB-PARTE) ROUNDED =
                         IMPORTE-A-REPARTIR
                         * PT-PORCENTAJE (SUB-PARTE) / 100
                 ADD PT-IMPORTE (SUB-PARTE) TO IMPORTE-REPARTIDO
              END-IF
           END-PERFORM.
