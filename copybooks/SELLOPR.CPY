      ******************************************************************
      * The PAGOS_BANCO.DAT seal (SELLO copybook fields). With
      * SP-REFERENCIA, SP-OPERADOR, SP-EMPRESA and SP-PERIODO filled
      * in, PERFORM CALCULAR-SELLO-BANCO reads the closed bank file
      * and leaves its hash in SELLO-CALCULADO and its detail count
      * and money in SELLO-REGISTROS/SELLO-TOTAL (HAY-ARCHIVO-SELLABLE
      * off when the file cannot be read). Two independent rolling
      * hashes, each position-sensitive, are run over every
      * character of every line and laid side by side.
      ******************************************************************
       CALCULAR-SELLO-BANCO.
           MOVE 0 TO SELLO-H1.
           MOVE 0 TO SELLO-H2.
           MOVE 0 TO SELLO-REGISTROS.
           MOVE 0 TO SELLO-TOTAL.
           MOVE "NO " TO SELLO-ARCHIVO.
           MOVE 54 TO SELLO-LARGO.
           MOVE SPACES TO SELLO-LINEA.
           STRING SP-REFERENCIA SP-OPERADOR SP-EMPRESA SP-PERIODO
               DELIMITED BY SIZE INTO SELLO-LINEA
           END-STRING.
           PERFORM ACUMULAR-LINEA-SELLO.
           MOVE "NO " TO SELLO-FIN.
           OPEN INPUT BANCO-FILE.
           IF BANCO-STATUS = "00"
              SET HAY-ARCHIVO-SELLABLE TO TRUE
           ELSE
              MOVE "SI " TO SELLO-FIN
           END-IF.
           PERFORM LEER-LINEA-SELLO UNTIL HAY-FIN-SELLO.
           IF HAY-ARCHIVO-SELLABLE
              CLOSE BANCO-FILE
           END-IF.
           COMPUTE SELLO-CALCULADO = SELLO-H1 * 1000000000 + SELLO-H2.
           MOVE 40 TO SELLO-LARGO.

       LEER-LINEA-SELLO.
           READ BANCO-FILE INTO SELLO-LINEA
               AT END
                   MOVE "SI " TO SELLO-FIN
               NOT AT END
                   PERFORM ACUMULAR-LINEA-SELLO
                   IF SLD-TIPO = "D"
                      ADD 1 TO SELLO-REGISTROS
                      ADD SLD-NETO TO SELLO-TOTAL
                   END-IF
           END-READ.

       ACUMULAR-LINEA-SELLO.
           PERFORM ACUMULAR-CARACTER-SELLO
                   VARYING SELLO-POS FROM 1 BY 1
                   UNTIL SELLO-POS > SELLO-LARGO.

       ACUMULAR-CARACTER-SELLO.
           MOVE 99 TO SELLO-VALOR.
           PERFORM VARYING SELLO-SUB FROM 1 BY 1 UNTIL SELLO-SUB > 95
              IF SELLO-SIMBOLO (SELLO-SUB) = SELLO-LINEA (SELLO-POS:1)
                 MOVE SELLO-SUB TO SELLO-VALOR
                 MOVE 95 TO SELLO-SUB
              END-IF
           END-PERFORM.
           COMPUTE SELLO-H1 = SELLO-H1 * 257 + SELLO-VALOR.
           DIVIDE SELLO-H1 BY 999999937 GIVING SELLO-COCIENTE
                  REMAINDER SELLO-H1.
           COMPUTE SELLO-H2 = SELLO-H2 * 263 + SELLO-VALOR + SELLO-POS.
           DIVIDE SELLO-H2 BY 999999929 GIVING SELLO-COCIENTE
                  REMAINDER SELLO-H2.
