      ******************************************************************
      * IBAN structure and check-digit validation over IBAN-A-VALIDAR
      * (IBANVAL copybook fields). The first four characters move to
      * the end, every letter becomes two digits (A = 10 ... Z = 35)
      * and the remainder by 97 is carried one symbol at a time, so
      * the 40-odd digit number is never built. A country listed in
      * IBAN-PAISES must come at its own length (ES = 24), and a bare
      * 20-digit CCC is named as such so the IBAN gets keyed instead.
      ******************************************************************
       VALIDAR-IBAN.
           MOVE "NO " TO IBAN-OK.
           MOVE SPACES TO IBAN-MOTIVO.
           MOVE 0 TO IBAN-LARGO.
           PERFORM VARYING IBAN-POS FROM 34 BY -1
                   UNTIL IBAN-POS = 0 OR IBAN-LARGO > 0
              IF IBAN-A-VALIDAR (IBAN-POS:1) NOT = SPACE
                 MOVE IBAN-POS TO IBAN-LARGO
              END-IF
           END-PERFORM.
           IF IBAN-LARGO = 20 AND IBAN-A-VALIDAR (1:20) NUMERIC
              MOVE "CCC SIN IBAN, TECLEAR EL IBAN ES" TO IBAN-MOTIVO
           ELSE
              IF IBAN-LARGO < 15
                 MOVE "LONGITUD MENOR QUE LA DE UN IBAN" TO IBAN-MOTIVO
              ELSE
                 IF IBAN-A-VALIDAR (1:2) NOT ALPHABETIC-UPPER
                    OR IBAN-A-VALIDAR (1:1) = SPACE
                    OR IBAN-A-VALIDAR (2:1) = SPACE
                    MOVE "SIN CODIGO DE PAIS" TO IBAN-MOTIVO
                 ELSE
                    IF IBAN-A-VALIDAR (3:2) NOT NUMERIC
                       MOVE "SIN DIGITOS DE CONTROL" TO IBAN-MOTIVO
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF IBAN-MOTIVO = SPACES
              MOVE 0 TO IBAN-LARGO-PAIS
              PERFORM VARYING IBAN-SUB-PAIS FROM 1 BY 1
                      UNTIL IBAN-SUB-PAIS > 36 OR IBAN-LARGO-PAIS > 0
                 IF IBAN-PAIS-CODIGO (IBAN-SUB-PAIS) =
                    IBAN-A-VALIDAR (1:2)
                    MOVE IBAN-PAIS-LARGO (IBAN-SUB-PAIS)
                         TO IBAN-LARGO-PAIS
                 END-IF
              END-PERFORM
              IF IBAN-LARGO-PAIS > 0
                 AND IBAN-LARGO NOT = IBAN-LARGO-PAIS
                 MOVE "LONGITUD NO VALIDA PARA EL PAIS" TO IBAN-MOTIVO
              END-IF
           END-IF.
           IF IBAN-MOTIVO = SPACES
              MOVE 0 TO IBAN-RESTO
              PERFORM ACUMULAR-SIMBOLO-IBAN
                      VARYING IBAN-POS FROM 5 BY 1
                      UNTIL IBAN-POS > IBAN-LARGO
                         OR IBAN-MOTIVO NOT = SPACES
              PERFORM ACUMULAR-SIMBOLO-IBAN
                      VARYING IBAN-POS FROM 1 BY 1
                      UNTIL IBAN-POS > 4
                         OR IBAN-MOTIVO NOT = SPACES
           END-IF.
           IF IBAN-MOTIVO = SPACES
              IF IBAN-RESTO = 1
                 SET ES-IBAN-VALIDO TO TRUE
              ELSE
                 MOVE "DIGITOS DE CONTROL INCORRECTOS" TO IBAN-MOTIVO
              END-IF
           END-IF.

       ACUMULAR-SIMBOLO-IBAN.
           MOVE IBAN-A-VALIDAR (IBAN-POS:1) TO IBAN-CARACTER.
           MOVE 0 TO IBAN-VALOR.
           PERFORM VARYING IBAN-SUB-SIMBOLO FROM 1 BY 1
                   UNTIL IBAN-SUB-SIMBOLO > 36
              IF IBAN-SIMBOLO (IBAN-SUB-SIMBOLO) = IBAN-CARACTER
                 COMPUTE IBAN-VALOR = IBAN-SUB-SIMBOLO - 1
                 MOVE 36 TO IBAN-SUB-SIMBOLO
              END-IF
           END-PERFORM.
           IF IBAN-VALOR = 0 AND IBAN-CARACTER NOT = "0"
              MOVE "CARACTER NO VALIDO EN LA CUENTA" TO IBAN-MOTIVO
           ELSE
              IF IBAN-VALOR > 9
                 COMPUTE IBAN-RESTO = IBAN-RESTO * 100 + IBAN-VALOR
              ELSE
                 COMPUTE IBAN-RESTO = IBAN-RESTO * 10 + IBAN-VALOR
              END-IF
              DIVIDE IBAN-RESTO BY 97 GIVING IBAN-COCIENTE
                     REMAINDER IBAN-RESTO
           END-IF.
