      *          exception list of paid employees with no contact or
      *          no email -- so delivery stops being someone walking
      *          printouts around, and who could not be reached is
      *          provable. A contact ACUSEBOL flagged EMAIL-MAL after
      *          repeated bounces is listed as an exception too, for
      *          paper, instead of being mailed again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 CONTACTO OCCURS 500 TIMES.
              10 CT-EMP-ID PIC 9(5).
              10 CT-EMAIL  PIC X(60).
              10 CT-ESTADO PIC X(10).
       01  WS-SUB          PIC 9(4).
       01  WS-IDX-HALLADO  PIC 9(4).
       01  WS-CAMPOS.
           05 WC-ID       PIC X(20).
           05 WC-NOMBRE   PIC X(100).
           05 WC-EMAIL    PIC X(60).
           05 WC-TELEFONO PIC X(20).
           05 WC-ESTADO   PIC X(10).
      * Distinct employees the period actually paid, and which run
      * kind paid them -- the slip files are named by the run's lock
      * key, so a bonus pay dispatches its own document.
       01  WS-DESPACHADOS  PIC 9(4) VALUE 0.
       01  WS-SIN-CONTACTO PIC 9(4) VALUE 0.
       01  WS-SIN-EMAIL    PIC 9(4) VALUE 0.
       01  WS-EMAIL-MAL    PIC 9(4) VALUE 0.
      * The slip name follows the run-control lock key the run names
      * its documents by: the base period for the normal pay, period
      * plus 50 for the bonus run.

           GUARDAR-CONTACTO.
      * Only the id-prefixed, sync-managed contacts can be joined;
      * the email is the third field of the crud line, the status
      * the fifth.
               MOVE SPACES TO WS-CAMPOS
               UNSTRING RESULT-RECORD DELIMITED BY ": " OR "|"
                   INTO WC-ID WC-NOMBRE WC-EMAIL WC-TELEFONO WC-ESTADO
               END-UNSTRING
               IF WC-NOMBRE (1:5) IS NUMERIC
                   IF WS-TOTAL-CONTACTOS < 500
                           CT-EMP-ID (WS-TOTAL-CONTACTOS)
                       MOVE WC-EMAIL TO
                           CT-EMAIL (WS-TOTAL-CONTACTOS)
                       MOVE WC-ESTADO TO
                           CT-ESTADO (WS-TOTAL-CONTACTOS)
                   ELSE
                       DISPLAY "AVISO: LIMITE DE 500 CONTACTOS "
                           "ALCANZADO, [" WC-NOMBRE (1:40)
               DISPLAY "DESPACHADOS: " WS-DESPACHADOS
                   "  SIN CONTACTO: " WS-SIN-CONTACTO
                   "  SIN EMAIL: " WS-SIN-EMAIL
                   "  EMAIL REBOTADO: " WS-EMAIL-MAL
                   "  CICLO MANUAL: " WS-SIN-CICLO
               DISPLAY "ENTREGAS EN DESPACHO_BOLETINES.DAT, "
                   "EXCEPCIONES EN DESPACHO_EXCEPCIONES.TXT"
               IF WS-SIN-CONTACTO > 0 OR WS-SIN-EMAIL > 0
                   OR WS-SIN-CICLO > 0 OR WS-EMAIL-MAL > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               .
                       MOVE PG-EMP-ID (WS-SUB-PAG) TO EX-EMP-ID
                       WRITE EXCEP-RECORD FROM LINEA-EXCEPCION
                   ELSE
      * An address that keeps bouncing gets no more mail until
      * someone corrects it and clears the status.
                       IF CT-ESTADO (WS-IDX-HALLADO) = "EMAIL-MAL"
                           ADD 1 TO WS-EMAIL-MAL
                           MOVE "EMAIL REBOTADO" TO EX-MOTIVO
                           MOVE PG-EMP-ID (WS-SUB-PAG) TO EX-EMP-ID
                           WRITE EXCEP-RECORD FROM LINEA-EXCEPCION
                       ELSE
                           PERFORM DESPACHAR-BOLETINES
                       END-IF
                   END-IF
               END-IF
               .
