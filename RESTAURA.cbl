      *          CTLPROC pass, and prints exactly what was restored
      *          and what was replayed in RESTAURACION.TXT -- the
      *          supported way back the hand-rebuild afternoon never
      *          had. The backup carries the 192-byte master record
      *          (34-character IBAN).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD  RESPALDO-FILE.
      * Header line first (run date), then one raw EMPREC image per
      * line, exactly as RESPALDAR-MAESTRO wrote them.
       01  RESPALDO-RECORD PIC X(194).

       FD  EMPLOYEE-FILE.
           COPY EMPREC.
                   MOVE "SI " TO FIN-DE-ARCHIVO
               NOT AT END
      * The raw EMPREC image starts at column one of the line.
                   MOVE RESPALDO-RECORD (1:192) TO EMPLOYEE-RECORD
                   WRITE EMPLOYEE-RECORD
                   IF EMPLOYEE-STATUS = "00"
                      ADD 1 TO RESTAURADOS
               WHEN "EMPRESA   "
                   MOVE LC-NUEVO (1:2) TO EMP-EMPRESA
                   PERFORM REESCRIBIR-REPLAY
               WHEN "PUESTO    "
                   MOVE LC-NUEVO (1:6) TO EMP-PUESTO
                   PERFORM REESCRIBIR-REPLAY
               WHEN "JEFE      "
                   MOVE LC-NUEVO (1:5) TO EMP-JEFE
                   PERFORM REESCRIBIR-REPLAY
               WHEN "SUPLENTE  "
                   MOVE LC-NUEVO (1:5) TO EMP-SUPLENTE
                   PERFORM REESCRIBIR-REPLAY
               WHEN OTHER
      * A field this program does not know how to re-apply is listed
      * for the operator to key by hand -- never guessed.
