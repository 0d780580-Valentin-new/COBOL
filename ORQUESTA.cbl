      *          code rules, and writes one line per step (start and
      *          end time, return code, outcome) to the run journal
      *          BITACORA_EJECUCION.TXT -- so "did everything run?"
      *          has one answer in one file. A stopped chain launches
      *          nothing more, but the plan's morning report step
      *          (MATINAL) is held back and always runs after the
      *          plan loop, broken chain or not; the journal is
      *          closed while each step runs, so it reads every line
      *          of the night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01 CMD PIC X(200).
       01 EXIT-STATUS PIC S9(9) BINARY.
       01 CODIGO-RETORNO PIC 9(3).
      * The plan's MATINAL step, kept aside to run after the loop.
       01 PLAN-MATINAL PIC X(51) VALUE SPACES.
       01 CONTADOR-MARCA PIC 9(3).
       01 LINEA-BITACORA.
           05 BJ-FECHA    PIC 9(8).
           05 FILLER      PIC X(1) VALUE " ".
           IF PLAN-STATUS = "00" OR PLAN-STATUS = "10"
              CLOSE PLAN-FILE
           END-IF.
      * The morning report runs whatever became of the chain -- a
      * broken night is the one the operator most needs it for.
           IF PLAN-MATINAL NOT = SPACES
              MOVE PLAN-MATINAL TO PLAN-RECORD
              PERFORM LANZAR-PASO
           END-IF.
           CLOSE BITACORA-FILE.
           DISPLAY "CADENA " TIPO-PEDIDO ": " PASOS-EJECUTADOS
                   " PASOS, " PASOS-FALLIDOS " FUERA DE CODIGO, "
                   MOVE "SI " TO FIN-DE-PLAN
               NOT AT END
                   IF PL-TIPO = TIPO-PEDIDO
                      MOVE 0 TO CONTADOR-MARCA
                      INSPECT PL-COMANDO TALLYING CONTADOR-MARCA
                              FOR ALL "MATINAL"
                      IF CONTADOR-MARCA > 0
                         MOVE PLAN-RECORD TO PLAN-MATINAL
                      ELSE
                         IF NOT ES-CADENA-ROTA
                            PERFORM LANZAR-PASO
                         END-IF
                      END-IF
                   END-IF
           END-READ.

           STRING PL-COMANDO DELIMITED BY "  "
               INTO CMD
           END-STRING.
      * The journal is closed while the step runs, so a step that
      * reads it (MATINAL) finds every line written so far.
           CLOSE BITACORA-FILE.
           CALL "SYSTEM" USING CMD GIVING EXIT-STATUS.
           PERFORM ABRIR-BITACORA.
      * system() reports the exit code shifted -- normalize so the
      * plan's 0/4/8/12 rules compare against what the program set.
           IF EXIT-STATUS >= 256
              DISPLAY "PASO CON RC " CODIGO-RETORNO " > "
                      PL-RC-MAX ", LA CADENA SE DETIENE"
              SET ES-CADENA-ROTA TO TRUE
           END-IF.

       VERIFICAR-ESCRITURA-BITACORA.
