      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Second-person release of the bank upload -- the pay
      *          run seals PAGOS_BANCO.DAT in SELLO_PAGOS.DAT in the
      *          name of whoever ran it; this program recomputes the
      *          seal over the file as it now sits on disk and, only
      *          when it still matches and a different signed-on
      *          supervisor confirms, marks it released. A file that
      *          was edited after the run, a run with no seal, or a
      *          release attempted by the operator who ran the pay is
      *          refused with return code 8. Every release, refusal
      *          and cancellation is appended to
      *          LIBERACIONES_BANCO.LOG. SEPAPAGO and the transfer to
      *          the bank follow the release, never the run. An
      *          off-cycle payment run's upload is released the same
      *          way, chosen at the prompt by period and run number
      *          (PAGOS_FCI_AAAAMM_NN.DAT sealed in
      *          SELLO_FCI_AAAAMM_NN.DAT, one pair per off-cycle run).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBANCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO-FILE ASSIGN TO BANCO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANCO-STATUS.
           SELECT OPTIONAL SELLO-FILE ASSIGN TO SELLO-NOMBRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELLO-STATUS.
           SELECT LIBERACIONES-FILE
               ASSIGN TO "LIBERACIONES_BANCO.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIBERACIONES-STATUS.
           SELECT OPTIONAL OPERATORS-FILE ASSIGN TO "operators.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATORS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-FILE.
       01  BANCO-RECORD PIC X(54).

       FD  SELLO-FILE.
       01  SELLO-RECORD PIC X(102).

       FD  LIBERACIONES-FILE.
       01  LIBERACIONES-RECORD PIC X(100).

       FD  OPERATORS-FILE.
      * One operator per line: "<code> <S|U>", S marks a supervisor.
       01  OPERATOR-RECORD.
           05 OP-CODIGO PIC X(8).
           05 FILLER    PIC X(1).
           05 OP-NIVEL  PIC X(1).

       WORKING-STORAGE SECTION.
           COPY SIGNON.
           COPY SELLO.
       01 BANCO-STATUS PIC X(2).
      * The period's upload, or the off-cycle run's when asked for.
       01 ARCHIVO-A-LIBERAR PIC X(1) VALUE "N".
           88 LIBERAR-FUERA-CICLO VALUE "F".
       01 BANCO-NOMBRE PIC X(30) VALUE "PAGOS_BANCO.DAT".
       01 SELLO-NOMBRE PIC X(30) VALUE "SELLO_PAGOS.DAT".
      * Each off-cycle run leaves its own numbered pair of files.
       01 SUFIJO-FCI.
           05 FILLER      PIC X(5) VALUE "_FCI_".
           05 SFC-PERIODO PIC 9(6).
           05 FILLER      PIC X(1) VALUE "_".
           05 SFC-NUMERO  PIC 9(2).
       01 LIBERACIONES-STATUS PIC X(2).
       01 HAY-SELLO-SW PIC X(3) VALUE "NO ".
           88 HAY-SELLO VALUE "SI ".
       01 DECISION PIC X(3).
      * One line per attempt, whatever the outcome -- the log is the
      * audit of who let which file go to the bank.
       01 LINEA-LIBERACION.
           05 LL-FECHA      PIC 9(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LL-HORA       PIC 9(6).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LL-OPERADOR   PIC X(8).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LL-REFERENCIA PIC X(12).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LL-RESULTADO  PIC X(10).
           05 FILLER        PIC X(1) VALUE SPACE.
           05 LL-MOTIVO     PIC X(50).
       01 LINEA-MUESTRA-IMPORTE PIC Z(11)9.99.

       PROCEDURE DIVISION.
       INICIO.
      * The release is the second person of the bank upload -- a
      * supervisor, and never the one the seal names.
           PERFORM FIRMAR-OPERADOR.
           IF NOT HAY-SIGNON
              DISPLAY "SIN FIRMA DE OPERADOR, NO SE LIBERA NADA"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "ARCHIVO A LIBERAR (ENTER=PAGOS_BANCO.DAT, "
                   "F=FUERA DE CICLO)".
           MOVE SPACES TO ARCHIVO-A-LIBERAR.
           ACCEPT ARCHIVO-A-LIBERAR.
           IF LIBERAR-FUERA-CICLO
              PERFORM NOMBRAR-PAGO-FCI
           END-IF.
           MOVE SPACES TO LINEA-SELLO.
           PERFORM CARGAR-SELLO.
           IF NOT ES-SUPERVISOR
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE "EL OPERADOR NO ES SUPERVISOR" TO LL-MOTIVO
              PERFORM RECHAZAR-LIBERACION
           END-IF.
           IF NOT HAY-SELLO
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE SPACES TO LL-MOTIVO
              STRING BANCO-NOMBRE DELIMITED BY SPACE
                     " SIN SELLO DE EJECUCION" DELIMITED BY SIZE
                  INTO LL-MOTIVO
              END-STRING
              PERFORM RECHAZAR-LIBERACION
           END-IF.
           IF SP-LIBERADO
              DISPLAY "YA LIBERADO POR " SP-LIBERADOR " EL "
                      SP-FECHA-LIB " A LAS " SP-HORA-LIB
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE "EL ARCHIVO YA ESTABA LIBERADO" TO LL-MOTIVO
              PERFORM RECHAZAR-LIBERACION
           END-IF.
           IF SP-OPERADOR = OPERADOR-ACTUAL
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE "QUIEN EJECUTO LA NOMINA NO PUEDE LIBERAR"
                   TO LL-MOTIVO
              PERFORM RECHAZAR-LIBERACION
           END-IF.
      * The seal vouches for the file the run closed; anything
      * touched since -- an account, an amount, a line added or
      * dropped -- changes the hash and the file stays put.
           PERFORM CALCULAR-SELLO-BANCO.
           IF NOT HAY-ARCHIVO-SELLABLE
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE SPACES TO LL-MOTIVO
              STRING "NO SE PUEDE LEER " BANCO-NOMBRE
                  DELIMITED BY SIZE INTO LL-MOTIVO
              END-STRING
              PERFORM RECHAZAR-LIBERACION
           END-IF.
           IF SELLO-CALCULADO NOT = SP-HASH
              OR SELLO-REGISTROS NOT = SP-REGISTROS
              OR SELLO-TOTAL NOT = SP-TOTAL
              MOVE "RECHAZADA" TO LL-RESULTADO
              MOVE SPACES TO LL-MOTIVO
              STRING BANCO-NOMBRE DELIMITED BY SPACE
                     " NO COINCIDE CON EL SELLO" DELIMITED BY SIZE
                  INTO LL-MOTIVO
              END-STRING
              PERFORM RECHAZAR-LIBERACION
           END-IF.
           PERFORM MOSTRAR-SELLO.
           DISPLAY "LIBERAR ESTE ARCHIVO AL BANCO (SI /NO )?".
           MOVE SPACES TO DECISION.
           ACCEPT DECISION.
           IF DECISION NOT = "SI "
              MOVE "CANCELADA" TO LL-RESULTADO
              MOVE "EL SUPERVISOR NO CONFIRMO" TO LL-MOTIVO
              PERFORM ANOTAR-LIBERACION
              DISPLAY "LIBERACION CANCELADA, NADA CAMBIA"
              STOP RUN
           END-IF.
           MOVE "L" TO SP-ESTADO.
           MOVE OPERADOR-ACTUAL TO SP-LIBERADOR.
           ACCEPT SP-FECHA-LIB FROM DATE YYYYMMDD.
           ACCEPT SELLO-HORA-SISTEMA FROM TIME.
           MOVE SELLO-HHMMSS TO SP-HORA-LIB.
           OPEN OUTPUT SELLO-FILE.
           WRITE SELLO-RECORD FROM LINEA-SELLO.
           IF SELLO-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN " SELLO-NOMBRE ", ESTADO "
                      SELLO-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE SELLO-FILE.
           MOVE "LIBERADA" TO LL-RESULTADO.
           MOVE SPACES TO LL-MOTIVO.
           PERFORM ANOTAR-LIBERACION.
           DISPLAY BANCO-NOMBRE " (" SP-REFERENCIA ") LIBERADO POR "
                   SP-LIBERADOR.
           STOP RUN.

       NOMBRAR-PAGO-FCI.
           DISPLAY "PERIODO DEL PAGO FUERA DE CICLO (AAAAMM)".
           ACCEPT SFC-PERIODO.
           DISPLAY "NUMERO DEL PAGO FUERA DE CICLO (NN)".
           ACCEPT SFC-NUMERO.
           MOVE SPACES TO BANCO-NOMBRE.
           STRING "PAGOS" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO BANCO-NOMBRE
           END-STRING.
           MOVE SPACES TO SELLO-NOMBRE.
           STRING "SELLO" SUFIJO-FCI ".DAT"
               DELIMITED BY SIZE INTO SELLO-NOMBRE
           END-STRING.

       CARGAR-SELLO.
           OPEN INPUT SELLO-FILE.
           IF SELLO-STATUS = "00"
              READ SELLO-FILE INTO LINEA-SELLO
                  AT END
                      MOVE SPACES TO LINEA-SELLO
                  NOT AT END
                      IF SP-SELLADO OR SP-LIBERADO
                         SET HAY-SELLO TO TRUE
                      END-IF
              END-READ
              CLOSE SELLO-FILE
           END-IF.

       MOSTRAR-SELLO.
           DISPLAY "----------------------------------------".
           DISPLAY "EJECUCION   " SP-REFERENCIA "  EMPRESA "
                   SP-EMPRESA "  PERIODO " SP-PERIODO.
           DISPLAY "EJECUTADA POR " SP-OPERADOR " EL " SP-FECHA
                   " A LAS " SP-HORA.
           MOVE SP-TOTAL TO LINEA-MUESTRA-IMPORTE.
           DISPLAY "PAGOS " SP-REGISTROS "  IMPORTE "
                   LINEA-MUESTRA-IMPORTE.
           DISPLAY "SELLO COMPROBADO: EL ARCHIVO NO CAMBIO DESDE LA "
                   "EJECUCION".

       RECHAZAR-LIBERACION.
      * Refusals leave the seal exactly as it was and stop here.
           DISPLAY "LIBERACION RECHAZADA: " LL-MOTIVO.
           PERFORM ANOTAR-LIBERACION.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       ANOTAR-LIBERACION.
           ACCEPT LL-FECHA FROM DATE YYYYMMDD.
           ACCEPT SELLO-HORA-SISTEMA FROM TIME.
           MOVE SELLO-HHMMSS TO LL-HORA.
           MOVE OPERADOR-ACTUAL TO LL-OPERADOR.
           MOVE SP-REFERENCIA TO LL-REFERENCIA.
           OPEN EXTEND LIBERACIONES-FILE.
           IF LIBERACIONES-STATUS = "35"
              OPEN OUTPUT LIBERACIONES-FILE
           END-IF.
           WRITE LIBERACIONES-RECORD FROM LINEA-LIBERACION.
           IF LIBERACIONES-STATUS NOT = "00"
              DISPLAY "ERROR DE E/S EN LIBERACIONES_BANCO.LOG, ESTADO "
                      LIBERACIONES-STATUS ", EJECUCION ABORTADA"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE LIBERACIONES-FILE.

           COPY SIGNONPR.

           COPY SELLOPR.

       END PROGRAM LIBBANCO.
