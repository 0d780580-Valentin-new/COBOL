      ******************************************************************
      * Author:
      * Date: 2026-10-15
      * Purpose: Payslip delivery receipts -- reads the mail gateway's
      *          receipt file ACUSES_PASARELA.DAT (delivered, bounced
      *          or deferred, one line per DESPACHO_BOLETINES.DAT
      *          entry) and keeps the outcome per employee and slip
      *          in ENTREGAS_BOLETINES.DAT. A contact whose email has
      *          bounced repeatedly gets status EMAIL-MAL in the CRUD
      *          database (DISTRIBOL then routes that employee to
      *          paper), every slip that did not reach its inbox is
      *          appended to REIMPRESION_PENDIENTE.DAT for BOLREIMP's
      *          list mode, and PRUEBA_ENTREGA.TXT is the per-period
      *          proof of delivery for the works council -- so a
      *          bounced payslip stops being something nobody sees.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACUSEBOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO 'result.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.
           SELECT ACUSE-FILE ASSIGN TO 'ACUSES_PASARELA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACUSE-STATUS.
           SELECT DESPACHO-FILE ASSIGN TO 'DESPACHO_BOLETINES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DESPACHO-STATUS.
           SELECT ENTREGAS-FILE ASSIGN TO 'ENTREGAS_BOLETINES.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENTREGAS-STATUS.
           SELECT REIMP-FILE ASSIGN TO 'REIMPRESION_PENDIENTE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REIMP-STATUS.
           SELECT PRUEBA-FILE ASSIGN TO 'PRUEBA_ENTREGA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRUEBA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       01  RESULT-RECORD   PIC X(200).

       FD  ACUSE-FILE.
      * The gateway echoes the dispatch entry and adds what became of
      * it: E delivered, R bounced, D deferred (still retrying), the
      * date of that outcome and the server's reason text.
       01  ACUSE-RECORD.
           05 AC-EMP-ID  PIC 9(5).
           05 FILLER     PIC X(1).
           05 AC-EMAIL   PIC X(60).
           05 FILLER     PIC X(1).
           05 AC-BOLETIN PIC X(26).
           05 FILLER     PIC X(1).
           05 AC-ESTADO  PIC X(1).
           05 FILLER     PIC X(1).
           05 AC-FECHA   PIC 9(8).
           05 FILLER     PIC X(1).
           05 AC-MOTIVO  PIC X(40).

       FD  DESPACHO-FILE.
      * DISTRIBOL's dispatch entries, read to register what was sent
      * even before any receipt for it comes back.
       01  DESPACHO-RECORD.
           05 DS-EMP-ID  PIC 9(5).
           05 FILLER     PIC X(1).
           05 DS-EMAIL   PIC X(60).
           05 FILLER     PIC X(1).
           05 DS-BOLETIN PIC X(26).

       FD  ENTREGAS-FILE.
       01  ENTREGAS-RECORD PIC X(127).

       FD  REIMP-FILE.
       01  REIMP-RECORD PIC X(33).

       FD  PRUEBA-FILE.
       01  PRUEBA-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           COPY REIMPREC.
       01  RESULT-STATUS   PIC X(2).
       01  ACUSE-STATUS    PIC X(2).
       01  DESPACHO-STATUS PIC X(2).
       01  ENTREGAS-STATUS PIC X(2).
       01  REIMP-STATUS    PIC X(2).
       01  PRUEBA-STATUS   PIC X(2).
       01  CMD             PIC X(200).
       01  EXIT-STATUS     PIC S9(4) BINARY.
       01  PERIODO-INFORME PIC 9(6).
       01  PERIODO-BONO    PIC 9(6).
       01  FECHA-HOY       PIC 9(8).
       01  WS-EOF          PIC X(3) VALUE 'NO '.
           88 FIN-DE-ARCHIVO VALUE 'SI '.
      * Two hard bounces of the same address with no delivery to it
      * in between and the address is taken as wrong; a deferral or
      * a dispatch with no receipt at all goes to paper after three
      * days.
       01  LIMITE-REBOTES  PIC 9(2) VALUE 2.
       01  DIAS-ESPERA     PIC 9(2) VALUE 3.
       01  DIAS-TRANSCURRIDOS PIC S9(5).
      * One outcome per employee and slip, as kept in
      * ENTREGAS_BOLETINES.DAT. The slip is identified by its
      * document key -- the period, or period + 50 for the bonus run,
      * as in the BOLETIN_<id>_<clave>.TXT name. P = dispatched, no
      * receipt yet; EB-PAPEL = S once it went to the reprint list.
       01  LINEA-ENTREGA.
           05 EB-EMP-ID   PIC 9(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-CLAVE    PIC 9(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-ESTADO   PIC X(1).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-FECHA    PIC 9(8).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-EMAIL    PIC X(60).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-PAPEL    PIC X(1).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 EB-MOTIVO   PIC X(40).
       01  WS-TOTAL-ENTREGAS PIC 9(4) VALUE 0.
       01  TABLA-ENTREGAS.
           05 ENTREGA OCCURS 3000 TIMES.
              10 TE-EMP-ID  PIC 9(5).
              10 TE-CLAVE   PIC 9(6).
              10 TE-ESTADO  PIC X(1).
              10 TE-FECHA   PIC 9(8).
              10 TE-EMAIL   PIC X(60).
              10 TE-PAPEL   PIC X(1).
              10 TE-MOTIVO  PIC X(40).
       01  WS-SUB-ENT      PIC 9(4).
       01  WS-IDX-ENTREGA  PIC 9(4).
       01  BUSCA-EMP-ID    PIC 9(5).
       01  BUSCA-CLAVE     PIC 9(6).
       01  WS-ENTREGAS-LLENA PIC X(3) VALUE 'NO '.
           88 ENTREGAS-DESBORDADA VALUE 'SI '.
      * Contacts whose name starts with the five-digit employee id --
      * the join key SYNCROST established -- with everything an update
      * of the status field has to send back unchanged.
       01  WS-TOTAL-CONTACTOS PIC 9(4) VALUE 0.
       01  TABLA-CONTACTOS.
           05 CONTACTO OCCURS 500 TIMES.
              10 CT-EMP-ID   PIC 9(5).
              10 CT-CRUD-ID  PIC 9(4).
              10 CT-NOMBRE   PIC X(100).
              10 CT-EMAIL    PIC X(60).
              10 CT-TELEFONO PIC X(20).
              10 CT-ESTADO   PIC X(10).
       01  WS-SUB          PIC 9(4).
       01  WS-CAMPOS.
           05 WC-ID       PIC X(20).
           05 WC-NOMBRE   PIC X(100).
           05 WC-EMAIL    PIC X(60).
           05 WC-TELEFONO PIC X(20).
           05 WC-ESTADO   PIC X(10).
       01  WS-REBOTES      PIC 9(3).
       01  WS-ULT-ENTREGA  PIC 9(8).
      * The slip name as DISTRIBOL builds it; the document key is
      * read back out of it.
       01  NOMBRE-BOLETIN.
           05 NB-PREFIJO  PIC X(8).
           05 NB-EMP-ID   PIC 9(5).
           05 FILLER      PIC X(1).
           05 NB-PERIODO  PIC 9(6).
           05 FILLER      PIC X(4).
       01  CLAVE-TRABAJO  PIC 9(6).
       01  FILLER REDEFINES CLAVE-TRABAJO.
           05 CLAVE-ANIO  PIC 9(4).
           05 CLAVE-MES   PIC 9(2).
       01  WS-ACUSES-LEIDOS    PIC 9(5) VALUE 0.
       01  WS-ACUSES-RECHAZADOS PIC 9(5) VALUE 0.
       01  WS-ENTREGADOS   PIC 9(5) VALUE 0.
       01  WS-REBOTADOS    PIC 9(5) VALUE 0.
       01  WS-DIFERIDOS    PIC 9(5) VALUE 0.
       01  WS-MARCADOS     PIC 9(4) VALUE 0.
       01  WS-ERRORES-CRUD PIC 9(4) VALUE 0.
       01  WS-REIMPRESOS   PIC 9(4) VALUE 0.
      * Proof-of-delivery totals for the requested period.
       01  PE-TOTAL        PIC 9(5) VALUE 0.
       01  PE-ENTREGADOS   PIC 9(5) VALUE 0.
       01  PE-REBOTADOS    PIC 9(5) VALUE 0.
       01  PE-DIFERIDOS    PIC 9(5) VALUE 0.
       01  PE-SIN-ACUSE    PIC 9(5) VALUE 0.
       01  PE-EN-PAPEL     PIC 9(5) VALUE 0.
       01  PE-PORCENTAJE   PIC 9(3)V9.
       01  PE-PORC-EDIT    PIC ZZ9.9.
       01  LINEA-PRUEBA.
           05 PE-EMP-ID    PIC 9(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PE-DOCUMENTO PIC X(26).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PE-ESTADO    PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PE-FECHA     PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PE-PAPEL     PIC X(5).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PE-EMAIL     PIC X(40).
       01  LINEA-REPORTE   PIC X(132).

       PROCEDURE DIVISION.
           MAIN-LOGIC.
               ACCEPT FECHA-HOY FROM DATE YYYYMMDD
               DISPLAY "PERIODO DEL INFORME DE ENTREGA (AAAAMM, "
                   "0 = NINGUNO)"
               ACCEPT PERIODO-INFORME
               PERFORM CARGAR-CONTACTOS
               PERFORM CARGAR-ENTREGAS
               PERFORM CARGAR-DESPACHO
               PERFORM APLICAR-ACUSES
               PERFORM REVISAR-REBOTES
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TOTAL-CONTACTOS
               PERFORM GENERAR-REIMPRESION
               PERFORM GUARDAR-ENTREGAS
               IF PERIODO-INFORME NOT = 0
                   PERFORM ESCRIBIR-PRUEBA-ENTREGA
               END-IF
               DISPLAY "ACUSES: " WS-ACUSES-LEIDOS
                   "  ENTREGADOS: " WS-ENTREGADOS
                   "  REBOTADOS: " WS-REBOTADOS
                   "  DIFERIDOS: " WS-DIFERIDOS
                   "  NO VALIDOS: " WS-ACUSES-RECHAZADOS
               DISPLAY "EMAILS MARCADOS EMAIL-MAL: " WS-MARCADOS
                   "  A PAPEL (REIMPRESION_PENDIENTE.DAT): "
                   WS-REIMPRESOS
               IF ENTREGAS-DESBORDADA
                   DISPLAY "AVISO: LIMITE DE 3000 ENTREGAS ALCANZADO, "
                       "HAY ACUSES SIN REGISTRAR"
               END-IF
               IF WS-REIMPRESOS > 0 OR WS-MARCADOS > 0
                   OR WS-ACUSES-RECHAZADOS > 0 OR WS-ERRORES-CRUD > 0
                   OR ENTREGAS-DESBORDADA
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN.

           CARGAR-CONTACTOS.
               MOVE "python3 /app/crud_db.py read > result.txt"
                   TO CMD
               CALL 'SYSTEM' USING CMD GIVING EXIT-STATUS
               IF EXIT-STATUS NOT = 0
                   DISPLAY "crud_db.py read failed, exit status: "
                       EXIT-STATUS
               END-IF
               OPEN INPUT RESULT-FILE
               PERFORM UNTIL FIN-DE-ARCHIVO
                   READ RESULT-FILE INTO RESULT-RECORD
                   AT END
                       MOVE 'SI ' TO WS-EOF
                   NOT AT END
                       PERFORM GUARDAR-CONTACTO
               END-PERFORM
               CLOSE RESULT-FILE
               MOVE 'NO ' TO WS-EOF
               .

           GUARDAR-CONTACTO.
               MOVE SPACES TO WS-CAMPOS
               UNSTRING RESULT-RECORD DELIMITED BY ": " OR "|"
                   INTO WC-ID WC-NOMBRE WC-EMAIL WC-TELEFONO WC-ESTADO
               END-UNSTRING
               IF WC-NOMBRE (1:5) IS NUMERIC
                   IF WS-TOTAL-CONTACTOS < 500
                       ADD 1 TO WS-TOTAL-CONTACTOS
                       MOVE WS-TOTAL-CONTACTOS TO WS-SUB
                       MOVE WC-NOMBRE (1:5) TO CT-EMP-ID (WS-SUB)
                       COMPUTE CT-CRUD-ID (WS-SUB) =
                           FUNCTION NUMVAL(WC-ID)
                       MOVE WC-NOMBRE TO CT-NOMBRE (WS-SUB)
                       MOVE WC-EMAIL TO CT-EMAIL (WS-SUB)
                       MOVE WC-TELEFONO TO CT-TELEFONO (WS-SUB)
                       MOVE WC-ESTADO TO CT-ESTADO (WS-SUB)
                   ELSE
                       DISPLAY "AVISO: LIMITE DE 500 CONTACTOS "
                           "ALCANZADO, [" WC-NOMBRE (1:40)
                           "] NO SE CARGA"
                   END-IF
               END-IF
               .

           CARGAR-ENTREGAS.
      * Outcomes from earlier runs; the first run starts with none.
               OPEN INPUT ENTREGAS-FILE
               IF ENTREGAS-STATUS = "00"
                   PERFORM UNTIL FIN-DE-ARCHIVO
                       READ ENTREGAS-FILE INTO LINEA-ENTREGA
                       AT END
                           MOVE 'SI ' TO WS-EOF
                       NOT AT END
                           PERFORM GUARDAR-ENTREGA-LEIDA
                   END-PERFORM
                   CLOSE ENTREGAS-FILE
               END-IF
               MOVE 'NO ' TO WS-EOF
               .

           GUARDAR-ENTREGA-LEIDA.
               IF WS-TOTAL-ENTREGAS < 3000
                   ADD 1 TO WS-TOTAL-ENTREGAS
                   MOVE WS-TOTAL-ENTREGAS TO WS-SUB-ENT
                   MOVE EB-EMP-ID TO TE-EMP-ID (WS-SUB-ENT)
                   MOVE EB-CLAVE TO TE-CLAVE (WS-SUB-ENT)
                   MOVE EB-ESTADO TO TE-ESTADO (WS-SUB-ENT)
                   MOVE EB-FECHA TO TE-FECHA (WS-SUB-ENT)
                   MOVE EB-EMAIL TO TE-EMAIL (WS-SUB-ENT)
                   MOVE EB-PAPEL TO TE-PAPEL (WS-SUB-ENT)
                   MOVE EB-MOTIVO TO TE-MOTIVO (WS-SUB-ENT)
               ELSE
                   SET ENTREGAS-DESBORDADA TO TRUE
               END-IF
               .

           CARGAR-DESPACHO.
      * Every slip DISTRIBOL handed to the gateway is registered as
      * P (no receipt yet) dated today, so one that never gets a
      * receipt still shows -- and still ends up on paper.
               OPEN INPUT DESPACHO-FILE
               IF DESPACHO-STATUS = "00"
                   PERFORM UNTIL FIN-DE-ARCHIVO
                       READ DESPACHO-FILE
                       AT END
                           MOVE 'SI ' TO WS-EOF
                       NOT AT END
                           PERFORM REGISTRAR-DESPACHO
                   END-PERFORM
                   CLOSE DESPACHO-FILE
               END-IF
               MOVE 'NO ' TO WS-EOF
               .

           REGISTRAR-DESPACHO.
               MOVE DS-BOLETIN TO NOMBRE-BOLETIN
               IF NB-PREFIJO = "BOLETIN_" AND NB-PERIODO IS NUMERIC
                   AND DS-EMP-ID IS NUMERIC
                   MOVE DS-EMP-ID TO BUSCA-EMP-ID
                   MOVE NB-PERIODO TO BUSCA-CLAVE
                   PERFORM BUSCAR-ENTREGA
                   IF WS-IDX-ENTREGA = 0
                       PERFORM ALTA-ENTREGA
                       IF WS-IDX-ENTREGA > 0
                           MOVE DS-EMAIL TO TE-EMAIL (WS-IDX-ENTREGA)
                       END-IF
                   END-IF
               END-IF
               .

           BUSCAR-ENTREGA.
               MOVE 0 TO WS-IDX-ENTREGA
               PERFORM VARYING WS-SUB-ENT FROM 1 BY 1
                       UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
                   IF TE-EMP-ID (WS-SUB-ENT) = BUSCA-EMP-ID
                       AND TE-CLAVE (WS-SUB-ENT) = BUSCA-CLAVE
                       MOVE WS-SUB-ENT TO WS-IDX-ENTREGA
                       MOVE 3001 TO WS-SUB-ENT
                   END-IF
               END-PERFORM
               .

           ALTA-ENTREGA.
               IF WS-TOTAL-ENTREGAS < 3000
                   ADD 1 TO WS-TOTAL-ENTREGAS
                   MOVE WS-TOTAL-ENTREGAS TO WS-IDX-ENTREGA
                   MOVE BUSCA-EMP-ID TO TE-EMP-ID (WS-IDX-ENTREGA)
                   MOVE BUSCA-CLAVE TO TE-CLAVE (WS-IDX-ENTREGA)
                   MOVE 'P' TO TE-ESTADO (WS-IDX-ENTREGA)
                   MOVE FECHA-HOY TO TE-FECHA (WS-IDX-ENTREGA)
                   MOVE SPACES TO TE-EMAIL (WS-IDX-ENTREGA)
                   MOVE 'N' TO TE-PAPEL (WS-IDX-ENTREGA)
                   MOVE SPACES TO TE-MOTIVO (WS-IDX-ENTREGA)
               ELSE
                   SET ENTREGAS-DESBORDADA TO TRUE
                   MOVE 0 TO WS-IDX-ENTREGA
               END-IF
               .

           APLICAR-ACUSES.
               OPEN INPUT ACUSE-FILE
               IF ACUSE-STATUS NOT = "00"
                   DISPLAY "NO HAY ACUSES_PASARELA.DAT -- SOLO SE "
                       "REVISAN LOS PENDIENTES"
               ELSE
                   PERFORM UNTIL FIN-DE-ARCHIVO
                       READ ACUSE-FILE
                       AT END
                           MOVE 'SI ' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ACUSES-LEIDOS
                           PERFORM APLICAR-UN-ACUSE
                   END-PERFORM
                   CLOSE ACUSE-FILE
               END-IF
               MOVE 'NO ' TO WS-EOF
               .

           APLICAR-UN-ACUSE.
               MOVE AC-BOLETIN TO NOMBRE-BOLETIN
               IF AC-EMP-ID IS NOT NUMERIC
                   OR AC-FECHA IS NOT NUMERIC
                   OR NB-PREFIJO NOT = "BOLETIN_"
                   OR NB-PERIODO IS NOT NUMERIC
                   OR (AC-ESTADO NOT = 'E' AND AC-ESTADO NOT = 'R'
                       AND AC-ESTADO NOT = 'D')
                   ADD 1 TO WS-ACUSES-RECHAZADOS
                   DISPLAY "ACUSE NO VALIDO: " ACUSE-RECORD (1:60)
               ELSE
                   MOVE AC-EMP-ID TO BUSCA-EMP-ID
                   MOVE NB-PERIODO TO BUSCA-CLAVE
                   PERFORM BUSCAR-ENTREGA
                   IF WS-IDX-ENTREGA = 0
                       PERFORM ALTA-ENTREGA
                   END-IF
                   IF WS-IDX-ENTREGA > 0
                       PERFORM ANOTAR-RESULTADO-ACUSE
                   END-IF
               END-IF
               .

           ANOTAR-RESULTADO-ACUSE.
      * Receipts can arrive out of order and a file can be fed twice:
      * only a receipt at least as recent as what is recorded counts,
      * and a late deferral never undoes a delivery (a late bounce
      * does -- the gateway reports those after the fact).
               IF TE-ESTADO (WS-IDX-ENTREGA) = 'P'
                   OR AC-FECHA >= TE-FECHA (WS-IDX-ENTREGA)
                   IF TE-ESTADO (WS-IDX-ENTREGA) = 'E'
                       AND AC-ESTADO = 'D'
                       CONTINUE
                   ELSE
                       MOVE AC-ESTADO TO TE-ESTADO (WS-IDX-ENTREGA)
                       MOVE AC-FECHA TO TE-FECHA (WS-IDX-ENTREGA)
                       MOVE AC-MOTIVO TO TE-MOTIVO (WS-IDX-ENTREGA)
                       IF AC-EMAIL NOT = SPACES
                           MOVE AC-EMAIL TO TE-EMAIL (WS-IDX-ENTREGA)
                       END-IF
                   END-IF
               END-IF
               EVALUATE AC-ESTADO
                   WHEN 'E'
                       ADD 1 TO WS-ENTREGADOS
                   WHEN 'R'
                       ADD 1 TO WS-REBOTADOS
                   WHEN 'D'
                       ADD 1 TO WS-DIFERIDOS
               END-EVALUATE
               .

           REVISAR-REBOTES.
      * Bounces count against the address the contact has now, and
      * only since the last slip that did reach it -- a corrected
      * email starts clean, an old bounce is forgiven by a delivery.
               MOVE 0 TO WS-REBOTES
               MOVE 0 TO WS-ULT-ENTREGA
               IF CT-EMAIL (WS-SUB) NOT = SPACES
                   AND CT-ESTADO (WS-SUB) NOT = "EMAIL-MAL"
                   PERFORM VARYING WS-SUB-ENT FROM 1 BY 1
                           UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
                       IF TE-EMP-ID (WS-SUB-ENT) = CT-EMP-ID (WS-SUB)
                           AND TE-EMAIL (WS-SUB-ENT) = CT-EMAIL (WS-SUB)
                           AND TE-ESTADO (WS-SUB-ENT) = 'E'
                           AND TE-FECHA (WS-SUB-ENT) > WS-ULT-ENTREGA
                           MOVE TE-FECHA (WS-SUB-ENT) TO WS-ULT-ENTREGA
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-SUB-ENT FROM 1 BY 1
                           UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
                       IF TE-EMP-ID (WS-SUB-ENT) = CT-EMP-ID (WS-SUB)
                           AND TE-EMAIL (WS-SUB-ENT) = CT-EMAIL (WS-SUB)
                           AND TE-ESTADO (WS-SUB-ENT) = 'R'
                           AND TE-FECHA (WS-SUB-ENT) > WS-ULT-ENTREGA
                           ADD 1 TO WS-REBOTES
                       END-IF
                   END-PERFORM
                   IF WS-REBOTES >= LIMITE-REBOTES
                       PERFORM MARCAR-EMAIL-MALO
                   END-IF
               END-IF
               .

           MARCAR-EMAIL-MALO.
      * Only the status field changes; name, email and phone go back
      * exactly as read so the update does not clobber them.
               MOVE SPACES TO CMD
               STRING "python3 /app/crud_db.py update "
                   DELIMITED BY SIZE
                   CT-CRUD-ID (WS-SUB) DELIMITED BY SIZE
                   " '" DELIMITED BY SIZE
                   FUNCTION TRIM(CT-NOMBRE (WS-SUB)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(CT-EMAIL (WS-SUB)) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(CT-TELEFONO (WS-SUB))
                       DELIMITED BY SIZE
                   "|EMAIL-MAL'" DELIMITED BY SIZE
                   INTO CMD
               END-STRING
               CALL 'SYSTEM' USING CMD GIVING EXIT-STATUS
               IF EXIT-STATUS = 0
                   ADD 1 TO WS-MARCADOS
                   MOVE "EMAIL-MAL" TO CT-ESTADO (WS-SUB)
                   DISPLAY "EMAIL MARCADO EMAIL-MAL: "
                       CT-EMP-ID (WS-SUB) " "
                       FUNCTION TRIM(CT-EMAIL (WS-SUB))
                       " (" WS-REBOTES " REBOTES)"
               ELSE
                   ADD 1 TO WS-ERRORES-CRUD
                   DISPLAY "crud_db.py update failed for contact "
                       CT-CRUD-ID (WS-SUB) ", exit status: "
                       EXIT-STATUS
               END-IF
               .

           GENERAR-REIMPRESION.
      * The list is appended to, one line per slip and only once:
      * BOLREIMP's list mode empties it as it prints.
               OPEN EXTEND REIMP-FILE
               IF REIMP-STATUS = "35"
                   OPEN OUTPUT REIMP-FILE
                   CLOSE REIMP-FILE
                   OPEN EXTEND REIMP-FILE
               END-IF
               PERFORM REVISAR-PAPEL
                   VARYING WS-SUB-ENT FROM 1 BY 1
                   UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
               CLOSE REIMP-FILE
               .

           REVISAR-PAPEL.
               IF TE-PAPEL (WS-SUB-ENT) NOT = 'S'
                   MOVE SPACES TO RP-MOTIVO
                   EVALUATE TE-ESTADO (WS-SUB-ENT)
                       WHEN 'R'
                           MOVE "REBOTADO" TO RP-MOTIVO
                       WHEN 'D'
                           PERFORM CALCULAR-DIAS-ESPERA
                           IF DIAS-TRANSCURRIDOS >= DIAS-ESPERA
                               MOVE "DIFERIDO" TO RP-MOTIVO
                           END-IF
                       WHEN 'P'
                           PERFORM CALCULAR-DIAS-ESPERA
                           IF DIAS-TRANSCURRIDOS >= DIAS-ESPERA
                               MOVE "SIN ACUSE" TO RP-MOTIVO
                           END-IF
                   END-EVALUATE
                   IF RP-MOTIVO NOT = SPACES
                       PERFORM ESCRIBIR-REIMPRESION
                   END-IF
               END-IF
               .

           CALCULAR-DIAS-ESPERA.
               MOVE 0 TO DIAS-TRANSCURRIDOS
               IF TE-FECHA (WS-SUB-ENT) > 19000000
                   COMPUTE DIAS-TRANSCURRIDOS =
                       FUNCTION INTEGER-OF-DATE (FECHA-HOY)
                       - FUNCTION INTEGER-OF-DATE
                             (TE-FECHA (WS-SUB-ENT))
               END-IF
               .

           ESCRIBIR-REIMPRESION.
      * The bonus run's slip carries period + 50; BOLREIMP wants the
      * pay period and the run letter.
               MOVE TE-CLAVE (WS-SUB-ENT) TO CLAVE-TRABAJO
               MOVE TE-EMP-ID (WS-SUB-ENT) TO RP-EMP-ID
               IF CLAVE-MES > 50
                   COMPUTE RP-PERIODO = CLAVE-TRABAJO - 50
                   MOVE 'B' TO RP-TIPO
               ELSE
                   MOVE CLAVE-TRABAJO TO RP-PERIODO
                   MOVE 'N' TO RP-TIPO
               END-IF
               MOVE FECHA-HOY TO RP-FECHA
               WRITE REIMP-RECORD FROM LINEA-REIMPRESION-PEND
               IF REIMP-STATUS NOT = "00"
                   DISPLAY "ERROR DE E/S EN "
                       "REIMPRESION_PENDIENTE.DAT, ESTADO "
                       REIMP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'S' TO TE-PAPEL (WS-SUB-ENT)
               ADD 1 TO WS-REIMPRESOS
               .

           GUARDAR-ENTREGAS.
               OPEN OUTPUT ENTREGAS-FILE
               PERFORM ESCRIBIR-ENTREGA
                   VARYING WS-SUB-ENT FROM 1 BY 1
                   UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
               CLOSE ENTREGAS-FILE
               .

           ESCRIBIR-ENTREGA.
               MOVE TE-EMP-ID (WS-SUB-ENT) TO EB-EMP-ID
               MOVE TE-CLAVE (WS-SUB-ENT) TO EB-CLAVE
               MOVE TE-ESTADO (WS-SUB-ENT) TO EB-ESTADO
               MOVE TE-FECHA (WS-SUB-ENT) TO EB-FECHA
               MOVE TE-EMAIL (WS-SUB-ENT) TO EB-EMAIL
               MOVE TE-PAPEL (WS-SUB-ENT) TO EB-PAPEL
               MOVE TE-MOTIVO (WS-SUB-ENT) TO EB-MOTIVO
               WRITE ENTREGAS-RECORD FROM LINEA-ENTREGA
               IF ENTREGAS-STATUS NOT = "00"
                   DISPLAY "ERROR DE E/S EN "
                       "ENTREGAS_BOLETINES.DAT, ESTADO "
                       ENTREGAS-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               .

           ESCRIBIR-PRUEBA-ENTREGA.
      * One line per slip dispatched for the period, normal pay and
      * bonus run alike, with what became of it.
               COMPUTE PERIODO-BONO = PERIODO-INFORME + 50
               OPEN OUTPUT PRUEBA-FILE
               MOVE SPACES TO LINEA-REPORTE
               STRING "PRUEBA DE ENTREGA DE BOLETINES -- PERIODO "
                   PERIODO-INFORME "  EMITIDO EL " FECHA-HOY
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               END-STRING
               WRITE PRUEBA-RECORD FROM LINEA-REPORTE
               MOVE SPACES TO PRUEBA-RECORD
               WRITE PRUEBA-RECORD
               MOVE "ID     DOCUMENTO                   "
                   & "ESTADO      FECHA     PAPEL  EMAIL"
                   TO PRUEBA-RECORD
               WRITE PRUEBA-RECORD
               PERFORM ESCRIBIR-LINEA-PRUEBA
                   VARYING WS-SUB-ENT FROM 1 BY 1
                   UNTIL WS-SUB-ENT > WS-TOTAL-ENTREGAS
               MOVE SPACES TO PRUEBA-RECORD
               WRITE PRUEBA-RECORD
               MOVE SPACES TO LINEA-REPORTE
               STRING "DESPACHADOS: " PE-TOTAL
                   "  ENTREGADOS: " PE-ENTREGADOS
                   "  REBOTADOS: " PE-REBOTADOS
                   "  DIFERIDOS: " PE-DIFERIDOS
                   "  SIN ACUSE: " PE-SIN-ACUSE
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               END-STRING
               WRITE PRUEBA-RECORD FROM LINEA-REPORTE
               MOVE 0 TO PE-PORCENTAJE
               IF PE-TOTAL > 0
                   COMPUTE PE-PORCENTAJE ROUNDED =
                       PE-ENTREGADOS * 100 / PE-TOTAL
               END-IF
               MOVE PE-PORCENTAJE TO PE-PORC-EDIT
               MOVE SPACES TO LINEA-REPORTE
               STRING "ENTREGADOS POR EMAIL: " PE-PORC-EDIT "%"
                   "  ENVIADOS A PAPEL: " PE-EN-PAPEL
                   DELIMITED BY SIZE INTO LINEA-REPORTE
               END-STRING
               WRITE PRUEBA-RECORD FROM LINEA-REPORTE
               CLOSE PRUEBA-FILE
               DISPLAY "PRUEBA DE ENTREGA DEL PERIODO " PERIODO-INFORME
                   " EN PRUEBA_ENTREGA.TXT (" PE-TOTAL " BOLETINES)"
               .

           ESCRIBIR-LINEA-PRUEBA.
               IF TE-CLAVE (WS-SUB-ENT) = PERIODO-INFORME
                   OR TE-CLAVE (WS-SUB-ENT) = PERIODO-BONO
                   ADD 1 TO PE-TOTAL
                   MOVE TE-EMP-ID (WS-SUB-ENT) TO PE-EMP-ID
                   MOVE "BOLETIN_" TO NB-PREFIJO
                   MOVE TE-EMP-ID (WS-SUB-ENT) TO NB-EMP-ID
                   MOVE TE-CLAVE (WS-SUB-ENT) TO NB-PERIODO
                   MOVE "_" TO NOMBRE-BOLETIN (14:1)
                   MOVE ".TXT" TO NOMBRE-BOLETIN (21:4)
                   MOVE NOMBRE-BOLETIN TO PE-DOCUMENTO
                   EVALUATE TE-ESTADO (WS-SUB-ENT)
                       WHEN 'E'
                           MOVE "ENTREGADO" TO PE-ESTADO
                           ADD 1 TO PE-ENTREGADOS
                       WHEN 'R'
                           MOVE "REBOTADO" TO PE-ESTADO
                           ADD 1 TO PE-REBOTADOS
                       WHEN 'D'
                           MOVE "DIFERIDO" TO PE-ESTADO
                           ADD 1 TO PE-DIFERIDOS
                       WHEN OTHER
                           MOVE "SIN ACUSE" TO PE-ESTADO
                           ADD 1 TO PE-SIN-ACUSE
                   END-EVALUATE
                   MOVE TE-FECHA (WS-SUB-ENT) TO PE-FECHA
                   IF TE-PAPEL (WS-SUB-ENT) = 'S'
                       MOVE "PAPEL" TO PE-PAPEL
                       ADD 1 TO PE-EN-PAPEL
                   ELSE
                       MOVE SPACES TO PE-PAPEL
                   END-IF
                   MOVE TE-EMAIL (WS-SUB-ENT) TO PE-EMAIL
                   WRITE PRUEBA-RECORD FROM LINEA-PRUEBA
               END-IF
               .

       END PROGRAM ACUSEBOL.
